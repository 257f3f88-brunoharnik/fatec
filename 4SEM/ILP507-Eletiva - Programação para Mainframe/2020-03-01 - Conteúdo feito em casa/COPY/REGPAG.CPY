000110*                      TEXTO LIVRE QUE O FP16204 GRAVAVA, PARA    *
000120*                      OS PROGRAMAS DE HOLERITE, 13O, CNAB E      *
000130*                      CUSTO POR DEPARTAMENTO LEREM OS CAMPOS     *
000130* 2026-10-15 BH        PAG-TIPO-FOLHA "A" - ADIANTAMENTO          *
000130*                      QUINZENAL GERADO PELO FP16224 (VALOR EM    *
000130*                      BRUTO E LIQUIDO, SEM DESCONTOS);           *
000130*                      PAG-ADIANTAMENTO - ADIANTAMENTO ABATIDO    *
000130*                      DO LIQUIDO DA FOLHA MENSAL PELO FP16204    *
000130* 2026-10-15 BH        PAG-PENSAO - PENSAO ALIMENTICIA JUDICIAL   *
000130*                      DESCONTADA NA FOLHA (TOTAL DOS             *
000130*                      BENEFICIARIOS; O DETALHE FICA NO           *
000130*                      PENPAGTO DO PEN000)                        *
000130* 2026-10-15 BH        PAG-TIPO-FOLHA "D" - DIFERENCAS            *
000130*                      RETROATIVAS DE ACORDO COLETIVO (FOLHA      *
000130*                      COMPLEMENTAR GERADA PELO FP16226)          *
000140******************************************************************
000150 01  REGPAG.
000160     05  PAG-COMPETENCIA.
000200         88  FOLHA-MENSAL        VALUE "M".
000210         88  FOLHA-DECIMO        VALUE "T".
000212         88  FOLHA-FERIAS        VALUE "F".
000212         88  FOLHA-ADIANTAMENTO  VALUE "A".
000212         88  FOLHA-DIFERENCA     VALUE "D".
000220     05  PAG-CODFUNC             PIC 9(06).
000230     05  PAG-TIPOSALARIO         PIC X(01).
000240     05  PAG-BRUTO               PIC 9(09)V99.
000340     05  PAG-VT-DESCONTO         PIC 9(07)V99.
000350     05  PAG-VT-CUSTO            PIC 9(07)V99.
000360     05  PAG-VR-CUSTO            PIC 9(07)V99.
000370     05  PAG-ADIANTAMENTO        PIC 9(07)V99.
000370     05  PAG-PENSAO              PIC 9(07)V99.
