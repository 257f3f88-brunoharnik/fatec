000010******************************************************************
000020* COPYBOOK   : REGPEN                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO PENSAO (PENSOES      *
000040*              ALIMENTICIAS JUDICIAIS POR FUNCIONARIO, MANTIDAS   *
000050*              PELO FP16225). PN-DPN-SEQ APONTA O DEPENDENTE DO   *
000060*              FDEPEND QUANDO O BENEFICIARIO E UM DELES (ZERO =   *
000070*              BENEFICIARIO DE FORA DO FDEPEND). PN-REGRA:        *
000080*              "F" VALOR FIXO (PN-VALOR), "L" PERCENTUAL DO       *
000090*              LIQUIDO (BRUTO - INSS) E "B" PERCENTUAL DO BRUTO   *
000100*              (PN-PERC). AS PN-INC DIZEM EM QUAIS FOLHAS A       *
000110*              PENSAO INCIDE. O CALCULO E FEITO PELO PEN000.      *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-15 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGPEN.
000180     05  PN-CHAVE.
000190         10  PN-CODFUNC          PIC 9(06).
000200         10  PN-SEQ              PIC 9(02).
000210     05  PN-NOME                 PIC X(30).
000220     05  PN-CPF                  PIC 9(11).
000230     05  PN-DPN-SEQ              PIC 9(02).
000240     05  PN-BANCO                PIC 9(03).
000250     05  PN-AGENCIA              PIC 9(05).
000260     05  PN-CONTA                PIC 9(10).
000270     05  PN-DV                   PIC X(01).
000280     05  PN-REGRA                PIC X(01).
000290         88  PN-REGRA-FIXO       VALUE "F".
000300         88  PN-REGRA-LIQUIDO    VALUE "L".
000310         88  PN-REGRA-BRUTO      VALUE "B".
000320         88  PN-REGRA-VALIDA     VALUES "F" "L" "B".
000330     05  PN-VALOR                PIC 9(07)V99.
000340     05  PN-PERC                 PIC 9(03)V99.
000350     05  PN-INCIDENCIA.
000360         10  PN-INC-MENSAL       PIC X(01).
000370         10  PN-INC-13           PIC X(01).
000380         10  PN-INC-FERIAS       PIC X(01).
000390         10  PN-INC-RESCISAO     PIC X(01).
000400     05  PN-SITUACAO             PIC X(01).
000410         88  PN-ATIVA            VALUE "A".
000420         88  PN-ENCERRADA        VALUE "E".
