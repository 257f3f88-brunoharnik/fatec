000010******************************************************************
000020* COPYBOOK   : REGRSC                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO RESCISAO (VERBAS DA  *
000040*              RESCISAO POR FUNCIONARIO, GRAVADAS PELO FP16212 A  *
000050*              CADA CALCULO - O RECALCULO SUBSTITUI O ANTERIOR).  *
000060*              LIDO PELO FP16228 PARA O EVENTO DE DESLIGAMENTO    *
000070*              DO ESOCIAL.                                        *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-10-15 BH        VERSAO INICIAL                             *
000110* 2026-10-15 BH        SALDO DO BANCO DE HORAS PAGO               *
000110*                      (RS-BANCO-HORAS) OU DESCONTADO             *
000110*                      (RS-DESC-BANCO-HORAS) NA RESCISAO          *
000120******************************************************************
000130 01  REGRSC.
000140     05  RS-CODFUNC              PIC 9(06).
000150     05  RS-DATA-DESLIG          PIC 9(08).
000160     05  RS-SALDO-SALARIO        PIC 9(09)V99.
000170     05  RS-VALOR-13             PIC 9(09)V99.
000180     05  RS-VALOR-FERIAS         PIC 9(09)V99.
000190     05  RS-TOTAL                PIC 9(09)V99.
000200     05  RS-PENSAO               PIC 9(07)V99.
000210     05  RS-LIQUIDO              PIC 9(09)V99.
000220     05  RS-DATA-CALCULO         PIC 9(08).
000220     05  RS-BANCO-HORAS          PIC 9(09)V99.
000220     05  RS-DESC-BANCO-HORAS     PIC 9(09)V99.
