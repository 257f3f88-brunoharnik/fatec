000010******************************************************************
000020* COPYBOOK   : REGACO                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO ACORDO (ACORDOS DE   *
000040*              RENEGOCIACAO DE DIVIDA DO CONTAS A RECEBER). O     *
000050*              CEP069 GRAVA O ACORDO, MARCA OS TITULOS ORIGINAIS  *
000060*              COMO RENEGOCIADOS (CR-PAGO "R") E GERA AS PARCELAS *
000070*              NOVAS (CR-DOCUMENTO = 90000000 + ACORDO X 100 +    *
000080*              PARCELA); O CEP070 ACOMPANHA AS PARCELAS ATE A     *
000090*              QUITACAO OU O ROMPIMENTO.                          *
000100*------------------------------------------------------------------
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-09-30 BH        VERSAO INICIAL                             *
000140******************************************************************
000150 01  REGACO.
000160     05  ACO-NUMERO              PIC 9(05).
000170     05  ACO-CODCLI              PIC 9(04).
000180     05  ACO-DATA.
000190         10  ACO-ANO             PIC 9(04).
000200         10  ACO-MES             PIC 9(02).
000210         10  ACO-DIA             PIC 9(02).
000220     05  ACO-OPERADOR            PIC X(08).
000230     05  ACO-QTDE-TITULOS        PIC 9(03).
000240     05  ACO-VALOR-ORIGINAL      PIC 9(12)V99.
000250     05  ACO-VALOR-ENCARGOS      PIC 9(10)V99.
000260     05  ACO-PERC-DESCONTO       PIC 9(02)V99.
000270     05  ACO-VALOR-DESCONTO      PIC 9(10)V99.
000280     05  ACO-VALOR-TOTAL         PIC 9(12)V99.
000290     05  ACO-QTDE-PARCELAS       PIC 9(02).
000300     05  ACO-INTERVALO           PIC 9(03).
000310     05  ACO-PARC-PAGAS          PIC 9(02).
000320     05  ACO-PARC-EM-DIA         PIC 9(02).
000330     05  ACO-SITUACAO            PIC X(01).
000340         88  ACO-ATIVO           VALUE "A".
000350         88  ACO-QUITADO         VALUE "Q".
000360         88  ACO-ROMPIDO         VALUE "R".
000370     05  ACO-DATA-SITUACAO       PIC 9(08).
000380     05  ACO-CREDITO-LIBERADO    PIC X(01).
000390         88  ACO-CREDITO-LIBERADO-SIM VALUE "S".
