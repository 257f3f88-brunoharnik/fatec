000010******************************************************************
000020* COPYBOOK   : REGSCT                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO SALDOCTA (SALDOS     *
000040*              ACUMULADOS POR CONTA E COMPETENCIA). O CTBSALD     *
000050*              GRAVA A COMPETENCIA PARTINDO DO SALDO FINAL DA     *
000060*              ANTERIOR MAIS O MOVIMENTO DO CTBLOTE; O MES 13 E O *
000070*              ENCERRAMENTO DO EXERCICIO GRAVADO PELO CTBENC      *
000080*              (CONTAS DE RESULTADO ZERADAS CONTRA LUCROS OU      *
000090*              PREJUIZOS ACUMULADOS), DE ONDE O JANEIRO SEGUINTE  *
000100*              PARTE. SALDO COM SINAL, DEVEDOR POSITIVO.          *
000110*------------------------------------------------------------------
000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-09-24 BH        VERSAO INICIAL                             *
000150******************************************************************
000160 01  REGSCT.
000170     05  SC-CHAVE.
000180         10  SC-ANO              PIC 9(04).
000190         10  SC-MES              PIC 9(02).
000200             88  SC-MES-ENCERRAMENTO VALUE 13.
000210         10  SC-CONTA            PIC 9(08).
000220     05  SC-SALDO-ANT            PIC S9(15)V99.
000230     05  SC-DEBITO               PIC 9(15)V99.
000240     05  SC-CREDITO              PIC 9(15)V99.
000250     05  SC-SALDO-ATUAL          PIC S9(15)V99.
000260     05  SC-DATA-PROC            PIC 9(08).
