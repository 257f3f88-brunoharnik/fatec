000010******************************************************************
000020* COPYBOOK   : REGPOB                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO PROVOBS (SALDO DA    *
000040*              PROVISAO PARA OBSOLESCENCIA POR PRODUTO). GUARDA O  *
000050*              SALDO PROVISIONADO NA ULTIMA COMPETENCIA PROCESSADA*
000060*              PELO CTBOBS E O SALDO ANTERIOR A ELA, PARA QUE O   *
000070*              LANCAMENTO SEJA SO A VARIACAO E O REPROCESSAMENTO  *
000080*              DA MESMA COMPETENCIA PARTA DO MESMO SALDO.         *
000090*-----------------------------------------------------------------*
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-10-15 BH        VERSAO INICIAL                             *
000130******************************************************************
000140 01  REGPOB.
000150     05  PO-CODPROD              PIC 9(08).
000160     05  PO-TIPOPROD             PIC X(01).
000170     05  PO-COMP.
000180         10  PO-COMP-ANO         PIC 9(04).
000190         10  PO-COMP-MES         PIC 9(02).
000200     05  PO-COMP-NUM REDEFINES PO-COMP
000210                                 PIC 9(06).
000220     05  PO-FAIXA                PIC 9(01).
000230     05  PO-MESES-SEM-SAIDA      PIC 9(03).
000240     05  PO-VALOR-ANT            PIC 9(13)V99.
000250     05  PO-VALOR                PIC 9(13)V99.
000260     05  PO-DATA-ATU             PIC 9(08).
