000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-09-02 BH        VERSAO INICIAL                             *
000171* 2026-09-23 BH        TIPO "LM" = LANCAMENTO CONTABIL MANUAL     *
000172*                      (CTBMAN), ALVO = NUMERO NO CTBMANL         *
000172* 2026-10-10 BH        TIPO "RD" = RECEBIMENTO DE COMPRA COM      *
000172*                      DIVERGENCIA (CEP016), ALVO = PEDIDO E      *
000172*                      SEQUENCIA NO NFENTRA                       *
000180******************************************************************
000190 01  REGAPR.
000200     05  AP-NUMERO               PIC 9(06).
000220         88  APROV-LIMITE        VALUE "LC".
000230         88  APROV-SALARIO       VALUE "SA".
000240         88  APROV-PRECO         VALUE "PR".
000241         88  APROV-LANC-MANUAL   VALUE "LM".
000241         88  APROV-RECEB-DIVERG  VALUE "RD".
000250     05  AP-CHAVE-ALVO           PIC X(20).
000260     05  AP-VALOR-ANTES          PIC 9(12)V99.
000270     05  AP-VALOR-DEPOIS         PIC 9(12)V99.
