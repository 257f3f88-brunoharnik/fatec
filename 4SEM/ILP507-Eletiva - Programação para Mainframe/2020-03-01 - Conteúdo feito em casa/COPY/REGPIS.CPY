000010******************************************************************
000020* COPYBOOK   : REGPIS                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TABPIS (SITUACAO     *
000040*              TRIBUTARIA E ALIQUOTAS DE PIS/COFINS). A CHAVE E   *
000050*              O TIPO ("P" PRODUTO, "N" NCM) MAIS O CODIGO; A     *
000060*              SUB-ROTINA PIS000 PROCURA PRIMEIRO O PRODUTO E,    *
000070*              NA FALTA DELE, O NCM DO PRODUTO. CST DE SAIDA      *
000080*              01 A 03 GERA DEBITO; CST DE ENTRADA 50 A 66 DA     *
000090*              DIREITO A CREDITO.                                 *
000100*------------------------------------------------------------------
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-09-15 BH        VERSAO INICIAL                             *
000140******************************************************************
000150 01  REGPIS.
000160     05  TPC-CHAVE.
000170         10  TPC-TIPO            PIC X(01).
000180             88  TPC-POR-PRODUTO VALUE "P".
000190             88  TPC-POR-NCM     VALUE "N".
000200         10  TPC-CODIGO          PIC 9(08).
000210     05  TPC-CST-SAIDA           PIC 9(02).
000220         88  TPC-SAIDA-TRIBUTADA VALUE 01 THRU 03.
000230     05  TPC-CST-ENTRADA         PIC 9(02).
000240         88  TPC-ENTRADA-CREDITA VALUE 50 THRU 66.
000250     05  TPC-ALIQ-PIS            PIC 9(02)V99.
000260     05  TPC-ALIQ-COFINS         PIC 9(02)V99.
