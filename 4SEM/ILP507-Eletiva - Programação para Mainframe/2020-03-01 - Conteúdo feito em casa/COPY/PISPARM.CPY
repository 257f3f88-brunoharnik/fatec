000010******************************************************************
000020* COPYBOOK   : PISPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA PIS000 (CALCULO   *
000040*              DE PIS/COFINS). ACAO "C" SO CALCULA; "G" CALCULA E *
000050*              LANCA NO LIVRO LIVPIS PARA A APURACAO DO FISCPIS.  *
000060*              TIPO "D" DEBITO DA VENDA, "C" CREDITO DA COMPRA,   *
000070*              "E" ESTORNO DE DEBITO (DEVOLUCAO OU CANCELAMENTO   *
000080*              DE VENDA), "S" ESTORNO DE CREDITO (DEVOLUCAO DE    *
000090*              COMPRA). PRODUTO SEM TABELA VOLTA COM PIS-ACHADO   *
000100*              "N" E VALORES ZERADOS, SEM LANCAMENTO.             *
000110*------------------------------------------------------------------
000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-09-15 BH        VERSAO INICIAL                             *
000150******************************************************************
000160 01  PIS-PARAMETROS-AREA.
000170     05  PIS-ACAO                PIC X(01).
000180     05  PIS-TIPO                PIC X(01).
000190         88  PIS-DEBITO          VALUE "D".
000200         88  PIS-CREDITO         VALUE "C".
000210         88  PIS-ESTORNO-DEBITO  VALUE "E".
000220         88  PIS-ESTORNO-CREDITO VALUE "S".
000230         88  PIS-LADO-SAIDA      VALUE "D" "E".
000240     05  PIS-CODPROD             PIC 9(08).
000250     05  PIS-CODNCM              PIC 9(08).
000260     05  PIS-BASE                PIC 9(12)V99.
000270     05  PIS-DATA                PIC 9(08).
000280     05  PIS-PROGRAMA            PIC X(08).
000290     05  PIS-DOCUMENTO           PIC 9(10).
000300     05  PIS-ACHADO              PIC X(01).
000310         88  PIS-ACHADO-SIM      VALUE "S".
000320     05  PIS-CST                 PIC 9(02).
000330     05  PIS-ALIQ-PIS            PIC 9(02)V99.
000340     05  PIS-VALOR-PIS           PIC 9(10)V99.
000350     05  PIS-ALIQ-COFINS         PIC 9(02)V99.
000360     05  PIS-VALOR-COFINS        PIC 9(10)V99.
