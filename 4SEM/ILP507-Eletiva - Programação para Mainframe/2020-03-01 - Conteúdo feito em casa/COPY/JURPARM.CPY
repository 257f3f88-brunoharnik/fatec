000010******************************************************************
000020* COPYBOOK   : JURPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA JUR000 (ENCARGOS  *
000040*              DE ATRASO DO CONTAS A RECEBER). ACAO "C" CALCULA   *
000050*              OS DIAS UTEIS DE ATRASO, OS JUROS E A MULTA DO     *
000060*              TITULO PAGO EM JUR-DATA-PAGTO (TAXAS DO PARMSYS OU *
000070*              DO CLIENTE NO CADPARCEIRO); ACAO "G" SO LANCA NO   *
000080*              MOVIMENTO JUROSMOV OS VALORES JA INFORMADOS, COM   *
000090*              JUR-TIPO "C" COBRADO NA BAIXA, "R" RECEBIDO E "A"  *
000100*              ABONADO. DATAS NO FORMATO AAAAMMDD.                *
000110*------------------------------------------------------------------
000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-09-29 BH        VERSAO INICIAL                             *
000150******************************************************************
000160 01  JUR-PARAMETROS-AREA.
000170     05  JUR-ACAO                PIC X(01).
000180     05  JUR-CODCLI              PIC 9(04).
000190     05  JUR-DOCUMENTO           PIC 9(08).
000200     05  JUR-VALOR               PIC 9(12)V99.
000210     05  JUR-VENCIMENTO          PIC 9(08).
000220     05  JUR-DATA-PAGTO          PIC 9(08).
000230     05  JUR-TIPO                PIC X(01).
000240         88  JUR-COBRADO         VALUE "C".
000250         88  JUR-RECEBIDO        VALUE "R".
000260         88  JUR-ABONADO         VALUE "A".
000270     05  JUR-PROGRAMA            PIC X(08).
000280     05  JUR-DIAS-ATRASO         PIC 9(05).
000290     05  JUR-TAXA-DIA            PIC 9(01)V9999.
000300     05  JUR-PERC-MULTA          PIC 9(02)V99.
000310     05  JUR-VALOR-JUROS         PIC 9(10)V99.
000320     05  JUR-VALOR-MULTA         PIC 9(10)V99.
