000010******************************************************************
000020* COPYBOOK   : REGLPC                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO LIVRO DE PIS/COFINS          *
000040*              (LIVPIS), APENSADO PELA SUB-ROTINA PIS000 A CADA   *
000050*              ITEM TRIBUTADO DE VENDA, COMPRA, DEVOLUCAO OU      *
000060*              CANCELAMENTO. O FISCPIS APURA O MES A PARTIR       *
000070*              DESTE LIVRO.                                       *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-09-15 BH        VERSAO INICIAL                             *
000120******************************************************************
000130 01  REGLPC.
000140     05  LPC-DATA.
000150         10  LPC-ANO             PIC 9(04).
000160         10  LPC-MES             PIC 9(02).
000170         10  LPC-DIA             PIC 9(02).
000180     05  LPC-TIPO                PIC X(01).
000190         88  LPC-DEBITO          VALUE "D".
000200         88  LPC-CREDITO         VALUE "C".
000210         88  LPC-ESTORNO-DEBITO  VALUE "E".
000220         88  LPC-ESTORNO-CREDITO VALUE "S".
000230     05  LPC-PROGRAMA            PIC X(08).
000240     05  LPC-DOCUMENTO           PIC 9(10).
000250     05  LPC-CODPROD             PIC 9(08).
000260     05  LPC-CST                 PIC 9(02).
000270     05  LPC-BASE                PIC 9(12)V99.
000280     05  LPC-ALIQ-PIS            PIC 9(02)V99.
000290     05  LPC-VALOR-PIS           PIC 9(10)V99.
000300     05  LPC-ALIQ-COFINS         PIC 9(02)V99.
000310     05  LPC-VALOR-COFINS        PIC 9(10)V99.
