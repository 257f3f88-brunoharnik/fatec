000102* 2026-09-02 BH        PC-DATA-RECEB - DATA DO RECEBIMENTO FINAL  *
000104*                      (PEDIDO COMPLETO), PARA O LEAD TIME DO     *
000106*                      FORNECEDOR                                 *
000106* 2026-10-13 BH        PC-MOEDA E PC-TAXA-PEDIDO - PEDIDO EM      *
000106*                      MOEDA ESTRANGEIRA (BRANCO = REAL) E A      *
000106*                      TAXA DE CAMBIO DA DATA DO PEDIDO; OS       *
000106*                      PRECOS DOS ITENS FICAM NA MOEDA DO         *
000106*                      PEDIDO                                     *
000106* 2026-10-15 BH        PC-OPER-GERACAO, PC-OPER-APROVACAO E       *
000106*                      PC-DATA-APROVACAO (AAAAMMDD) - QUEM GEROU  *
000106*                      E QUEM APROVOU O PEDIDO, PARA A            *
000106*                      SEGREGACAO DE FUNCOES (SOD000/SODCONF)     *
000110******************************************************************
000120 01  REGPEDC.
000130     05  PC-NUMERO               PIC 9(08).
000250         10  PC-REC-DIA          PIC 9(02).
000260         10  PC-REC-MES          PIC 9(02).
000270         10  PC-REC-ANO          PIC 9(04).
000270     05  PC-MOEDA                PIC X(03).
000270         88  PC-MOEDA-NACIONAL   VALUE SPACES "BRL".
000270     05  PC-TAXA-PEDIDO          PIC 9(04)V9(06).
000270     05  PC-OPER-GERACAO         PIC X(08).
000270     05  PC-OPER-APROVACAO       PIC X(08).
000270     05  PC-DATA-APROVACAO       PIC 9(08).
