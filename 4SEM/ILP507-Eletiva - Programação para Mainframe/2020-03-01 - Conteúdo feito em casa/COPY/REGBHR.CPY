000010******************************************************************
000020* COPYBOOK   : REGBHR                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO BANCOHR (MOVIMENTO   *
000040*              DO BANCO DE HORAS POR FUNCIONARIO E COMPETENCIA).  *
000050*              UM REGISTRO POR TIPO E PERCENTUAL NA COMPETENCIA;  *
000060*              O RELANCAMENTO REGRAVA O REGISTRO E HORAS ZERADAS  *
000070*              O EXCLUEM. TIPOS:                                  *
000080*              "C" CREDITO DE HORAS EXTRAS (PERC 050 OU 100),     *
000090*                  DO APONTAMENTO (FP16209/FP16204);              *
000100*              "D" FOLGA COMPENSADA (PERC 000), DO FP16209;       *
000110*              "P" CREDITO VENCIDO PAGO NA FOLHA (FP16204);       *
000120*              "R" SALDO PAGO NA RESCISAO (FP16212);              *
000130*              "N" SALDO NEGATIVO DESCONTADO NA RESCISAO.         *
000140*              OS DEBITOS BAIXAM OS CREDITOS MAIS ANTIGOS         *
000150*              PRIMEIRO (SUB-ROTINA BHR000).                      *
000160*------------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-10-15 BH        VERSAO INICIAL                             *
000200******************************************************************
000210 01  REGBHR.
000220     05  BH-CHAVE.
000230         10  BH-CODFUNC          PIC 9(06).
000240         10  BH-COMP-ANO         PIC 9(04).
000250         10  BH-COMP-MES         PIC 9(02).
000260         10  BH-TIPO             PIC X(01).
000270             88  BH-CREDITO      VALUE "C".
000280             88  BH-FOLGA        VALUE "D".
000290             88  BH-PAGO-FOLHA   VALUE "P".
000300             88  BH-PAGO-RESCISAO VALUE "R".
000310             88  BH-DESCONTADO   VALUE "N".
000320         10  BH-PERC             PIC 9(03).
000330     05  BH-HORAS                PIC 9(04)V99.
000340     05  BH-VALOR                PIC 9(09)V99.
000350     05  BH-DATA-REGISTRO        PIC 9(08).
