000010******************************************************************
000020* COPYBOOK   : REGFOT                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO FOTOEST (FOTOGRAFIA  *
000040*              PERMANENTE DO ESTOQUE GRAVADA PELO FECHAMENTO DO   *
000050*              CEP011). UM REGISTRO POR PRODUTO E ALMOXARIFADO    *
000060*              (SALDOALM) E UM DE TOTAL DO PRODUTO COM FE-CODALM  *
000070*              ZERO (QUANTIDADE DO CADPROD). A POSICAO VALE PARA  *
000080*              O FIM DO DIA FE-DATA; O CEP089, O KARDEX (CEP023)  *
000090*              E O LIVRO DE INVENTARIO (CEP052) PARTEM DELA E     *
000100*              APLICAM SO OS MOVIMENTOS POSTERIORES.              *
000110*-----------------------------------------------------------------*
000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-10-15 BH        VERSAO INICIAL                             *
000150******************************************************************
000160 01  REGFOT.
000170     05  FE-CHAVE.
000180         10  FE-DATA             PIC 9(08).
000190         10  FE-CODALM           PIC 9(02).
000200             88  FE-TOTAL-PRODUTO VALUE ZERO.
000210         10  FE-CODPROD          PIC 9(08).
000220     05  FE-QUANTIDADE           PIC 9(07).
000230     05  FE-PMEDIO               PIC 9(12)V99.
000240     05  FE-VALOR                PIC 9(15)V99.
000250     05  FE-TIPOPROD             PIC X(01).
