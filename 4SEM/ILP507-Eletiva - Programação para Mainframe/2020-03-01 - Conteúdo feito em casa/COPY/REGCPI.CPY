000010******************************************************************
000020* COPYBOOK   : REGCPI                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CAMPITEM (ITENS DAS  *
000040*              CAMPANHAS DO ARQUIVO CAMPANHA). O ITEM VALE PARA   *
000050*              UM PRODUTO (CI-CODPROD, CI-TIPOPROD EM BRANCO) OU  *
000060*              PARA UMA CATEGORIA INTEIRA (CI-CODPROD ZERO E      *
000070*              CI-TIPOPROD DO CADPROD). CI-TIPO "P" TRAZ O PRECO  *
000080*              PROMOCIONAL EM CI-VALOR; "D" TRAZ O PERCENTUAL DE  *
000090*              DESCONTO SOBRE O PRECO DA TABPRECO. AS FAIXAS DE   *
000100*              QUANTIDADE (ATE 3) TROCAM O VALOR A PARTIR DA      *
000110*              QUANTIDADE INFORMADA (ZERO = FAIXA NAO USADA).     *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-05 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGCPI.
000180     05  CI-CHAVE.
000190         10  CI-CODCAMP          PIC 9(04).
000200         10  CI-CODPROD          PIC 9(08).
000210         10  CI-TIPOPROD         PIC X(01).
000220     05  CI-TIPO                 PIC X(01).
000230         88  CI-PRECO-FIXO       VALUE "P".
000240         88  CI-PERCENTUAL       VALUE "D".
000250     05  CI-VALOR                PIC 9(12)V99.
000260     05  CI-FAIXA OCCURS 3 TIMES.
000270         10  CI-FX-QTDE          PIC 9(07).
000280         10  CI-FX-VALOR         PIC 9(12)V99.
