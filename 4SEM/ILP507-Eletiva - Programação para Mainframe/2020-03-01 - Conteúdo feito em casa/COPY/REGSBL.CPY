000010******************************************************************
000020* COPYBOOK   : REGSBL                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO SUBSTLOG (TROCAS POR *
000040*              PRODUTO SUBSTITUTO). A EQV000 GRAVA UMA LINHA A    *
000050*              CADA ITEM EM QUE O OPERADOR TROCOU O PRODUTO EM    *
000060*              FALTA PELO SUBSTITUTO: NA DIGITACAO ("P") OU NA    *
000070*              CONFIRMACAO ("C") DO PEDIDO NO CEP012 E NO         *
000080*              ORCAMENTO ("O") DO CEP036. BASE DO RELATORIO       *
000090*              MENSAL DE VENDAS SALVAS DO CEP085.                 *
000100*-----------------------------------------------------------------*
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-10-14 BH        VERSAO INICIAL                             *
000140******************************************************************
000150 01  REGSBL.
000160     05  SB-DATA                 PIC 9(08).
000170     05  SB-ORIGEM               PIC X(01).
000180         88  SB-DIGITACAO        VALUE "P".
000190         88  SB-CONFIRMACAO      VALUE "C".
000200         88  SB-ORCAMENTO        VALUE "O".
000210     05  SB-NUMERO               PIC 9(08).
000220     05  SB-SEQ                  PIC 9(03).
000230     05  SB-CODPROD-ORIG         PIC 9(08).
000240     05  SB-CODSUBST             PIC 9(08).
000250     05  SB-QUANTIDADE           PIC 9(07).
000260     05  SB-PRECO                PIC 9(12)V99.
000270     05  SB-VALOR                PIC 9(12)V99.
