000010******************************************************************
000020* COPYBOOK   : REGEQV                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO PRODEQV (TABELA DE   *
000040*              EQUIVALENCIA DE PRODUTOS). PARA CADA PRODUTO, OS   *
000050*              SUBSTITUTOS (OUTRA MARCA, MESMA FUNCAO) NA ORDEM   *
000060*              DE PRIORIDADE E A REGRA DE PRECO DA TROCA:         *
000070*              "O" = MANTEM O PRECO DO PRODUTO PEDIDO,            *
000080*              "T" = PRECO DE TABELA (TABPRECO) DO SUBSTITUTO,    *
000090*              "P" = PERCENTUAL SOBRE O PRECO DO PRODUTO PEDIDO.  *
000100*              MANTIDO PELO CEP085; CONSULTADO PELA EQV000 NA     *
000110*              FALTA DE ESTOQUE DO CEP012 E DO CEP036.            *
000120*-----------------------------------------------------------------*
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-14 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGEQV.
000180     05  EQ-CHAVE.
000190         10  EQ-CODPROD          PIC 9(08).
000200         10  EQ-PRIORIDADE       PIC 9(02).
000210         10  EQ-CODSUBST         PIC 9(08).
000220     05  EQ-REGRA-PRECO          PIC X(01).
000230         88  EQ-PRECO-ORIGINAL   VALUE "O".
000240         88  EQ-PRECO-TABELA     VALUE "T".
000250         88  EQ-PRECO-PERCENTUAL VALUE "P".
000260         88  EQ-REGRA-VALIDA     VALUE "O" "T" "P".
000270     05  EQ-PERCENTUAL           PIC 9(03)V99.
000280     05  EQ-DATA-CADASTRO        PIC 9(08).
