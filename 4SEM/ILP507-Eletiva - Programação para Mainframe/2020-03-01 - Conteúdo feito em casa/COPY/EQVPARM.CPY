000010******************************************************************
000020* COPYBOOK   : EQVPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA EQV000 (PRODUTO   *
000040*              SUBSTITUTO). EQP-ACAO "O" OFERECE OS SUBSTITUTOS   *
000050*              DO PRODUTO EM FALTA COM SALDO LIVRE PARA A         *
000060*              QUANTIDADE E PRECO SUGERIDO, E DEVOLVE O ESCOLHIDO *
000070*              PELO OPERADOR; EQP-ACAO "R" REGISTRA A TROCA JA    *
000080*              GRAVADA NO ITEM (SUBSTLOG). O CHAMADOR INFORMA O   *
000090*              PRECO SUGERIDO DO PRODUTO PEDIDO (ZERO = SEM       *
000100*              PRECO) E A DATA (AAAAMMDD) DO DOCUMENTO.           *
000110*-----------------------------------------------------------------*
000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-10-14 BH        VERSAO INICIAL                             *
000150******************************************************************
000160 01  EQP-PARAMETROS-AREA.
000170     05  EQP-ACAO                PIC X(01).
000180     05  EQP-ORIGEM              PIC X(01).
000190     05  EQP-CODPROD             PIC 9(08).
000200     05  EQP-QTDE                PIC 9(07).
000210     05  EQP-PRECO-ORIG          PIC 9(12)V99.
000220     05  EQP-DATA                PIC 9(08).
000230     05  EQP-NUMERO              PIC 9(08).
000240     05  EQP-SEQ                 PIC 9(03).
000250     05  EQP-TROCOU              PIC X(01).
000260         88  EQP-TROCOU-SIM      VALUE "S".
000270     05  EQP-CODSUBST            PIC 9(08).
000280     05  EQP-PRECO               PIC 9(12)V99.
