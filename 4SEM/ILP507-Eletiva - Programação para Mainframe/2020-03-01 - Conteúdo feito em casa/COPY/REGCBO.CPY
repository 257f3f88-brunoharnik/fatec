000010******************************************************************
000020* COPYBOOK   : REGCBO                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TABCAMBIO (TAXAS DE  *
000040*              CAMBIO POR MOEDA E DATA). CB-TAXA E O VALOR EM     *
000050*              REAIS DE UMA UNIDADE DA MOEDA ESTRANGEIRA. MANTIDO *
000060*              PELO CEP082 E CONSULTADO PELA SUB-ROTINA CBO000,   *
000070*              QUE DEVOLVE A ULTIMA TAXA ATE A DATA PEDIDA.       *
000080*-----------------------------------------------------------------*
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-10-13 BH        VERSAO INICIAL                             *
000120******************************************************************
000130 01  REGCBO.
000140     05  CB-CHAVE.
000150         10  CB-MOEDA            PIC X(03).
000160         10  CB-DATA             PIC 9(08).
000170     05  CB-TAXA                 PIC 9(04)V9(06).
000180     05  CB-DATA-CADASTRO        PIC 9(08).
