000010******************************************************************
000020* COPYBOOK   : CBOPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA CBO000 (TAXA DE   *
000040*              CAMBIO). ACAO "T" DEVOLVE EM CBO-TAXA A ULTIMA TAXA*
000050*              DA MOEDA CBO-MOEDA CADASTRADA ATE A DATA CBO-DATA  *
000060*              (AAAAMMDD) E EM CBO-DATA-TAXA A DATA DESSA TAXA.   *
000070*              MOEDA EM BRANCO OU "BRL" VOLTA COM TAXA 1. RETORNO *
000080*              "00" ACHOU, "10" SEM TAXA ATE A DATA, "35" SEM O   *
000090*              ARQUIVO TABCAMBIO (TAXA ZERADA NOS DOIS CASOS).    *
000100*-----------------------------------------------------------------*
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-10-13 BH        VERSAO INICIAL                             *
000140******************************************************************
000150 01  CBO-PARAMETROS-AREA.
000160     05  CBO-ACAO                PIC X(01).
000170     05  CBO-MOEDA               PIC X(03).
000180         88  CBO-MOEDA-NACIONAL  VALUE SPACES "BRL".
000190     05  CBO-DATA                PIC 9(08).
000200     05  CBO-TAXA                PIC 9(04)V9(06).
000210     05  CBO-DATA-TAXA           PIC 9(08).
000220     05  CBO-RETORNO             PIC X(02).
000230         88  CBO-ACHOU           VALUE "00".
