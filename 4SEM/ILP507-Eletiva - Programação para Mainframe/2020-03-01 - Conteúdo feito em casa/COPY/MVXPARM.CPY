000010******************************************************************
000020* COPYBOOK   : MVXPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA MVX000 (ESPELHO   *
000040*              INDEXADO DOS MOVIMENTOS). MVX-ACAO:                *
000050*              "G" GRAVA NO MOVIDX O MOVIMENTO MVX-MOVIMENTO      *
000060*                  (IMAGEM DO REGMOV JA GRAVADO NO MOVESTQ) NA    *
000070*                  PROXIMA SEQUENCIA DO PRODUTO/DATA.             *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-10-15 BH        VERSAO INICIAL                             *
000120******************************************************************
000130 01  MVX-PARAMETROS-AREA.
000140     05  MVX-ACAO                PIC X(01).
000150     05  MVX-MOVIMENTO           PIC X(45).
000160     05  MVX-RETORNO             PIC X(01).
000170         88  MVX-OK              VALUE "S".
