000172* 2026-09-02 BH        LIBERACAO PASSA A OFERECER O DISPONIVEL     *
000174*                      (QUANTIDADE - RESERVADA), NAO O ESTOQUE    *
000176*                      FISICO, COMO O CEP012                      *
000176* 2026-10-11 BH        DISPONIVEL DESCONTA A QUARENTENA DO        *
000176*                      CADPROD (MERCADORIA AGUARDANDO INSPECAO    *
000176*                      NAO E VENDIDA)                             *
000176* 2026-10-14 BH        CANCELAMENTO GRAVA A DATA EM               *
000176*                      BK-DATA-CANCEL (VENDAS PERDIDAS DO         *
000176*                      RELATORIO MENSAL DE SUBSTITUTOS DO         *
000176*                      CEP085)                                    *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CEP039.
000690 01  W-QTDE-LIBERADOS            PIC 9(05).
000700 01  W-DISPONIVEL                PIC S9(08).
000710 01  W-CODPROD-CORRENTE          PIC 9(08) VALUE ZERO.
000711 01  W-DATA-SISTEMA              PIC 9(08).
000720 01  DET-BKO.
000730     05  DB-CODPROD              PIC 9(08).
000740     05  FILLER                  PIC X(02) VALUE SPACES.
001970                 MOVE ZERO TO W-DISPONIVEL
001980             NOT INVALID KEY
001990                 COMPUTE W-DISPONIVEL =
001990                     QUANTIDADE - RESERVADA - QUARENTENA
001992                 IF W-DISPONIVEL < ZERO
001994                     MOVE ZERO TO W-DISPONIVEL
001996                 END-IF
002450     ACCEPT W-CONF.
002460     IF W-CONF = "S" OR W-CONF = "s"
002470         MOVE "X" TO BK-SITUACAO
002472         ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
002474         MOVE W-DATA-SISTEMA TO BK-DATA-CANCEL
002480         REWRITE REGBKO
002490             INVALID KEY
002500                 DISPLAY "ERRO NO CANCELAMENTO"
