000100*              (INICIO E CONCLUSAO), ABEND (INICIO SEM            *
000110*              CONCLUSAO, DESTACADO) OU NAO RODOU. PROGRAMAS      *
000120*              FORA DA ESTEIRA QUE RODARAM NA DATA TAMBEM SAO     *
000130*              LISTADOS. EXECUCAO RETOMADA DO PONTO DE CONTROLE   *
000135*              (EVENTO "R") SAI COMO REINICIADA, COM A ULTIMA     *
000136*              CHAVE DO REINICIO.                                 *
000140*------------------------------------------------------------------
000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-08-22 BH        VERSAO INICIAL                             *
000170* 2026-10-15 BH        EVENTO "R": EXECUCAO RETOMADA DO PONTO DE  *
000170*                      CONTROLE SAI COMO REINICIADA, COM A CHAVE  *
000170*                      DO REINICIO; SO O "C" CONTA COMO FIM       *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNREL.
000720     05  TAB-APU-OCR OCCURS 7 TIMES.
000730         10  TA-TEVE-INICIO      PIC X(01).
000740         10  TA-TEVE-FIM         PIC X(01).
000745         10  TA-TEVE-REINICIO    PIC X(01).
000746         10  TA-CHAVE-REINICIO   PIC X(20).
000750         10  TA-REGISTROS        PIC 9(07).
000760         10  TA-HORA-FIM         PIC 9(08).
000770 01  LIN-DET.
000820     05  LD-REGISTROS            PIC ZZZZZZ9.
000830     05  FILLER                  PIC X(07) VALUE " HORA: ".
000840     05  LD-HORA                 PIC 9(08).
000842     05  FILLER                  PIC X(01) VALUE SPACE.
000844     05  LD-CHAVE                PIC X(20).
000850 01  LIN-EXTRA.
000860     05  FILLER                  PIC X(17)
000870         VALUE "FORA DA ESTEIRA: ".
001230 1100-LIMPAR.
001240     MOVE "N"  TO TA-TEVE-INICIO(W-SUB).
001250     MOVE "N"  TO TA-TEVE-FIM(W-SUB).
001255     MOVE "N"  TO TA-TEVE-REINICIO(W-SUB).
001256     MOVE SPACES TO TA-CHAVE-REINICIO(W-SUB).
001260     MOVE ZERO TO TA-REGISTROS(W-SUB).
001270     MOVE ZERO TO TA-HORA-FIM(W-SUB).
001280 1100-EXIT. EXIT.
001480         MOVE "S" TO W-NA-ESTEIRA
001490         IF RUN-INICIO
001500             MOVE "S" TO TA-TEVE-INICIO(W-SUB2)
001510         END-IF
001512         IF RUN-REINICIO
001514             MOVE "S" TO TA-TEVE-INICIO(W-SUB2)
001516             MOVE "S" TO TA-TEVE-REINICIO(W-SUB2)
001518             MOVE RUN-CHAVE TO TA-CHAVE-REINICIO(W-SUB2)
001519         END-IF
001520         IF RUN-CONCLUSAO
001525             MOVE "S" TO TA-TEVE-FIM(W-SUB2)
001530             MOVE RUN-REGISTROS TO TA-REGISTROS(W-SUB2)
001540             MOVE RUN-HORA      TO TA-HORA-FIM(W-SUB2)
001550         END-IF
001690     MOVE TE-PROGRAMA(W-SUB)  TO LD-PROGRAMA.
001700     MOVE TA-REGISTROS(W-SUB) TO LD-REGISTROS.
001710     MOVE TA-HORA-FIM(W-SUB)  TO LD-HORA.
001715     MOVE TA-CHAVE-REINICIO(W-SUB) TO LD-CHAVE.
001720     EVALUATE TRUE
001725         WHEN TA-TEVE-REINICIO(W-SUB) = "S"
001726             AND TA-TEVE-FIM(W-SUB) = "S"
001727             MOVE "REINICIADO   " TO LD-SITUACAO
001730         WHEN TA-TEVE-INICIO(W-SUB) = "S"
001740             AND TA-TEVE-FIM(W-SUB) = "S"
001750             MOVE "EXECUTADO    " TO LD-SITUACAO
