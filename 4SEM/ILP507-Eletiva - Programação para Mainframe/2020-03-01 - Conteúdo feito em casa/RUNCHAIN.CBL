000206*                      ADIANTADO FAZIA A GUARDA DO PROPRIO PASSO  *
000208*                      PARAR NO ACCEPT DE LIBERACAO; CADA PASSO   *
000209*                      GRAVA O SEU PAR I/C                        *
000209* 2026-10-15 BH        EVENTO "R" (REINICIO DO PONTO DE CONTROLE) *
000209*                      CONTA COMO INICIO, NAO COMO CONCLUSAO      *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. RUNCHAIN.
002090         NOT AT END
002100             IF RUN-PROGRAMA = TP-PROGRAMA(W-IDX)
002110                 AND RUN-DATA = W-DATA-NEGOCIO
002120                 IF RUN-INICIO OR RUN-REINICIO
002130                     MOVE "S" TO W-TEM-I
002140                 END-IF
002150                 IF RUN-CONCLUSAO
002155                     MOVE "S" TO W-TEM-C
002160                 END-IF
002170             END-IF.
002180 2110-EXIT. EXIT.
