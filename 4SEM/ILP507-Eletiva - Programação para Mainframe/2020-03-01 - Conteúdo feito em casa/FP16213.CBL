000204*                      E O MODO "E" SO RODA COM O NUMERO DE UMA   *
000205*                      APROVACAO "SA" APROVADA NO APRV000 (O      *
000206*                      PEDIDO VIRA "E" EXECUTADO, SEM REUSO)      *
000206* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000206*                      FAUDIDX (AUX000)                           *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. FP16213.
000850 01  REL-STATUS                  PIC X(02).
000860 01  W-OPERADOR                  PIC X(08).
000870 COPY AUDITLOG.
000870 COPY AUXPARM.
000880 01  W-SWITCHES.
000890     05  W-EOF                   PIC X(01) VALUE "N".
000900         88  W-EOF-SIM           VALUE "S".
004080         OPEN EXTEND FAUDIT.
004090     WRITE REG-FAUDIT FROM REG-AUDITLOG.
004100     CLOSE FAUDIT.
004100     MOVE REG-AUDITLOG TO AUX-REGISTRO.
004100     MOVE "G" TO AUX-ACAO.
004100     CALL "AUX000" USING AUX-PARAMETROS-AREA.
004110 2620-EXIT. EXIT.
004120******************************************************************
004130*    8000-TOTAIS-DEPTO - IMPRIME O IMPACTO MENSAL POR              *
