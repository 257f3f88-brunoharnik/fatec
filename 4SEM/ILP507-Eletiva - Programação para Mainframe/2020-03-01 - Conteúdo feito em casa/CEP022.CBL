000190* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000190*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000190*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000190* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000190*                      (MVX000)                                   *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP022.
000840 01  ALM-STATUS                  PIC X(02).
000850 01  REL-STATUS                  PIC X(02).
000860 COPY GERPARM.
000860 COPY MVXPARM.
000860 01  W-SWITCHES.
000870     05  W-FIM                   PIC X(01) VALUE "N".
000880         88  W-FIM-SIM           VALUE "S".
003470     OPEN EXTEND MOVESTQ.
003480     IF MOV-STATUS = "35"
003490         OPEN OUTPUT MOVESTQ.
003500     MOVE REGMOV TO MVX-MOVIMENTO.
003500     WRITE REGMOV.
003510     CLOSE MOVESTQ.
003510     MOVE "G" TO MVX-ACAO.
003510     CALL "MVX000" USING MVX-PARAMETROS-AREA.
003520 ROT-GRAVAR-MOV-EXIT. EXIT.
003530******************************************************************
003540*    ROT-AJUSTAR-SALDOALM - APLICA O AJUSTE NO SALDO DO            *
