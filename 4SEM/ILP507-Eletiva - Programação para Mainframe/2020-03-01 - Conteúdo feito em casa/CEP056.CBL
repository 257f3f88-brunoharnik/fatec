000200* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000200*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000200*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000200* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000200*                      (MVX000)                                   *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP056.
000890 01  CAM-STATUS                  PIC X(02).
000892 01  LOT-STATUS                  PIC X(02).
000900 COPY GERPARM.
000900 COPY MVXPARM.
000900 01  W-SWITCHES.
000910     05  W-FIM                   PIC X(01) VALUE "N".
000920         88  W-FIM-SIM           VALUE "S".
004140     OPEN EXTEND MOVESTQ.
004150     IF MOV-STATUS = "35"
004160         OPEN OUTPUT MOVESTQ.
004170     MOVE REGMOV TO MVX-MOVIMENTO.
004170     WRITE REGMOV.
004180     CLOSE MOVESTQ.
004180     MOVE "G" TO MVX-ACAO.
004180     CALL "MVX000" USING MVX-PARAMETROS-AREA.
004190 ROT-GRAVAR-MOV-EXIT. EXIT.
004200******************************************************************
004210*    ROT-BAIXAR-SALDOALM / ROT-CREDITAR-SALDOALM - SALDO DO        *
