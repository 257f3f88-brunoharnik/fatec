000200* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000200*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000200*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000200* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000200*                      (MVX000)                                   *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP045.
001250 01  CAM-STATUS                  PIC X(02).
001260 01  REL-STATUS                  PIC X(02).
001270 COPY GERPARM.
001270 COPY MVXPARM.
001270 01  W-SWITCHES.
001280     05  W-FIM                   PIC X(01) VALUE "N".
001290         88  W-FIM-SIM           VALUE "S".
004590     OPEN EXTEND MOVESTQ.
004600     IF MOV-STATUS = "35"
004610         OPEN OUTPUT MOVESTQ.
004620     MOVE REGMOV TO MVX-MOVIMENTO.
004620     WRITE REGMOV.
004630     CLOSE MOVESTQ.
004630     MOVE "G" TO MVX-ACAO.
004630     CALL "MVX000" USING MVX-PARAMETROS-AREA.
004640 ROT-GRAVAR-MOV-EXIT. EXIT.
004650******************************************************************
004660*    ROT-DIGITAR-ALM - CAPTURA E VALIDA O ALMOXARIFADO DE SAIDA    *
