000157* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000157*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000157*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000157* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000157*                      FAUDIDX (AUX000)                           *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CADUSR.
000480 01  W-OPERADOR                  PIC X(08).
000490 COPY AUDITLOG.
000490 COPY GERPARM.
000490 COPY AUXPARM.
000500 01  W-SWITCHES.
000510     05  W-FIM                   PIC X(01) VALUE "N".
000520         88  W-FIM-SIM           VALUE "S".
002990         OPEN EXTEND FAUDIT.
003000     WRITE REG-FAUDIT FROM REG-AUDITLOG.
003010     CLOSE FAUDIT.
003010     MOVE REG-AUDITLOG TO AUX-REGISTRO.
003010     MOVE "G" TO AUX-ACAO.
003010     CALL "AUX000" USING AUX-PARAMETROS-AREA.
003020 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
003100******************************************************************
003100*    ROT-EMBARALHAR - CIFRA DE TROCA DE CARACTERES DA SENHA EM     *
