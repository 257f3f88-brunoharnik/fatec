000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-09-02 BH        VERSAO INICIAL                             *
000170* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000170*                      FAUDIDX (AUX000)                           *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CEP048.
000480 01  PED-STATUS                  PIC X(02).
000490 01  AUD-STATUS                  PIC X(02).
000510 COPY AUDITLOG.
000510 COPY AUXPARM.
000520 01  W-SWITCHES.
000530     05  W-FIM                   PIC X(01) VALUE "N".
000540         88  W-FIM-SIM           VALUE "S".
001850         OPEN EXTEND FAUDIT.
001860     WRITE REG-FAUDIT FROM REG-AUDITLOG.
001870     CLOSE FAUDIT.
001870     MOVE REG-AUDITLOG TO AUX-REGISTRO.
001870     MOVE "G" TO AUX-ACAO.
001870     CALL "AUX000" USING AUX-PARAMETROS-AREA.
001880 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
