000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-08-22 BH        VERSAO INICIAL                             *
000200* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000200*                      FAUDIDX (AUX000)                           *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CEPDUP.
000800 01  REL-STATUS                  PIC X(02).
000810 01  W-OPERADOR                  PIC X(08).
000820 COPY AUDITLOG.
000820 COPY AUXPARM.
000830 01  W-SWITCHES.
000840     05  W-FIM                   PIC X(01) VALUE "N".
000850         88  W-FIM-SIM           VALUE "S".
003760         OPEN EXTEND FAUDIT.
003770     WRITE REG-FAUDIT FROM REG-AUDITLOG.
003780     CLOSE FAUDIT.
003780     MOVE REG-AUDITLOG TO AUX-REGISTRO.
003780     MOVE "G" TO AUX-ACAO.
003780     CALL "AUX000" USING AUX-PARAMETROS-AREA.
003790 8000-EXIT. EXIT.
