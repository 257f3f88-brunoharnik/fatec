000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-09-02 BH        VERSAO INICIAL                             *
000190* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000190*                      FAUDIDX (AUX000)                           *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP061.
000670 01  PARM-STATUS                 PIC X(02).
000680 01  AUD-STATUS                  PIC X(02).
000690 COPY AUDITLOG.
000690 COPY AUXPARM.
000700 01  W-SWITCHES.
000710     05  W-FIM                   PIC X(01) VALUE "N".
000720         88  W-FIM-SIM           VALUE "S".
002680         OPEN EXTEND FAUDIT.
002690     WRITE REG-FAUDIT FROM REG-AUDITLOG.
002700     CLOSE FAUDIT.
002700     MOVE REG-AUDITLOG TO AUX-REGISTRO.
002700     MOVE "G" TO AUX-ACAO.
002700     CALL "AUX000" USING AUX-PARAMETROS-AREA.
002710 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
