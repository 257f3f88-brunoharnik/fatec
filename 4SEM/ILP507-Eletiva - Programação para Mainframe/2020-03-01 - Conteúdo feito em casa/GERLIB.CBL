000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-09-02 BH        VERSAO INICIAL                             *
000150* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000150*                      FAUDIDX (AUX000)                           *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. GERLIB.
000530 01  USR-STATUS                  PIC X(02).
000540 01  AUD-STATUS                  PIC X(02).
000550 COPY AUDITLOG.
000550 COPY AUXPARM.
000560 01  W-USUARIO-INF               PIC X(08).
000570 01  W-SENHA-INF                 PIC X(08).
000580 01  W-SENHA-EMB                 PIC X(08).
001860         OPEN EXTEND FAUDIT.
001870     WRITE REG-FAUDIT FROM REG-AUDITLOG.
001880     CLOSE FAUDIT.
001880     MOVE REG-AUDITLOG TO AUX-REGISTRO.
001880     MOVE "G" TO AUX-ACAO.
001880     CALL "AUX000" USING AUX-PARAMETROS-AREA.
001890 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
