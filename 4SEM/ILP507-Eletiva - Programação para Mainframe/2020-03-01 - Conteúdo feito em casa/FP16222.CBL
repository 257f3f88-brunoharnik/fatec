000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-09-02 BH        VERSAO INICIAL                             *
000180* 2026-10-15 BH        FECHAMENTO E REABERTURA POR TIPO DE        *
000180*                      FOLHA: M-MENSAL (FC-SITUACAO) OU           *
000180*                      A-ADIANTAMENTO QUINZENAL DO FP16224        *
000180*                      (FC-SIT-ADIANT), QUE E PAGO E FECHADO      *
000180*                      ANTES DA FOLHA MENSAL                      *
000180* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000180*                      FAUDIDX (AUX000)                           *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. FP16222.
000490 01  FCT-STATUS                  PIC X(02).
000500 01  AUD-STATUS                  PIC X(02).
000510 COPY AUDITLOG.
000510 COPY AUXPARM.
000520 01  W-SWITCHES.
000530     05  W-FIM                   PIC X(01) VALUE "N".
000540         88  W-FIM-SIM           VALUE "S".
000560 01  W-MES-INF                   PIC 9(02).
000570 01  W-ANO-INF                   PIC 9(04).
000580 01  W-MOTIVO                    PIC X(60).
000580 01  W-TIPO-INF                  PIC X(01).
000580     88  W-TIPO-MENSAL           VALUE "M".
000580     88  W-TIPO-ADIANT           VALUE "A".
000580     88  W-TIPO-VALIDO           VALUES "M" "A".
000580 01  W-SIT-ATUAL                 PIC X(01).
000580     88  W-SIT-FECHADA           VALUE "F".
000590 LINKAGE SECTION.
000600 01  LK-OPERADOR                 PIC X(08).
000610 PROCEDURE DIVISION USING LK-OPERADOR.
000900     ACCEPT W-MES-INF.
000910     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
000920     ACCEPT W-ANO-INF.
000920 ROT-PEDIR-TIPO.
000920     DISPLAY "FOLHA (M-MENSAL/A-ADIANTAMENTO) =>".
000920     ACCEPT W-TIPO-INF.
000920     IF W-TIPO-INF = "m"
000920         MOVE "M" TO W-TIPO-INF.
000920     IF W-TIPO-INF = "a"
000920         MOVE "A" TO W-TIPO-INF.
000920     IF NOT W-TIPO-VALIDO
000920         DISPLAY "TIPO INVALIDO"
000920         GO TO ROT-PEDIR-TIPO.
000930 ROT-PEDIR-COMP-EXIT. EXIT.
000930******************************************************************
000930*    ROT-SIT-ATUAL - SITUACAO DA FOLHA ESCOLHIDA (MENSAL OU         *
000930*    ADIANTAMENTO) NO REGISTRO LIDO                                 *
000930******************************************************************
000930 ROT-SIT-ATUAL.
000930     IF W-TIPO-ADIANT
000930         MOVE FC-SIT-ADIANT TO W-SIT-ATUAL
000930     ELSE
000930         MOVE FC-SITUACAO TO W-SIT-ATUAL.
000930 ROT-SIT-ATUAL-EXIT. EXIT.
000930 ROT-MARCAR-SIT.
000930     IF W-TIPO-ADIANT
000930         MOVE W-SIT-ATUAL TO FC-SIT-ADIANT
000930     ELSE
000930         MOVE W-SIT-ATUAL TO FC-SITUACAO.
000930 ROT-MARCAR-SIT-EXIT. EXIT.
000940******************************************************************
000950*    ROT-FECHAR - TRAVA A COMPETENCIA (APOS A REMESSA)             *
000960******************************************************************
001070         INVALID KEY
001080             MOVE W-ANO-INF TO FC-ANO
001090             MOVE W-MES-INF TO FC-MES
001090             MOVE "A"       TO FC-SITUACAO
001090             MOVE "A"       TO FC-SIT-ADIANT
001090             MOVE "F"       TO W-SIT-ATUAL
001090             PERFORM ROT-MARCAR-SIT THRU ROT-MARCAR-SIT-EXIT
001110             WRITE REGFCT
001120                 INVALID KEY
001130                     DISPLAY "ERRO NO FECHAMENTO"
001170                         THRU ROT-AUDITORIA-EXIT
001180             END-WRITE
001190         NOT INVALID KEY
001190             PERFORM ROT-SIT-ATUAL THRU ROT-SIT-ATUAL-EXIT
001190             IF W-SIT-FECHADA
001210                 DISPLAY "COMPETENCIA JA ESTA FECHADA"
001220             ELSE
001220                 MOVE "F" TO W-SIT-ATUAL
001220                 PERFORM ROT-MARCAR-SIT THRU ROT-MARCAR-SIT-EXIT
001240                 REWRITE REGFCT
001250                     INVALID KEY
001260                         DISPLAY "ERRO NO FECHAMENTO"
001490             DISPLAY "COMPETENCIA SEM FECHAMENTO REGISTRADO"
001500             CLOSE FOLHACTL
001510             GO TO ROT-REABRIR-EXIT.
001520     PERFORM ROT-SIT-ATUAL THRU ROT-SIT-ATUAL-EXIT.
001520     IF NOT W-SIT-FECHADA
001530         DISPLAY "COMPETENCIA JA ESTA ABERTA"
001540         CLOSE FOLHACTL
001550         GO TO ROT-REABRIR-EXIT.
001590         DISPLAY "REABERTURA EXIGE MOTIVO"
001600         CLOSE FOLHACTL
001610         GO TO ROT-REABRIR-EXIT.
001620     MOVE "A" TO W-SIT-ATUAL.
001620     PERFORM ROT-MARCAR-SIT THRU ROT-MARCAR-SIT-EXIT.
001630     REWRITE REGFCT
001640         INVALID KEY
001650             DISPLAY "ERRO NA REABERTURA"
001830         INVALID KEY
001840             DISPLAY "COMPETENCIA ABERTA (SEM REGISTRO)"
001850         NOT INVALID KEY
001850             DISPLAY "SITUACAO: " FC-SITUACAO
001850             DISPLAY "ADIANTAMENTO: " FC-SIT-ADIANT.
001870     CLOSE FOLHACTL.
001880 ROT-CONSULTAR-EXIT. EXIT.
001890******************************************************************
001950     MOVE "A"        TO AUD-OPERACAO.
001960     MOVE LK-OPERADOR TO AUD-OPERADOR.
001970     MOVE SPACES TO AUD-CHAVE.
001980     STRING "COMPETENCIA " W-MES-INF "/" W-ANO-INF " " W-TIPO-INF
001990         DELIMITED BY SIZE INTO AUD-CHAVE.
002000     MOVE SPACES TO AUD-ANTES.
002010     MOVE SPACES TO AUD-DEPOIS.
002010     IF W-SIT-FECHADA
002030         MOVE "FOLHA ABERTA"  TO AUD-ANTES
002040         MOVE "FOLHA FECHADA" TO AUD-DEPOIS
002050     ELSE
002150         OPEN EXTEND FAUDIT.
002160     WRITE REG-FAUDIT FROM REG-AUDITLOG.
002170     CLOSE FAUDIT.
002170     MOVE REG-AUDITLOG TO AUX-REGISTRO.
002170     MOVE "G" TO AUX-ACAO.
002170     CALL "AUX000" USING AUX-PARAMETROS-AREA.
002180 ROT-AUDITORIA-EXIT. EXIT.
