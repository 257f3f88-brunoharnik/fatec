000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-08-22 BH        VERSAO INICIAL                             *
000190* 2026-10-11 BH        PRODUTO NOVO DA CARGA NASCE SEM INSPECAO   *
000190*                      DE QUALIDADE E SEM QUARENTENA              *
000190* 2026-10-14 BH        COLUNA 16 DO CSV OPCIONAL COM A SITUACAO   *
000190*                      DO PRODUTO (SITPROD A/L/C/V/I); EM         *
000190*                      BRANCO MANTEM A ATUAL (PRODUTO NOVO        *
000190*                      NASCE ATIVO) E A TROCA GANHA ENTRADA       *
000190*                      PROPRIA NA FAUDIT                          *
000190* 2026-10-15 BH        PRODUTO NOVO DA CARGA NASCE SEM PRAZO DE   *
000190*                      GARANTIA (GARANTIA-MESES ZERO)             *
000190* 2026-10-15 BH        PRODUTO NOVO DA CARGA NASCE SEM VOLUME     *
000190*                      (VOLUME ZERO)                              *
000190* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000190*                      FAUDIDX (AUX000)                           *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP034.
000770 01  AUD-STATUS                  PIC X(02).
000780 01  W-OPERADOR                  PIC X(08).
000790 COPY AUDITLOG.
000790 COPY AUXPARM.
000800 01  W-SWITCHES.
000810     05  W-EOF                   PIC X(01).
000820         88  W-EOF-SIM           VALUE "S".
000920 01  W-QTDE-ALTERADAS            PIC 9(07) VALUE ZERO.
000930 01  W-QTDE-REJEITADAS           PIC 9(07) VALUE ZERO.
000940 01  W-REGPROD-ANTES             PIC X(80).
000940 01  W-SITPROD-ANTERIOR          PIC X(01).
000950******************************************************************
000960*    CAMPOS DA LINHA CSV (TEXTO BRUTO E CONVERTIDOS)              *
000970******************************************************************
001110     05  WC-TAXICMS              PIC X(08).
001120     05  WC-VALICMS              PIC X(20).
001122     05  WC-CODNCM               PIC X(10).
001122     05  WC-SITPROD              PIC X(01).
001122         88  WC-SITPROD-VALIDO   VALUES "A" "L" "C" "V" "I" " ".
001130 01  W-NUM-CODPROD               PIC 9(08).
001140 01  W-NUM-QUANTIDADE            PIC 9(07).
001150 01  W-NUM-PMEDIO                PIC 9(12)V99.
001830         INTO WC-CODPROD WC-DESCPROD WC-UNPROD WC-TIPOPROD
001840              WC-QUANTIDADE WC-PMEDIO WC-PTOTAL WC-ULTPRE
001850              WC-CODFORN WC-DIAULTC WC-MESULTC WC-ANOULTC
001860              WC-TAXICMS WC-VALICMS WC-CODNCM WC-SITPROD.
001870     PERFORM 3000-CRITICAR THRU 3000-EXIT.
001880     IF W-MOTIVO NOT = SPACES
001890         PERFORM 4000-REJEITAR THRU 4000-EXIT
002250     IF W-NUM-DIAULTC > 31
002260         MOVE "DIA DA ULTIMA COMPRA INVALIDO" TO W-MOTIVO
002270         GO TO 3000-EXIT.
002270     IF NOT WC-SITPROD-VALIDO
002270         MOVE "SITUACAO INVALIDA (A/L/C/V/I)" TO W-MOTIVO
002270         GO TO 3000-EXIT.
002275     PERFORM 3200-CRITICAR-NCM THRU 3200-EXIT.
002276     IF W-MOTIVO NOT = SPACES
002277         GO TO 3000-EXIT.
002660         NOT INVALID KEY
002670             MOVE "S" TO W-PROD-EXISTE
002680             MOVE REGPROD TO W-REGPROD-ANTES.
002680     MOVE SPACE TO W-SITPROD-ANTERIOR.
002680     IF W-PROD-EXISTE-SIM
002680         MOVE SITPROD TO W-SITPROD-ANTERIOR
002680         IF W-SITPROD-ANTERIOR = SPACE
002680             MOVE "A" TO W-SITPROD-ANTERIOR
002680         END-IF.
002690     IF NOT W-PROD-EXISTE-SIM
002700         MOVE ZERO TO CODBARRA
002702         MOVE ZERO TO RESERVADA
002702         MOVE "N"  TO CTRLSERIE
002702         MOVE "N"  TO INSPECAO
002702         MOVE ZERO TO QUARENTENA
002702         MOVE ZERO TO GARANTIA-MESES
002702         MOVE ZERO TO VOLUME
002702         MOVE "A"  TO SITPROD.
002702     IF WC-SITPROD NOT = SPACE
002702         MOVE WC-SITPROD TO SITPROD.
002710     MOVE W-NUM-CODPROD    TO CODPROD.
002720     MOVE WC-DESCPROD      TO DESCPROD.
002730     MOVE WC-UNPROD        TO UNPROD.
002910                 ADD 1 TO W-QTDE-ALTERADAS
002920                 MOVE "A" TO AUD-OPERACAO
002930                 MOVE W-REGPROD-ANTES TO AUD-ANTES
002930                 MOVE REGPROD TO AUD-DEPOIS
002940                 PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
002940                 PERFORM 6100-AUDITAR-SITUACAO THRU 6100-EXIT
002950         END-REWRITE
002960     ELSE
002970         WRITE REGPROD
003020                 ADD 1 TO W-QTDE-INCLUIDAS
003030                 MOVE "I" TO AUD-OPERACAO
003040                 MOVE SPACES TO AUD-ANTES
003040                 MOVE REGPROD TO AUD-DEPOIS
003050                 PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
003050                 PERFORM 6100-AUDITAR-SITUACAO THRU 6100-EXIT
003060         END-WRITE.
003070 5000-EXIT. EXIT.
003080******************************************************************
003131     MOVE "CADPROD"    TO AUD-ARQUIVO.
003140     MOVE W-OPERADOR   TO AUD-OPERADOR.
003150     MOVE CODPROD      TO AUD-CHAVE.
003170     ACCEPT AUD-DATA   FROM DATE.
003180     ACCEPT AUD-HORA   FROM TIME.
003190     OPEN EXTEND FAUDIT.
003230         OPEN EXTEND FAUDIT.
003240     WRITE REG-FAUDIT FROM REG-AUDITLOG.
003250     CLOSE FAUDIT.
003250     MOVE REG-AUDITLOG TO AUX-REGISTRO.
003250     MOVE "G" TO AUX-ACAO.
003250     CALL "AUX000" USING AUX-PARAMETROS-AREA.
003260 6000-EXIT. EXIT.
003260******************************************************************
003260*    6100-AUDITAR-SITUACAO - TROCA DE SITPROD GANHA ENTRADA       *
003260*    PROPRIA NA FAUDIT, COMO NO CEP003 (A IMAGEM DO REGPROD NAO   *
003260*    ALCANCA O CAMPO); MESMA OPERACAO DA ENTRADA RECEM-GRAVADA,   *
003260*    ANTERIOR EM BRANCO = INCLUSAO                                *
003260******************************************************************
003260 6100-AUDITAR-SITUACAO.
003260     IF SITPROD = W-SITPROD-ANTERIOR
003260         GO TO 6100-EXIT.
003260     IF W-SITPROD-ANTERIOR = SPACE AND PROD-ATIVO
003260         GO TO 6100-EXIT.
003260     MOVE SPACES TO AUD-ANTES AUD-DEPOIS.
003260     IF W-SITPROD-ANTERIOR NOT = SPACE
003260         STRING "SITUACAO DO PRODUTO " W-SITPROD-ANTERIOR
003260             DELIMITED BY SIZE INTO AUD-ANTES.
003260     STRING "SITUACAO DO PRODUTO " SITPROD
003260         DELIMITED BY SIZE INTO AUD-DEPOIS.
003260     PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
003260 6100-EXIT. EXIT.
