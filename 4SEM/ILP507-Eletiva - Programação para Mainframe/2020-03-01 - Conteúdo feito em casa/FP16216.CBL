000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-08-22 BH        VERSAO INICIAL                             *
000200* 2026-10-15 BH        RELATORIO CATALOGADO NO SPOOL (SPL000)     *
000200*                      COM AS COLUNAS DO DETALHE PARA O CSV DO    *
000200*                      SPLREP                                     *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. FP16216.
000760 01  CAR-STATUS                  PIC X(02).
000770 01  DEP-STATUS                  PIC X(02).
000780 01  REL-STATUS                  PIC X(02).
000780 COPY SPLPARM.
000780 01  W-EOF-SPL                   PIC X(01).
000780     88  W-EOF-SPL-SIM           VALUE "S".
000790 01  W-SWITCHES.
000800     05  W-EOF                   PIC X(01) VALUE "N".
000810         88  W-EOF-SIM           VALUE "S".
001540     05  TOT-BRUTO               PIC ZZZZZZZZZZ9,99.
001550     05  TOT-DESCONTOS           PIC ZZZZZZZZZZ9,99.
001560     05  TOT-LIQUIDO             PIC ZZZZZZZZZZ9,99.
001560******************************************************************
001560*    COLUNAS DA LINHA DE DETALHE DECLARADAS AO SPOOL: TITULO,     *
001560*    POSICAO, TAMANHO E TIPO (N NUMERO, A TEXTO, S GRUPO)         *
001560******************************************************************
001560 01  W-COLUNAS-CSV.
001560     05  FILLER                  PIC X(22) VALUE
001560         "DEPTO          001004N".
001560     05  FILLER                  PIC X(22) VALUE
001560         "DENOMINACAO    006020A".
001560     05  FILLER                  PIC X(22) VALUE
001560         "FUNCS          027005N".
001560     05  FILLER                  PIC X(22) VALUE
001560         "BRUTO          032014N".
001560     05  FILLER                  PIC X(22) VALUE
001560         "DESCONTOS      046014N".
001560     05  FILLER                  PIC X(22) VALUE
001560         "LIQUIDO        060014N".
001560     05  FILLER                  PIC X(22) VALUE
001560         "BRUTO C/SUBOR  074015N".
001570 PROCEDURE DIVISION.
001580******************************************************************
001590*    0000-MAINLINE                                                *
001700     PERFORM 2000-ACUMULAR-FOLHA THRU 2000-EXIT.
001710     PERFORM 3000-ROLAR-HIERARQUIA THRU 3000-EXIT.
001720     PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
001720     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
001730     DISPLAY "PAGAMENTOS SEM DEPARTAMENTO: " W-QTDE-SEM-DEPTO.
001740     DISPLAY "RELATORIO GRAVADO EM REPCUSTO".
001750     STOP RUN.
003860     MOVE TD-BRUTO-ACUM(W-SUB)  TO DET-BRUTO-ACUM.
003870     WRITE REG-RELAT FROM DET-RELAT.
003880 8200-EXIT. EXIT.
003890******************************************************************
003900*    9000-ESPOLAR - REGISTRA A EXECUCAO NO SPOOL (SPL000) COM     *
003910*    AS COLUNAS DO DETALHE PARA O CSV DO SPLREP E COPIA AS        *
003920*    LINHAS DO RELATORIO                                          *
003930******************************************************************
003940 9000-ESPOLAR.
003950     MOVE "I" TO SPA-ACAO.
003960     MOVE "FP16216" TO SPA-PROGRAMA.
003970     MOVE SPACES TO SPA-OPERADOR.
003980     MOVE SPACES TO SPA-PARAMS.
003990     STRING "COMP " W-MES-INF "/" W-ANO-INF
004000         DELIMITED BY SIZE INTO SPA-PARAMS.
004010     MOVE 7 TO SPA-QTDE-COLUNAS.
004020     MOVE W-COLUNAS-CSV TO SPA-COLUNAS.
004030     CALL "SPL000" USING SPL-PARAMETROS-AREA.
004040     OPEN INPUT REPCUSTO.
004050     IF REL-STATUS NOT = "00"
004060         GO TO 9000-FIM.
004070     MOVE "N" TO W-EOF-SPL.
004080     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
004090         UNTIL W-EOF-SPL-SIM.
004100     CLOSE REPCUSTO.
004110 9000-FIM.
004120     MOVE "F" TO SPA-ACAO.
004130     CALL "SPL000" USING SPL-PARAMETROS-AREA.
004140 9000-EXIT. EXIT.
004150 9010-ESPOLAR-LER.
004160     READ REPCUSTO
004170         AT END MOVE "S" TO W-EOF-SPL.
004180     IF NOT W-EOF-SPL-SIM
004190         MOVE "L" TO SPA-ACAO
004200         MOVE REG-RELAT TO SPA-LINHA
004210         CALL "SPL000" USING SPL-PARAMETROS-AREA.
004220 9010-EXIT. EXIT.
