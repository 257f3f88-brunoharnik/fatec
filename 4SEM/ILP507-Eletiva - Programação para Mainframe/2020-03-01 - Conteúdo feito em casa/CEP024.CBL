000167*                      CICLICA (CEP055) LER                       *
000168* 2026-09-02 BH        AREA DO MOVHIST DE 41 PARA 45 BYTES       *
000168*                      (REGMOV CRESCEU COM O MOV-CODDEPC)         *
000168* 2026-10-15 BH        RELATORIO CATALOGADO NO SPOOL (SPL000)     *
000168*                      COM AS COLUNAS DO DETALHE PARA O CSV DO    *
000168*                      SPLREP                                     *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CEP024.
000600 01  PROD-STATUS                 PIC X(02).
000610 01  W-PROD-STATUS-ABERTURA      PIC X(02).
000620 01  REL-STATUS                  PIC X(02).
000620 COPY SPLPARM.
000620 01  W-EOF-SPL                   PIC X(01).
000620     88  W-EOF-SPL-SIM           VALUE "S".
000630 01  W-SWITCHES.
000640     05  W-EOF                   PIC X(01) VALUE "N".
000650         88  W-EOF-SIM           VALUE "S".
001200     05  FILLER                  PIC X(19) VALUE
001210         "TOTAL GERAL......: ".
001220     05  LT-TOTAL                PIC ZZZZZZZZZZZ9,99.
001220******************************************************************
001220*    COLUNAS DA LINHA DE DETALHE DECLARADAS AO SPOOL: TITULO,     *
001220*    POSICAO, TAMANHO E TIPO (N NUMERO, A TEXTO, S GRUPO)         *
001220******************************************************************
001220 01  W-COLUNAS-CSV.
001220     05  FILLER                  PIC X(22) VALUE
001220         "CLASSE         001001A".
001220     05  FILLER                  PIC X(22) VALUE
001220         "CODPROD        004008N".
001220     05  FILLER                  PIC X(22) VALUE
001220         "DESCRICAO      014030A".
001220     05  FILLER                  PIC X(22) VALUE
001220         "VALOR          046015N".
001220     05  FILLER                  PIC X(22) VALUE
001220         "% ACUM         063006N".
001230 PROCEDURE DIVISION.
001240******************************************************************
001250*    0000-MAINLINE                                                *
001340     SORT SORTWK ON DESCENDING KEY SD-VALOR
001350         INPUT PROCEDURE IS 2000-SOLTAR-TABELA THRU 2000-EXIT
001360         OUTPUT PROCEDURE IS 3000-IMPRIMIR THRU 3000-EXIT.
001360     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
001370     DISPLAY "CEP024: PRODUTOS NA CURVA: " W-QTDE-IMPRESSA.
001380     STOP RUN.
001390******************************************************************
002670     MOVE W-QTDE-CLASSE     TO LS-QTDE.
002680     WRITE REG-RELAT FROM LIN-SUBTOTAL.
002690 3400-EXIT. EXIT.
002700******************************************************************
002710*    9000-ESPOLAR - REGISTRA A EXECUCAO NO SPOOL (SPL000) COM     *
002720*    AS COLUNAS DO DETALHE PARA O CSV DO SPLREP E COPIA AS        *
002730*    LINHAS DO RELATORIO                                          *
002740******************************************************************
002750 9000-ESPOLAR.
002760     MOVE "I" TO SPA-ACAO.
002770     MOVE "CEP024" TO SPA-PROGRAMA.
002780     MOVE SPACES TO SPA-OPERADOR.
002790     MOVE SPACES TO SPA-PARAMS.
002800     STRING "ANO " W-ANO-INF
002810         DELIMITED BY SIZE INTO SPA-PARAMS.
002820     MOVE 5 TO SPA-QTDE-COLUNAS.
002830     MOVE W-COLUNAS-CSV TO SPA-COLUNAS.
002840     CALL "SPL000" USING SPL-PARAMETROS-AREA.
002850     OPEN INPUT REPABC.
002860     IF REL-STATUS NOT = "00"
002870         GO TO 9000-FIM.
002880     MOVE "N" TO W-EOF-SPL.
002890     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
002900         UNTIL W-EOF-SPL-SIM.
002910     CLOSE REPABC.
002920 9000-FIM.
002930     MOVE "F" TO SPA-ACAO.
002940     CALL "SPL000" USING SPL-PARAMETROS-AREA.
002950 9000-EXIT. EXIT.
002960 9010-ESPOLAR-LER.
002970     READ REPABC
002980         AT END MOVE "S" TO W-EOF-SPL.
002990     IF NOT W-EOF-SPL-SIM
003000         MOVE "L" TO SPA-ACAO
003010         MOVE REG-RELAT TO SPA-LINHA
003020         CALL "SPL000" USING SPL-PARAMETROS-AREA.
003030 9010-EXIT. EXIT.
