000070* PURPOSE    : ESTATISTICA MENSAL DE VENDAS, NO MOLDE DO CEP011:  *
000080*              QUANTIDADE E VALOR VENDIDOS NO MES INFORMADO PELO  *
000090*              OPERADOR, POR CATEGORIA (TIPOPROD) E POR PRODUTO   *
000100*              (CODPROD), A PARTIR DO RESUMO MENSAL DE VENDAS     *
000110*              (RESVENDA: NOTAS EMITIDAS E VENDAS DE BALCAO DO    *
000110*              MES); E UMA SEGUNDA SECAO COM OS MAIORES CLIENTES  *
000120*              IDENTIFICADOS DO MES POR VALOR.                    *
000130*              RELATORIO GRAVADO EM REPVENMES.                    *
000140*------------------------------------------------------------------
000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-08-22 BH        VERSAO INICIAL                             *
000170* 2026-10-15 BH        LE O RESUMO MENSAL DE VENDAS (RESVENDA) EM *
000170*                      VEZ DE VARRER PEDVENDA/PEDITEM: O MES E O  *
000170*                      DAS NOTAS EMITIDAS MAIS O BALCAO; CLIENTE  *
000170*                      NAO IDENTIFICADO FICA FORA DOS MAIORES     *
000170* 2026-10-15 BH        RELATORIO CATALOGADO NO SPOOL (SPL000)     *
000170*                      COM AS COLUNAS DO DETALHE PARA O CSV DO    *
000170*                      SPLREP                                     *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CEP019.
000400         RECORD KEY IS CODIGO
000410         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000420         FILE STATUS IS PARC-STATUS.
000430     SELECT RESVENDA ASSIGN TO "RESVENDA"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS RS-CHAVE
000470         FILE STATUS IS RSV-STATUS.
000530     SELECT REPVENMES ASSIGN TO "REPVENMES"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS REL-STATUS.
000620 FD  CADPARCEIRO
000630     LABEL RECORDS ARE STANDARD.
000640     COPY REGPAC.
000650 FD  RESVENDA
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REGRSV.
000710 FD  REPVENMES
000720     LABEL RECORDS ARE STANDARD.
000730 01  REG-RELAT                   PIC X(100).
000820 01  PROD-STATUS                 PIC X(02).
000830 01  PARC-STATUS                 PIC X(02).
000840 01  W-PARC-STATUS-ABERTURA      PIC X(02).
000850 01  RSV-STATUS                  PIC X(02).
000870 01  REL-STATUS                  PIC X(02).
000870 COPY SPLPARM.
000870 01  W-EOF-SPL                   PIC X(01).
000870     88  W-EOF-SPL-SIM           VALUE "S".
000880 01  W-SWITCHES.
000890     05  W-EOF                   PIC X(01) VALUE "N".
000900         88  W-EOF-SIM           VALUE "S".
000930     05  W-PRIMEIRO-GRUPO        PIC X(01) VALUE "S".
000940         88  W-PRIMEIRO-GRUPO-SIM VALUE "S".
000950     05  W-TEM-PRODUTO           PIC X(01) VALUE "N".
001580     05  LCL-NOME                PIC X(30).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  LCL-VALOR               PIC ZZZZZZZZZZZ9,99.
001600******************************************************************
001600*    COLUNAS DA LINHA DE DETALHE DECLARADAS AO SPOOL: TITULO,     *
001600*    POSICAO, TAMANHO E TIPO (N NUMERO, A TEXTO, S GRUPO)         *
001600******************************************************************
001600 01  W-COLUNAS-CSV.
001600     05  FILLER                  PIC X(22) VALUE
001600         "CATEGORIA      012010S".
001600     05  FILLER                  PIC X(22) VALUE
001600         "CODPROD        001008N".
001600     05  FILLER                  PIC X(22) VALUE
001600         "DESCRICAO      011030A".
001600     05  FILLER                  PIC X(22) VALUE
001600         "QUANTIDADE     043007N".
001600     05  FILLER                  PIC X(22) VALUE
001600         "VALOR          052015N".
001610 PROCEDURE DIVISION.
001620******************************************************************
001630*    0000-MAINLINE                                                *
001700     SORT SORTWK ON ASCENDING KEY SD-TIPOPROD SD-CODPROD
001710         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
001720         OUTPUT PROCEDURE IS 2000-IMPRIMIR THRU 2000-EXIT.
001720     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
001730     DISPLAY "CEP019: LINHAS DO RESUMO PROCESSADAS: "
001740             W-QTDE-ITENS-LIDOS.
001750     STOP RUN.
001760******************************************************************
001770*    1000-SELECIONAR - LE AS LINHAS DE PRODUTO DO MES NO RESUMO   *
001780*    MENSAL DE VENDAS E SOLTA UM REGISTRO DE FASE POR LINHA COM   *
001790*    VENDA, ALEM DE ACUMULAR O VALOR POR CLIENTE NA TAB-CLIENTES  *
001800******************************************************************
001810 1000-SELECIONAR.
001820     OPEN INPUT RESVENDA.
001830     IF RSV-STATUS NOT = "00"
001840         DISPLAY "CEP019: ARQUIVO RESVENDA NAO EXISTE"
001850         GO TO 1000-EXIT.
001910     OPEN INPUT CADPROD.
001920     IF PROD-STATUS NOT = "00"
001930         DISPLAY "CEP019: ARQUIVO DE PRODUTOS NAO EXISTE"
001940         CLOSE RESVENDA
001960         GO TO 1000-EXIT.
001970     MOVE "N" TO W-EOF.
001980     INITIALIZE REGRSV.
001980     MOVE W-ANO-INF TO RS-ANO.
001980     MOVE W-MES-INF TO RS-MES.
001980     MOVE 1         TO RS-CODPROD.
001990     START RESVENDA KEY IS NOT LESS THAN RS-CHAVE
002000         INVALID KEY MOVE "S" TO W-EOF.
002010     IF NOT W-EOF-SIM
002020         PERFORM 1100-LER-RESUMO THRU 1100-EXIT.
002030     PERFORM 1200-TRATAR-LINHA THRU 1200-EXIT
002040         UNTIL W-EOF-SIM.
002050     CLOSE RESVENDA.
002070     CLOSE CADPROD.
002080 1000-EXIT. EXIT.
002090 1100-LER-RESUMO.
002100     READ RESVENDA NEXT RECORD
002110         AT END MOVE "S" TO W-EOF.
002110     IF NOT W-EOF-SIM
002110         AND (RS-ANO NOT = W-ANO-INF OR RS-MES NOT = W-MES-INF)
002110         MOVE "S" TO W-EOF.
002120 1100-EXIT. EXIT.
002130 1200-TRATAR-LINHA.
002140     IF RS-QUANTIDADE > ZERO OR RS-VALOR > ZERO
002170         PERFORM 1210-ACUMULAR-CLIENTE THRU 1210-EXIT
002180         PERFORM 1320-SOLTAR-LINHA THRU 1320-EXIT.
002190     PERFORM 1100-LER-RESUMO THRU 1100-EXIT.
002200 1200-EXIT. EXIT.
002210 1210-ACUMULAR-CLIENTE.
002210     IF RS-CODCLI = ZERO
002210         GO TO 1210-EXIT.
002220     MOVE "N" TO W-ACHOU-CLI.
002230     PERFORM 1220-LOCALIZAR-CLI THRU 1220-EXIT
002240         VARYING W-IDX FROM 1 BY 1
002310         ELSE
002320             ADD 1 TO W-QTDE-CLI
002330             MOVE W-QTDE-CLI TO W-IDX-CLI
002340             MOVE RS-CODCLI  TO TC-CODCLI(W-IDX-CLI)
002350             MOVE ZERO       TO TC-VALOR(W-IDX-CLI)
002360         END-IF
002370     END-IF.
002380     ADD RS-VALOR TO TC-VALOR(W-IDX-CLI).
002390 1210-EXIT. EXIT.
002400 1220-LOCALIZAR-CLI.
002410     IF TC-CODCLI(W-IDX) = RS-CODCLI
002420         MOVE "S" TO W-ACHOU-CLI
002430         MOVE W-IDX TO W-IDX-CLI.
002440 1220-EXIT. EXIT.
002590 1320-SOLTAR-LINHA.
002600     MOVE RS-CODPROD TO CODPROD.
002610     READ CADPROD
002620         INVALID KEY
002630             MOVE "?"    TO TIPOPROD
002640             MOVE SPACES TO DESCPROD.
002650     MOVE TIPOPROD       TO SD-TIPOPROD.
002660     MOVE RS-CODPROD     TO SD-CODPROD.
002670     MOVE DESCPROD       TO SD-DESCPROD.
002680     MOVE RS-QUANTIDADE  TO SD-QUANTIDADE.
002690     MOVE RS-VALOR       TO SD-VALOR.
002700     RELEASE SD-VENDA.
002710     ADD 1 TO W-QTDE-ITENS-LIDOS.
002730 1320-EXIT. EXIT.
002740******************************************************************
002750*    2000-IMPRIMIR - SECAO 1 (POR CATEGORIA/PRODUTO) E SECAO 2     *
004010         IF TC-VALOR(W-IDX2) > TC-VALOR(W-IDX-MAIOR)
004020             MOVE W-IDX2 TO W-IDX-MAIOR.
004030 6200-EXIT. EXIT.
004040******************************************************************
004050*    9000-ESPOLAR - REGISTRA A EXECUCAO NO SPOOL (SPL000) COM     *
004060*    AS COLUNAS DO DETALHE PARA O CSV DO SPLREP E COPIA AS        *
004070*    LINHAS DO RELATORIO                                          *
004080******************************************************************
004090 9000-ESPOLAR.
004100     MOVE "I" TO SPA-ACAO.
004110     MOVE "CEP019" TO SPA-PROGRAMA.
004120     MOVE SPACES TO SPA-OPERADOR.
004130     MOVE SPACES TO SPA-PARAMS.
004140     STRING "MES " W-MES-INF "/" W-ANO-INF
004150         DELIMITED BY SIZE INTO SPA-PARAMS.
004160     MOVE 5 TO SPA-QTDE-COLUNAS.
004170     MOVE W-COLUNAS-CSV TO SPA-COLUNAS.
004180     CALL "SPL000" USING SPL-PARAMETROS-AREA.
004190     OPEN INPUT REPVENMES.
004200     IF REL-STATUS NOT = "00"
004210         GO TO 9000-FIM.
004220     MOVE "N" TO W-EOF-SPL.
004230     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
004240         UNTIL W-EOF-SPL-SIM.
004250     CLOSE REPVENMES.
004260 9000-FIM.
004270     MOVE "F" TO SPA-ACAO.
004280     CALL "SPL000" USING SPL-PARAMETROS-AREA.
004290 9000-EXIT. EXIT.
004300 9010-ESPOLAR-LER.
004310     READ REPVENMES
004320         AT END MOVE "S" TO W-EOF-SPL.
004330     IF NOT W-EOF-SPL-SIM
004340         MOVE "L" TO SPA-ACAO
004350         MOVE REG-RELAT TO SPA-LINHA
004360         CALL "SPL000" USING SPL-PARAMETROS-AREA.
004370 9010-EXIT. EXIT.
