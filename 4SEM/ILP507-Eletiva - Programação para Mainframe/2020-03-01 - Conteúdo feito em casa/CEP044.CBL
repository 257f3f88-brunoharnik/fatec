000120*              ACUMULADO A PARTIR DO CAIXA INICIAL INFORMADO.     *
000130*              TITULOS JA VENCIDOS CAEM NO DIA 1 (HOJE). O        *
000140*              RELATORIO SAI NO ARQUIVO REPFLUXO.                 *
000140*              AS VENDAS NO CARTAO E PIX ENTRAM COMO ENTRADA PELO *
000140*              LIQUIDO NA DATA DE PAGAMENTO DA ADQUIRENTE (LIQADQ)*
000140*              OU, SEM LIQUIDACAO, PELO BRUTO MENOS A TAXA NA     *
000140*              DATA DA VENDA MAIS O PRAZO DA TABADQ.              *
000150*------------------------------------------------------------------
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-09-02 BH        VERSAO INICIAL                             *
000180* 2026-09-28 BH        ENTRADAS PREVISTAS DAS VENDAS NO CARTAO E  *
000180*                      PIX (LIQADQ / CAIXAMOV COM TAXA E PRAZO DA *
000180*                      TABADQ)                                    *
000180* 2026-09-30 BH        TITULO RENEGOCIADO EM ACORDO SAI DA        *
000180*                      PROJECAO (AS PARCELAS DO ACORDO ENTRAM     *
000180*                      NO LUGAR)                                  *
000180* 2026-10-15 BH        RELATORIO CATALOGADO NO SPOOL (SPL000)     *
000180*                      COM AS COLUNAS DO DETALHE PARA O CSV DO    *
000180*                      SPLREP                                     *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP044.
000420     SELECT REPFLUXO ASSIGN TO "REPFLUXO"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS REL-STATUS.
000440     SELECT CAIXAMOV ASSIGN TO "CAIXAMOV"
000440         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CXM-STATUS.
000440     SELECT LIQADQ ASSIGN TO "LIQADQ"
000440         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LA-CHAVE
000440         FILE STATUS IS LAD-STATUS.
000440     SELECT TABADQ ASSIGN TO "TABADQ"
000440         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000440         RECORD KEY IS TA-CHAVE
000440         FILE STATUS IS TAD-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CRECEBER
000530 FD  REPFLUXO
000540     LABEL RECORDS ARE STANDARD.
000550 01  REG-RELAT                   PIC X(100).
000550 FD  CAIXAMOV
000550     LABEL RECORDS ARE STANDARD.
000550     COPY REGCXM.
000550 FD  LIQADQ
000550     LABEL RECORDS ARE STANDARD.
000550     COPY REGLAD.
000550 FD  TABADQ
000550     LABEL RECORDS ARE STANDARD.
000550     COPY REGTAD.
000560 WORKING-STORAGE SECTION.
000570 01  CRC-STATUS                  PIC X(02).
000580 01  CPG-STATUS                  PIC X(02).
000590 01  REL-STATUS                  PIC X(02).
000590 COPY SPLPARM.
000590 01  W-EOF-SPL                   PIC X(01).
000590     88  W-EOF-SPL-SIM           VALUE "S".
000590 01  CXM-STATUS                  PIC X(02).
000590 01  LAD-STATUS                  PIC X(02).
000590 01  TAD-STATUS                  PIC X(02).
000600 01  W-SWITCHES.
000610     05  W-EOF                   PIC X(01).
000620         88  W-EOF-SIM           VALUE "S".
000620     05  W-TEM-LIQADQ            PIC X(01).
000620         88  W-TEM-LIQADQ-SIM    VALUE "S".
000620     05  W-TEM-TABADQ            PIC X(01).
000620         88  W-TEM-TABADQ-SIM    VALUE "S".
000630 01  W-HORIZONTE                 PIC 9(03).
000640 01  W-CAIXA-INICIAL             PIC S9(12)V99.
000650 01  W-DATA-ATUAL.
000760 01  W-SEM-ENTRADA               PIC 9(13)V99.
000770 01  W-SEM-SAIDA                 PIC 9(13)V99.
000780 01  W-QTDE-FORA                 PIC 9(06) VALUE ZERO.
000780 01  W-QTDE-CARTAO-VELHAS        PIC 9(06) VALUE ZERO.
000780 01  W-MODALIDADE                PIC X(01).
000780 01  W-TAXA                      PIC 9(02)V99.
000780 01  W-PRAZO                     PIC 9(03).
000780 01  W-VALOR-PREVISTO            PIC 9(13)V99.
000790******************************************************************
000800*    BALDES DIARIOS DO HORIZONTE (ATE 200 DIAS)                   *
000810******************************************************************
000870*    LINHAS DO RELATORIO                                          *
000880******************************************************************
000890 01  LIN-CABEC1                  PIC X(60) VALUE
000900     "PROJECAO DE FLUXO DE CAIXA (CRECEBER + CARTOES X CPAGAR)".
000910 01  LIN-CABEC2.
000920     05  FILLER                  PIC X(22) VALUE
000930         "HORIZONTE (DIAS)....: ".
001170     05  FILLER                  PIC X(09) VALUE "  SAIDAS ".
001180     05  LS-SAIDA                PIC ZZZZZZZZZZZ9,99.
001190 01  LIN-TRACO                   PIC X(78) VALUE ALL "-".
001190******************************************************************
001190*    COLUNAS DA LINHA DE DETALHE DECLARADAS AO SPOOL: TITULO,     *
001190*    POSICAO, TAMANHO E TIPO (N NUMERO, A TEXTO, S GRUPO)         *
001190******************************************************************
001190 01  W-COLUNAS-CSV.
001190     05  FILLER                  PIC X(22) VALUE
001190         "DIA            001003N".
001190     05  FILLER                  PIC X(22) VALUE
001190         "ENTRADA        005015N".
001190     05  FILLER                  PIC X(22) VALUE
001190         "SAIDA          021015N".
001190     05  FILLER                  PIC X(22) VALUE
001190         "LIQUIDO        037015N".
001190     05  FILLER                  PIC X(22) VALUE
001190         "SALDO          053015N".
001200 PROCEDURE DIVISION.
001210******************************************************************
001220*    0000-MAINLINE                                                *
001360     INITIALIZE TAB-DIAS.
001370     MOVE ZERO TO W-QTDE-FORA.
001380     PERFORM 1000-LER-RECEBER THRU 1000-EXIT.
001390     PERFORM 1500-LER-CARTOES THRU 1500-EXIT.
001390     PERFORM 2000-LER-PAGAR THRU 2000-EXIT.
001400     PERFORM 3000-IMPRIMIR THRU 3000-EXIT.
001400     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
001410     DISPLAY "CEP044: TITULOS ALEM DO HORIZONTE: " W-QTDE-FORA.
001410     IF W-QTDE-CARTAO-VELHAS NOT = ZERO
001410         DISPLAY "CEP044: VENDAS CARTAO/PIX SEM LIQUIDACAO "
001410                 "HA MAIS DE 30 DIAS (FORA DA PROJECAO, "
001410                 "VER ADQCONC): "
001410                 W-QTDE-CARTAO-VELHAS.
001420     DISPLAY "RELATORIO GRAVADO EM REPFLUXO".
001430     STOP RUN.
001440******************************************************************
001640         AT END MOVE "S" TO W-EOF.
001650 1100-EXIT. EXIT.
001660 1200-ACUMULAR-CR.
001670     IF CR-PAGO-SIM OR CR-RENEGOCIADO
001680         GO TO 1200-LER.
001690     COMPUTE W-ORD-VENC =
001700         (CR-VEN-ANO * 360) + (CR-VEN-MES * 30) + CR-VEN-DIA.
001780 1200-LER.
001790     PERFORM 1100-LER-CR THRU 1100-EXIT.
001800 1200-EXIT. EXIT.
001800******************************************************************
001800*    1500-LER-CARTOES - ENTRADAS: LIQUIDACOES DA ADQUIRENTE A     *
001800*    RECEBER (LIQADQ COM PAGAMENTO DE HOJE EM DIANTE) E VENDAS NO *
001800*    CARTAO/PIX AINDA SEM LIQUIDACAO. SEM TABADQ VALEM OS PRAZOS  *
001800*    CREDITO 30, DEBITO 1 E PIX 0, SEM TAXA. VENDA SEM LIQUIDACAO *
001800*    HA MAIS DE 30 DIAS DO PRAZO NAO ENTRA (E COBRADA NO ADQCONC) *
001800******************************************************************
001800 1500-LER-CARTOES.
001800     MOVE "N" TO W-TEM-LIQADQ W-TEM-TABADQ.
001800     OPEN INPUT LIQADQ.
001800     IF LAD-STATUS = "00"
001800         MOVE "S" TO W-TEM-LIQADQ.
001800     OPEN INPUT TABADQ.
001800     IF TAD-STATUS = "00"
001800         MOVE "S" TO W-TEM-TABADQ.
001800     IF W-TEM-LIQADQ-SIM
001800         PERFORM 1600-LIQUIDACOES THRU 1600-EXIT.
001800     OPEN INPUT CAIXAMOV.
001800     IF CXM-STATUS = "00"
001800         MOVE "N" TO W-EOF
001800         PERFORM 1700-VENDA-CARTAO THRU 1700-EXIT
001800             UNTIL W-EOF-SIM
001800         CLOSE CAIXAMOV.
001800     IF W-TEM-LIQADQ-SIM
001800         CLOSE LIQADQ.
001800     IF W-TEM-TABADQ-SIM
001800         CLOSE TABADQ.
001800 1500-EXIT. EXIT.
001800 1600-LIQUIDACOES.
001800     MOVE "N" TO W-EOF.
001800     MOVE LOW-VALUES TO LA-CHAVE.
001800     START LIQADQ KEY IS NOT LESS THAN LA-CHAVE
001800         INVALID KEY MOVE "S" TO W-EOF.
001800     PERFORM 1610-LER-LIQUIDACAO THRU 1610-EXIT
001800         UNTIL W-EOF-SIM.
001800 1600-EXIT. EXIT.
001800 1610-LER-LIQUIDACAO.
001800     READ LIQADQ NEXT RECORD
001800         AT END MOVE "S" TO W-EOF.
001800     IF W-EOF-SIM
001800         GO TO 1610-EXIT.
001800     COMPUTE W-ORD-VENC =
001800         (LA-ANO-PAGTO * 360) + (LA-MES-PAGTO * 30)
001800         + LA-DIA-PAGTO.
001800     IF W-ORD-VENC < W-ORD-ATUAL
001800         GO TO 1610-EXIT.
001800     COMPUTE W-DIA-REL = W-ORD-VENC - W-ORD-ATUAL + 1.
001800     IF W-DIA-REL > W-HORIZONTE
001800         ADD 1 TO W-QTDE-FORA
001800         GO TO 1610-EXIT.
001800     ADD LA-VALOR-LIQUIDO TO TD-ENTRADA(W-DIA-REL).
001800 1610-EXIT. EXIT.
001800 1700-VENDA-CARTAO.
001800     READ CAIXAMOV
001800         AT END MOVE "S" TO W-EOF.
001800     IF W-EOF-SIM
001800         GO TO 1700-EXIT.
001800     IF NOT CX-CARTAO AND NOT CX-PIX
001800         GO TO 1700-EXIT.
001800     IF W-TEM-LIQADQ-SIM
001800         MOVE CX-DATA   TO LA-DATA-VENDA
001800         MOVE CX-NUMERO TO LA-NUMERO
001800         READ LIQADQ
001800             INVALID KEY MOVE SPACES TO LA-SITUACAO
001800             NOT INVALID KEY GO TO 1700-EXIT.
001800     IF CX-PIX
001800         MOVE "P" TO W-MODALIDADE
001800         MOVE ZERO TO W-PRAZO
001800     ELSE
001800         IF CX-DEBITO
001800             MOVE "D" TO W-MODALIDADE
001800             MOVE 1 TO W-PRAZO
001800         ELSE
001800             MOVE "C" TO W-MODALIDADE
001800             MOVE 30 TO W-PRAZO.
001800     MOVE ZERO TO W-TAXA.
001800     IF W-TEM-TABADQ-SIM
001800         MOVE W-MODALIDADE TO TA-MODALIDADE
001800         MOVE SPACES TO TA-BANDEIRA
001800         READ TABADQ
001800             NOT INVALID KEY
001800                 MOVE TA-TAXA  TO W-TAXA
001800                 MOVE TA-PRAZO TO W-PRAZO.
001800     COMPUTE W-ORD-VENC =
001800         (CX-ANO * 360) + (CX-MES * 30) + CX-DIA + W-PRAZO.
001800     IF W-ORD-VENC + 30 < W-ORD-ATUAL
001800         ADD 1 TO W-QTDE-CARTAO-VELHAS
001800         GO TO 1700-EXIT.
001800     COMPUTE W-DIA-REL = W-ORD-VENC - W-ORD-ATUAL + 1.
001800     IF W-DIA-REL < 1
001800         MOVE 1 TO W-DIA-REL.
001800     IF W-DIA-REL > W-HORIZONTE
001800         ADD 1 TO W-QTDE-FORA
001800         GO TO 1700-EXIT.
001800     COMPUTE W-VALOR-PREVISTO ROUNDED =
001800         CX-VALOR - (CX-VALOR * W-TAXA / 100).
001800     ADD W-VALOR-PREVISTO TO TD-ENTRADA(W-DIA-REL).
001800 1700-EXIT. EXIT.
001810******************************************************************
001820*    2000-LER-PAGAR - SAIDAS: TITULOS EM ABERTO DO CPAGAR          *
001830******************************************************************
002640     MOVE ZERO TO W-SEM-ENTRADA.
002650     MOVE ZERO TO W-SEM-SAIDA.
002660 3200-EXIT. EXIT.
002670******************************************************************
002680*    9000-ESPOLAR - REGISTRA A EXECUCAO NO SPOOL (SPL000) COM     *
002690*    AS COLUNAS DO DETALHE PARA O CSV DO SPLREP E COPIA AS        *
002700*    LINHAS DO RELATORIO                                          *
002710******************************************************************
002720 9000-ESPOLAR.
002730     MOVE "I" TO SPA-ACAO.
002740     MOVE "CEP044" TO SPA-PROGRAMA.
002750     MOVE SPACES TO SPA-OPERADOR.
002760     MOVE SPACES TO SPA-PARAMS.
002770     STRING "HORIZONTE " W-HORIZONTE
002780         DELIMITED BY SIZE INTO SPA-PARAMS.
002790     MOVE 5 TO SPA-QTDE-COLUNAS.
002800     MOVE W-COLUNAS-CSV TO SPA-COLUNAS.
002810     CALL "SPL000" USING SPL-PARAMETROS-AREA.
002820     OPEN INPUT REPFLUXO.
002830     IF REL-STATUS NOT = "00"
002840         GO TO 9000-FIM.
002850     MOVE "N" TO W-EOF-SPL.
002860     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
002870         UNTIL W-EOF-SPL-SIM.
002880     CLOSE REPFLUXO.
002890 9000-FIM.
002900     MOVE "F" TO SPA-ACAO.
002910     CALL "SPL000" USING SPL-PARAMETROS-AREA.
002920 9000-EXIT. EXIT.
002930 9010-ESPOLAR-LER.
002940     READ REPFLUXO
002950         AT END MOVE "S" TO W-EOF-SPL.
002960     IF NOT W-EOF-SPL-SIM
002970         MOVE "L" TO SPA-ACAO
002980         MOVE REG-RELAT TO SPA-LINHA
002990         CALL "SPL000" USING SPL-PARAMETROS-AREA.
003000 9010-EXIT. EXIT.
