000010******************************************************************
000020* PROGRAM-ID : CEP071                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-01                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : EXTRATO DO CLIENTE. JUNTA EM ORDEM DE DATA AS      *
000080*              NOTAS EMITIDAS (NOTAREG), AS PARCELAS DO CRECEBER  *
000090*              COM VENCIMENTO E PAGAMENTO, AS DEVOLUCOES          *
000100*              (DEVVENDA), OS CANCELAMENTOS DE NOTA DO CEP049 E   *
000110*              OS ACORDOS DE RENEGOCIACAO (ACORDO), COM SALDO     *
000120*              ANTERIOR, SALDO CORRENTE LINHA A LINHA E, NO FIM,  *
000130*              O TOTAL VENCIDO E OS ENCARGOS EM ABERTO.           *
000140*              MODO 1 - UM CLIENTE E UM PERIODO; MODO 2 - O MES   *
000150*              INTEIRO PARA TODOS OS CLIENTES COM SALDO DEVEDOR   *
000160*              NO ULTIMO DIA DO MES. O RELATORIO REPEXT VAI PARA  *
000170*              O SPOOL (SPL000) PARA O SPLREP REIMPRIMIR.         *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-10-01 BH        VERSAO INICIAL                             *
000210* 2026-10-06 BH        DEBITO DA NOTA INCLUI O FRETE (NF-TOTAL-   *
000210*                      FRETE)                                     *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CEP071.
000250 AUTHOR. BRUNO HARNIK.
000260 INSTALLATION. FATEC.
000270 DATE-WRITTEN. 2026-10-01.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT NOTAREG ASSIGN TO "NOTAREG"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS NF-NUMERO
000390         FILE STATUS IS NOT-STATUS.
000400     SELECT CRECEBER ASSIGN TO "CRECEBER"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CR-CHAVE
000440         FILE STATUS IS CRC-STATUS.
000450     SELECT DEVVENDA ASSIGN TO "DEVVENDA"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS DV-NUMERO
000490         FILE STATUS IS DEV-STATUS.
000500     SELECT ACORDO ASSIGN TO "ACORDO"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ACO-NUMERO
000540         ALTERNATE RECORD KEY IS ACO-CODCLI WITH DUPLICATES
000550         FILE STATUS IS ACO-STATUS.
000560     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CODIGO
000600         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000610         FILE STATUS IS PARC-STATUS.
000620     SELECT REPEXT ASSIGN TO "REPEXT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS REL-STATUS.
000650     SELECT SORTWK ASSIGN TO "SORTWK3".
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  NOTAREG
000690     LABEL RECORDS ARE STANDARD.
000700     COPY REGNOT.
000710 FD  CRECEBER
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGCREC.
000740 FD  DEVVENDA
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REGDVV.
000770 FD  ACORDO
000780     LABEL RECORDS ARE STANDARD.
000790     COPY REGACO.
000800 FD  CADPARCEIRO
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGPAC.
000830 FD  REPEXT
000840     LABEL RECORDS ARE STANDARD.
000850 01  REG-RELAT                   PIC X(132).
000860 SD  SORTWK.
000870 01  SD-LANCAMENTO.
000880     05  SD-CODCLI               PIC 9(04).
000890     05  SD-DATA                 PIC 9(08).
000900     05  SD-ORDEM                PIC 9(01).
000910     05  SD-DOCUMENTO            PIC 9(08).
000920     05  SD-DESCRICAO            PIC X(40).
000930     05  SD-DEBITO               PIC 9(12)V99.
000940     05  SD-CREDITO              PIC 9(12)V99.
000950 WORKING-STORAGE SECTION.
000960 01  NOT-STATUS                  PIC X(02).
000970 01  CRC-STATUS                  PIC X(02).
000980 01  DEV-STATUS                  PIC X(02).
000990 01  ACO-STATUS                  PIC X(02).
001000 01  PARC-STATUS                 PIC X(02).
001010 01  REL-STATUS                  PIC X(02).
001020 COPY SPLPARM.
001030 01  W-SWITCHES.
001040     05  W-EOF                   PIC X(01).
001050         88  W-EOF-SIM           VALUE "S".
001060     05  W-EOF-SPL               PIC X(01).
001070         88  W-EOF-SPL-SIM       VALUE "S".
001080     05  W-IMPRIME-CLI           PIC X(01).
001090         88  W-IMPRIME-CLI-SIM   VALUE "S".
001100 01  W-MODO                      PIC X(01).
001110     88  W-MODO-CLIENTE          VALUE "1".
001120     88  W-MODO-MES              VALUE "2".
001130 01  W-CODCLI-INF                PIC 9(04).
001140 01  W-MES-INF                   PIC 9(02).
001150 01  W-ANO-INF                   PIC 9(04).
001160 01  W-DATA-INI                  PIC 9(08).
001170 01  W-DATA-FIM                  PIC 9(08).
001180 01  W-DATA-TRAB.
001190     05  W-TRAB-ANO              PIC 9(04).
001200     05  W-TRAB-MES              PIC 9(02).
001210     05  W-TRAB-DIA              PIC 9(02).
001220 01  W-DATA-TRAB-NUM REDEFINES W-DATA-TRAB
001230                                 PIC 9(08).
001240 01  W-DIAS-NO-MES               PIC 9(02).
001250 01  W-QUOC                      PIC 9(04).
001260 01  W-RESTO-4                   PIC 9(04).
001270 01  W-RESTO-100                 PIC 9(04).
001280 01  W-RESTO-400                 PIC 9(04).
001290 01  W-DATA-EVENTO               PIC 9(08).
001300 01  W-VALOR-EVENTO              PIC 9(12)V99.
001310 01  W-ENCARGOS-REC              PIC 9(11)V99.
001320 01  W-VALOR-ED                  PIC ZZZZZZZZ9,99.
001330 01  W-IND                       PIC 9(04) COMP.
001340 01  W-CODCLI-ATUAL              PIC 9(04).
001350 01  W-SALDO                     PIC S9(13)V99.
001360 01  W-TOT-DEBITO                PIC 9(13)V99.
001370 01  W-TOT-CREDITO               PIC 9(13)V99.
001380 01  W-QTDE-EXTRATOS             PIC 9(05) VALUE ZERO.
001390 01  W-QTDE-LANCAMENTOS          PIC 9(07) VALUE ZERO.
001400******************************************************************
001410*    POSICAO DE CADA CLIENTE (INDICE = CODIGO DO CLIENTE):        *
001420*    SALDO ANTES DO PERIODO, SALDO NO FIM DO PERIODO, VENCIDO E   *
001430*    ENCARGOS EM ABERTO NO FIM DO PERIODO                         *
001440******************************************************************
001450 01  W-TAB-CLIENTES.
001460     05  W-CLI OCCURS 9999 TIMES.
001470         10  W-CLI-MOVIMENTO     PIC X(01).
001480         10  W-CLI-SALDO-ANT     PIC S9(13)V99 COMP-3.
001490         10  W-CLI-SALDO-FIM     PIC S9(13)V99 COMP-3.
001500         10  W-CLI-VENCIDO       PIC S9(13)V99 COMP-3.
001510         10  W-CLI-ENC-ABERTO    PIC S9(11)V99 COMP-3.
001520******************************************************************
001530*    LINHAS DO RELATORIO                                          *
001540******************************************************************
001550 01  LIN-CABEC1.
001560     05  FILLER                  PIC X(30) VALUE
001570         "EXTRATO DO CLIENTE - CEP071 - ".
001580     05  LC1-CODCLI              PIC 9(04).
001590     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  LC1-NOME                PIC X(30).
001610     05  FILLER                  PIC X(10) VALUE "  PERIODO ".
001620     05  LC1-INI-DIA             PIC 9(02).
001630     05  FILLER                  PIC X(01) VALUE "/".
001640     05  LC1-INI-MES             PIC 9(02).
001650     05  FILLER                  PIC X(01) VALUE "/".
001660     05  LC1-INI-ANO             PIC 9(04).
001670     05  FILLER                  PIC X(03) VALUE " A ".
001680     05  LC1-FIM-DIA             PIC 9(02).
001690     05  FILLER                  PIC X(01) VALUE "/".
001700     05  LC1-FIM-MES             PIC 9(02).
001710     05  FILLER                  PIC X(01) VALUE "/".
001720     05  LC1-FIM-ANO             PIC 9(04).
001730 01  LIN-CABEC2.
001740     05  FILLER                  PIC X(51) VALUE
001750         "DATA       DESCRICAO".
001760     05  FILLER                  PIC X(44) VALUE
001770         "DOCUMENTO           DEBITO          CREDITO".
001780     05  FILLER                  PIC X(17) VALUE
001790         "            SALDO".
001800 01  LIN-SALDO-ANT.
001810     05  FILLER                  PIC X(94) VALUE
001820         "           SALDO ANTERIOR".
001830     05  LSA-SALDO               PIC -ZZZZZZZZZZZZ9,99.
001840 01  LIN-LANC.
001850     05  LL-DIA                  PIC 9(02).
001860     05  FILLER                  PIC X(01) VALUE "/".
001870     05  LL-MES                  PIC 9(02).
001880     05  FILLER                  PIC X(01) VALUE "/".
001890     05  LL-ANO                  PIC 9(04).
001900     05  FILLER                  PIC X(01) VALUE SPACES.
001910     05  LL-DESCRICAO            PIC X(40).
001920     05  FILLER                  PIC X(01) VALUE SPACES.
001930     05  LL-DOCUMENTO            PIC 9(08).
001940     05  LL-DEBITO               PIC ZZZZZZZZZZZZ9,99.
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  LL-CREDITO              PIC ZZZZZZZZZZZZ9,99.
001970     05  LL-SALDO                PIC -ZZZZZZZZZZZZ9,99.
001980 01  LIN-TOTAL.
001990     05  FILLER                  PIC X(62) VALUE
002000         "           TOTAIS DO PERIODO".
002010     05  LT-DEBITO               PIC ZZZZZZZZZZZZ9,99.
002020     05  FILLER                  PIC X(01) VALUE SPACES.
002030     05  LT-CREDITO              PIC ZZZZZZZZZZZZ9,99.
002040     05  LT-SALDO                PIC -ZZZZZZZZZZZZ9,99.
002050 01  LIN-VENCIDO.
002060     05  FILLER                  PIC X(45) VALUE
002070         "           TOTAL VENCIDO NO FIM DO PERIODO..:".
002080     05  LV-VENCIDO              PIC -ZZZZZZZZZZZZ9,99.
002090 01  LIN-ENCARGOS.
002100     05  FILLER                  PIC X(45) VALUE
002110         "           ENCARGOS DE ATRASO EM ABERTO.....:".
002120     05  LE-ENCARGOS             PIC -ZZZZZZZZZZZZ9,99.
002130 01  LIN-SEPARA                  PIC X(132) VALUE ALL "-".
002140 PROCEDURE DIVISION.
002150******************************************************************
002160*    0000-MAINLINE                                                *
002170******************************************************************
002180 0000-MAINLINE.
002190     PERFORM 1000-PARAMETROS THRU 1000-EXIT.
002200     INITIALIZE W-TAB-CLIENTES.
002210     SORT SORTWK
002220         ON ASCENDING KEY SD-CODCLI SD-DATA SD-ORDEM
002230                          SD-DOCUMENTO
002240         INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
002250         OUTPUT PROCEDURE IS 3000-IMPRIMIR THRU 3000-EXIT.
002260     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
002270     DISPLAY "CEP071: LANCAMENTOS SELECIONADOS...: "
002280             W-QTDE-LANCAMENTOS.
002290     DISPLAY "CEP071: EXTRATOS IMPRESSOS.........: "
002300             W-QTDE-EXTRATOS.
002310     DISPLAY "CEP071: RELATORIO EM REPEXT, SPOOL " SPA-NUMERO.
002320     STOP RUN.
002330******************************************************************
002340*    1000-PARAMETROS - MODO, CLIENTE E PERIODO (AAAAMMDD)         *
002350******************************************************************
002360 1000-PARAMETROS.
002370     DISPLAY "CEP071: MODO (1-UM CLIENTE 2-TODOS NO MES) =>".
002380     ACCEPT W-MODO.
002390     IF W-MODO-CLIENTE
002400         GO TO 1000-CLIENTE.
002410     IF NOT W-MODO-MES
002420         DISPLAY "CEP071: MODO INVALIDO"
002430         MOVE 8 TO RETURN-CODE
002440         STOP RUN.
002450     MOVE ZERO TO W-CODCLI-INF.
002460     DISPLAY "CEP071: MES DO EXTRATO =>".
002470     ACCEPT W-MES-INF.
002480     DISPLAY "CEP071: ANO DO EXTRATO (4 DIGITOS) =>".
002490     ACCEPT W-ANO-INF.
002500     IF W-MES-INF < 1 OR W-MES-INF > 12 OR W-ANO-INF < 1753
002510         DISPLAY "CEP071: COMPETENCIA INVALIDA"
002520         MOVE 8 TO RETURN-CODE
002530         STOP RUN.
002540     MOVE W-ANO-INF TO W-TRAB-ANO.
002550     MOVE W-MES-INF TO W-TRAB-MES.
002560     MOVE 1         TO W-TRAB-DIA.
002570     MOVE W-DATA-TRAB-NUM TO W-DATA-INI.
002580     PERFORM 1100-DIAS-DO-MES THRU 1100-EXIT.
002590     MOVE W-DIAS-NO-MES TO W-TRAB-DIA.
002600     MOVE W-DATA-TRAB-NUM TO W-DATA-FIM.
002610     GO TO 1000-EXIT.
002620 1000-CLIENTE.
002630     DISPLAY "CEP071: CODIGO DO CLIENTE =>".
002640     ACCEPT W-CODCLI-INF.
002650     DISPLAY "CEP071: DATA INICIAL (AAAAMMDD) =>".
002660     ACCEPT W-DATA-INI.
002670     DISPLAY "CEP071: DATA FINAL (AAAAMMDD) =>".
002680     ACCEPT W-DATA-FIM.
002690     IF W-CODCLI-INF = ZERO
002700         DISPLAY "CEP071: CLIENTE NAO INFORMADO"
002710         MOVE 8 TO RETURN-CODE
002720         STOP RUN.
002730     MOVE W-DATA-FIM TO W-DATA-TRAB-NUM.
002740     IF W-DATA-INI > W-DATA-FIM
002750         OR W-TRAB-MES < 1 OR W-TRAB-MES > 12
002760         OR W-TRAB-DIA < 1 OR W-TRAB-DIA > 31
002770         DISPLAY "CEP071: PERIODO INVALIDO"
002780         MOVE 8 TO RETURN-CODE
002790         STOP RUN.
002800 1000-EXIT. EXIT.
002810 1100-DIAS-DO-MES.
002820     EVALUATE W-TRAB-MES
002830         WHEN 4 WHEN 6 WHEN 9 WHEN 11
002840             MOVE 30 TO W-DIAS-NO-MES
002850         WHEN 2
002860             DIVIDE W-TRAB-ANO BY 4 GIVING W-QUOC
002870                 REMAINDER W-RESTO-4
002880             DIVIDE W-TRAB-ANO BY 100 GIVING W-QUOC
002890                 REMAINDER W-RESTO-100
002900             DIVIDE W-TRAB-ANO BY 400 GIVING W-QUOC
002910                 REMAINDER W-RESTO-400
002920             IF W-RESTO-4 = ZERO
002930                     AND (W-RESTO-100 NOT = ZERO
002940                          OR W-RESTO-400 = ZERO)
002950                 MOVE 29 TO W-DIAS-NO-MES
002960             ELSE
002970                 MOVE 28 TO W-DIAS-NO-MES
002980             END-IF
002990         WHEN OTHER
003000             MOVE 31 TO W-DIAS-NO-MES
003010     END-EVALUATE.
003020 1100-EXIT. EXIT.
003030******************************************************************
003040*    2000-SELECIONAR - LE OS QUATRO ARQUIVOS E MANDA PARA O SORT  *
003050*    OS LANCAMENTOS DO PERIODO; O QUE E ANTERIOR AO PERIODO SO    *
003060*    FORMA O SALDO ANTERIOR. NO FIM, UM CABECALHO (ORDEM 0) POR   *
003070*    CLIENTE COM MOVIMENTO                                        *
003080******************************************************************
003090 2000-SELECIONAR.
003100     PERFORM 2100-NOTAS THRU 2100-EXIT.
003110     PERFORM 2200-PARCELAS THRU 2200-EXIT.
003120     PERFORM 2300-DEVOLUCOES THRU 2300-EXIT.
003130     PERFORM 2400-ACORDOS THRU 2400-EXIT.
003140     IF W-MODO-CLIENTE
003150         MOVE "S" TO W-CLI-MOVIMENTO (W-CODCLI-INF).
003160     PERFORM 2900-CABECALHO THRU 2900-EXIT
003170         VARYING W-IND FROM 1 BY 1
003180         UNTIL W-IND > 9999.
003190 2000-EXIT. EXIT.
003200******************************************************************
003210*    2100-NOTAS - NOTA EMITIDA (DEBITO) E NOTA CANCELADA PELO     *
003220*    CEP049 (CREDITO NA DATA DO CANCELAMENTO)                     *
003230******************************************************************
003240 2100-NOTAS.
003250     OPEN INPUT NOTAREG.
003260     IF NOT-STATUS NOT = "00"
003270         DISPLAY "CEP071: SEM ARQUIVO NOTAREG"
003280         GO TO 2100-EXIT.
003290     MOVE "N" TO W-EOF.
003300     MOVE LOW-VALUES TO NF-NUMERO.
003310     START NOTAREG KEY IS NOT LESS THAN NF-NUMERO
003320         INVALID KEY MOVE "S" TO W-EOF.
003330     PERFORM 2110-LER-NOTA THRU 2110-EXIT
003340         UNTIL W-EOF-SIM.
003350     CLOSE NOTAREG.
003360 2100-EXIT. EXIT.
003370 2110-LER-NOTA.
003380     READ NOTAREG NEXT RECORD
003390         AT END MOVE "S" TO W-EOF.
003400     IF W-EOF-SIM
003410         GO TO 2110-EXIT.
003420     IF W-MODO-CLIENTE AND NF-CODCLI NOT = W-CODCLI-INF
003430         GO TO 2110-EXIT.
003440     IF NF-CODCLI = ZERO
003450         GO TO 2110-EXIT.
003460     MOVE NF-CODCLI TO SD-CODCLI.
003470     COMPUTE W-DATA-EVENTO = (NF-EMI-ANO * 10000)
003480         + (NF-EMI-MES * 100) + NF-EMI-DIA.
003490     COMPUTE W-VALOR-EVENTO = NF-TOTAL-MERCADORIA + NF-TOTAL-ST.
003490     IF NF-TOTAL-FRETE NUMERIC
003490         ADD NF-TOTAL-FRETE TO W-VALOR-EVENTO.
003500     MOVE NF-NUMERO TO SD-DOCUMENTO.
003510     MOVE 1 TO SD-ORDEM.
003520     MOVE "NOTA FISCAL EMITIDA" TO SD-DESCRICAO.
003530     MOVE W-VALOR-EVENTO TO SD-DEBITO.
003540     MOVE ZERO TO SD-CREDITO.
003550     PERFORM 2800-LANCAR THRU 2800-EXIT.
003560     IF NOT NOTA-CANCELADA
003570         GO TO 2110-EXIT.
003580     MOVE NF-DATA-CANC TO W-DATA-EVENTO.
003590     MOVE 5 TO SD-ORDEM.
003600     MOVE "NOTA FISCAL CANCELADA" TO SD-DESCRICAO.
003610     MOVE ZERO TO SD-DEBITO.
003620     MOVE W-VALOR-EVENTO TO SD-CREDITO.
003630     PERFORM 2800-LANCAR THRU 2800-EXIT.
003640 2110-EXIT. EXIT.
003650******************************************************************
003660*    2200-PARCELAS - CADA PARCELA DO CRECEBER (LINHA INFORMATIVA  *
003670*    NA EMISSAO, SEM VALOR) E O SEU PAGAMENTO (CREDITO, COM OS    *
003680*    ENCARGOS DE ATRASO RECEBIDOS LANCADOS A DEBITO); APURA O     *
003690*    VENCIDO E OS ENCARGOS EM ABERTO NO FIM DO PERIODO            *
003700******************************************************************
003710 2200-PARCELAS.
003720     OPEN INPUT CRECEBER.
003730     IF CRC-STATUS NOT = "00"
003740         DISPLAY "CEP071: SEM ARQUIVO CRECEBER"
003750         GO TO 2200-EXIT.
003760     MOVE "N" TO W-EOF.
003770     MOVE LOW-VALUES TO CR-CHAVE.
003780     IF W-MODO-CLIENTE
003790         MOVE W-CODCLI-INF TO CR-CODCLI
003800         MOVE ZERO TO CR-DOCUMENTO.
003810     START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
003820         INVALID KEY MOVE "S" TO W-EOF.
003830     PERFORM 2210-LER-PARCELA THRU 2210-EXIT
003840         UNTIL W-EOF-SIM.
003850     CLOSE CRECEBER.
003860 2200-EXIT. EXIT.
003870 2210-LER-PARCELA.
003880     READ CRECEBER NEXT RECORD
003890         AT END MOVE "S" TO W-EOF.
003900     IF W-EOF-SIM
003910         GO TO 2210-EXIT.
003920     IF W-MODO-CLIENTE AND CR-CODCLI NOT = W-CODCLI-INF
003930         MOVE "S" TO W-EOF
003940         GO TO 2210-EXIT.
003950     IF CR-CODCLI = ZERO
003960         GO TO 2210-EXIT.
003970     MOVE CR-CODCLI TO SD-CODCLI.
003980     MOVE CR-DOCUMENTO TO SD-DOCUMENTO.
003990     PERFORM 2220-POSICAO-FIM THRU 2220-EXIT.
004000     COMPUTE W-DATA-EVENTO = (CR-EMI-ANO * 10000)
004010         + (CR-EMI-MES * 100) + CR-EMI-DIA.
004020     MOVE 2 TO SD-ORDEM.
004030     MOVE SPACES TO SD-DESCRICAO.
004040     MOVE CR-VALOR TO W-VALOR-ED.
004050     EVALUATE TRUE
004060         WHEN CR-RENEGOCIADO
004070             STRING "PARCELA " W-VALOR-ED " RENEG. ACORDO "
004080                    CR-ACORDO
004090                 DELIMITED BY SIZE INTO SD-DESCRICAO
004100         WHEN OTHER
004110             STRING "PARCELA " W-VALOR-ED " VENC " CR-VEN-DIA "/"
004120                    CR-VEN-MES "/" CR-VEN-ANO
004130                 DELIMITED BY SIZE INTO SD-DESCRICAO
004140     END-EVALUATE.
004150     MOVE ZERO TO SD-DEBITO.
004160     MOVE ZERO TO SD-CREDITO.
004170     PERFORM 2800-LANCAR THRU 2800-EXIT.
004180     IF NOT CR-PAGO-SIM
004190         GO TO 2210-EXIT.
004200     COMPUTE W-DATA-EVENTO = (CR-PAG-ANO * 10000)
004210         + (CR-PAG-MES * 100) + CR-PAG-DIA.
004220     MOVE ZERO TO W-ENCARGOS-REC.
004230     IF CR-JUROS-REC IS NUMERIC AND CR-MULTA-REC IS NUMERIC
004240         COMPUTE W-ENCARGOS-REC = CR-JUROS-REC + CR-MULTA-REC.
004250     IF W-ENCARGOS-REC > ZERO
004260         MOVE 6 TO SD-ORDEM
004270         MOVE "ENCARGOS DE ATRASO (JUROS E MULTA)"
004280             TO SD-DESCRICAO
004290         MOVE W-ENCARGOS-REC TO SD-DEBITO
004300         MOVE ZERO TO SD-CREDITO
004310         PERFORM 2800-LANCAR THRU 2800-EXIT.
004320     MOVE 7 TO SD-ORDEM.
004330     MOVE SPACES TO SD-DESCRICAO.
004340     STRING "PAGAMENTO DA PARCELA VENC " CR-VEN-DIA "/"
004350            CR-VEN-MES "/" CR-VEN-ANO
004360         DELIMITED BY SIZE INTO SD-DESCRICAO.
004370     MOVE ZERO TO SD-DEBITO.
004380     COMPUTE SD-CREDITO = CR-VALOR + W-ENCARGOS-REC.
004390     PERFORM 2800-LANCAR THRU 2800-EXIT.
004400 2210-EXIT. EXIT.
004410******************************************************************
004420*    2220-POSICAO-FIM - PARCELA VENCIDA E AINDA EM ABERTO NO FIM  *
004430*    DO PERIODO (PAGA DEPOIS DELE CONTA COMO ABERTA) E ENCARGOS   *
004440*    QUE FICARAM EM ABERTO NA BAIXA                               *
004450******************************************************************
004460 2220-POSICAO-FIM.
004470     IF CR-RENEGOCIADO
004480         GO TO 2220-EXIT.
004490     IF CR-PAGO-SIM
004500         COMPUTE W-DATA-EVENTO = (CR-PAG-ANO * 10000)
004510             + (CR-PAG-MES * 100) + CR-PAG-DIA
004520         IF W-DATA-EVENTO NOT > W-DATA-FIM
004530             IF CR-JUROS-ABERTO IS NUMERIC
004540                 AND CR-MULTA-ABERTO IS NUMERIC
004550                 ADD CR-JUROS-ABERTO CR-MULTA-ABERTO
004560                     TO W-CLI-ENC-ABERTO (CR-CODCLI)
004570             END-IF
004580             GO TO 2220-EXIT
004590         END-IF
004600     END-IF.
004610     COMPUTE W-DATA-EVENTO = (CR-VEN-ANO * 10000)
004620         + (CR-VEN-MES * 100) + CR-VEN-DIA.
004630     IF W-DATA-EVENTO < W-DATA-FIM
004640         ADD CR-VALOR TO W-CLI-VENCIDO (CR-CODCLI).
004650 2220-EXIT. EXIT.
004660******************************************************************
004670*    2300-DEVOLUCOES - DEVOLUCAO DE VENDA (CREDITO DA MERCADORIA  *
004680*    MAIS O ST DEVOLVIDO, O MESMO VALOR QUE O CEP037 ABATE)       *
004690******************************************************************
004700 2300-DEVOLUCOES.
004710     OPEN INPUT DEVVENDA.
004720     IF DEV-STATUS NOT = "00"
004730         GO TO 2300-EXIT.
004740     MOVE "N" TO W-EOF.
004750     MOVE LOW-VALUES TO DV-NUMERO.
004760     START DEVVENDA KEY IS NOT LESS THAN DV-NUMERO
004770         INVALID KEY MOVE "S" TO W-EOF.
004780     PERFORM 2310-LER-DEVOLUCAO THRU 2310-EXIT
004790         UNTIL W-EOF-SIM.
004800     CLOSE DEVVENDA.
004810 2300-EXIT. EXIT.
004820 2310-LER-DEVOLUCAO.
004830     READ DEVVENDA NEXT RECORD
004840         AT END MOVE "S" TO W-EOF.
004850     IF W-EOF-SIM
004860         GO TO 2310-EXIT.
004870     IF W-MODO-CLIENTE AND DV-CODCLI NOT = W-CODCLI-INF
004880         GO TO 2310-EXIT.
004890     IF DV-CODCLI = ZERO
004900         GO TO 2310-EXIT.
004910     MOVE DV-CODCLI TO SD-CODCLI.
004920     COMPUTE W-DATA-EVENTO = (DV-ANO * 10000)
004930         + (DV-MES * 100) + DV-DIA.
004940     MOVE 4 TO SD-ORDEM.
004950     MOVE DV-NUMERO TO SD-DOCUMENTO.
004960     MOVE SPACES TO SD-DESCRICAO.
004970     STRING "DEVOLUCAO DO PEDIDO " DV-NUMERO-PEDIDO
004980         DELIMITED BY SIZE INTO SD-DESCRICAO.
004990     MOVE ZERO TO SD-DEBITO.
005000     COMPUTE SD-CREDITO = DV-TOTAL-MERCADORIA + DV-TOTAL-ST.
005010     PERFORM 2800-LANCAR THRU 2800-EXIT.
005020 2310-EXIT. EXIT.
005030******************************************************************
005040*    2400-ACORDOS - ACORDO DE RENEGOCIACAO: SAEM OS TITULOS       *
005050*    ORIGINAIS (CREDITO) E ENTRAM AS PARCELAS NOVAS (DEBITO)      *
005060******************************************************************
005070 2400-ACORDOS.
005080     OPEN INPUT ACORDO.
005090     IF ACO-STATUS NOT = "00"
005100         GO TO 2400-EXIT.
005110     MOVE "N" TO W-EOF.
005120     MOVE LOW-VALUES TO ACO-NUMERO.
005130     START ACORDO KEY IS NOT LESS THAN ACO-NUMERO
005140         INVALID KEY MOVE "S" TO W-EOF.
005150     PERFORM 2410-LER-ACORDO THRU 2410-EXIT
005160         UNTIL W-EOF-SIM.
005170     CLOSE ACORDO.
005180 2400-EXIT. EXIT.
005190 2410-LER-ACORDO.
005200     READ ACORDO NEXT RECORD
005210         AT END MOVE "S" TO W-EOF.
005220     IF W-EOF-SIM
005230         GO TO 2410-EXIT.
005240     IF W-MODO-CLIENTE AND ACO-CODCLI NOT = W-CODCLI-INF
005250         GO TO 2410-EXIT.
005260     IF ACO-CODCLI = ZERO
005270         GO TO 2410-EXIT.
005280     MOVE ACO-CODCLI TO SD-CODCLI.
005290     MOVE ACO-DATA TO W-DATA-EVENTO.
005300     MOVE 3 TO SD-ORDEM.
005310     MOVE ACO-NUMERO TO SD-DOCUMENTO.
005320     MOVE SPACES TO SD-DESCRICAO.
005330     STRING "ACORDO - TITULOS RENEGOCIADOS ("
005340            ACO-QTDE-TITULOS ")"
005350         DELIMITED BY SIZE INTO SD-DESCRICAO.
005360     MOVE ZERO TO SD-DEBITO.
005370     MOVE ACO-VALOR-ORIGINAL TO SD-CREDITO.
005380     PERFORM 2800-LANCAR THRU 2800-EXIT.
005390     MOVE SPACES TO SD-DESCRICAO.
005400     STRING "ACORDO - NOVAS PARCELAS (" ACO-QTDE-PARCELAS ")"
005410         DELIMITED BY SIZE INTO SD-DESCRICAO.
005420     MOVE ACO-VALOR-TOTAL TO SD-DEBITO.
005430     MOVE ZERO TO SD-CREDITO.
005440     PERFORM 2800-LANCAR THRU 2800-EXIT.
005450 2410-EXIT. EXIT.
005460******************************************************************
005470*    2800-LANCAR - LANCAMENTO COM DATA EM W-DATA-EVENTO: DEPOIS   *
005480*    DO PERIODO E IGNORADO, ANTES DELE VAI PARA O SALDO ANTERIOR, *
005490*    DENTRO DELE VAI PARA O SORT                                  *
005500******************************************************************
005510 2800-LANCAR.
005520     IF W-DATA-EVENTO > W-DATA-FIM
005530         GO TO 2800-EXIT.
005540     MOVE "S" TO W-CLI-MOVIMENTO (SD-CODCLI).
005550     ADD SD-DEBITO TO W-CLI-SALDO-FIM (SD-CODCLI).
005560     SUBTRACT SD-CREDITO FROM W-CLI-SALDO-FIM (SD-CODCLI).
005570     IF W-DATA-EVENTO < W-DATA-INI
005580         ADD SD-DEBITO TO W-CLI-SALDO-ANT (SD-CODCLI)
005590         SUBTRACT SD-CREDITO FROM W-CLI-SALDO-ANT (SD-CODCLI)
005600         GO TO 2800-EXIT.
005610     MOVE W-DATA-EVENTO TO SD-DATA.
005620     RELEASE SD-LANCAMENTO.
005630     ADD 1 TO W-QTDE-LANCAMENTOS.
005640 2800-EXIT. EXIT.
005650 2900-CABECALHO.
005660     IF W-CLI-MOVIMENTO (W-IND) NOT = "S"
005670         GO TO 2900-EXIT.
005680     MOVE W-IND  TO SD-CODCLI.
005690     MOVE ZERO   TO SD-DATA.
005700     MOVE ZERO   TO SD-ORDEM.
005710     MOVE ZERO   TO SD-DOCUMENTO.
005720     MOVE SPACES TO SD-DESCRICAO.
005730     MOVE ZERO   TO SD-DEBITO.
005740     MOVE ZERO   TO SD-CREDITO.
005750     RELEASE SD-LANCAMENTO.
005760 2900-EXIT. EXIT.
005770******************************************************************
005780*    3000-IMPRIMIR - UM EXTRATO POR CLIENTE; NO MODO 2 SO O       *
005790*    CLIENTE COM SALDO DEVEDOR NO FIM DO MES                      *
005800******************************************************************
005810 3000-IMPRIMIR.
005820     OPEN OUTPUT REPEXT.
005830     OPEN INPUT CADPARCEIRO.
005840     MOVE ZERO TO W-CODCLI-ATUAL.
005850     MOVE "N" TO W-IMPRIME-CLI.
005860     MOVE "N" TO W-EOF.
005870     PERFORM 3100-RETORNAR THRU 3100-EXIT
005880         UNTIL W-EOF-SIM.
005890     IF W-IMPRIME-CLI-SIM
005900         PERFORM 3300-FECHAR-CLIENTE THRU 3300-EXIT.
005910     IF PARC-STATUS = "00"
005920         CLOSE CADPARCEIRO.
005930     CLOSE REPEXT.
005940 3000-EXIT. EXIT.
005950 3100-RETORNAR.
005960     RETURN SORTWK
005970         AT END
005980             MOVE "S" TO W-EOF
005990             GO TO 3100-EXIT.
006000     IF SD-ORDEM = ZERO
006010         PERFORM 3200-ABRIR-CLIENTE THRU 3200-EXIT
006020         GO TO 3100-EXIT.
006030     IF NOT W-IMPRIME-CLI-SIM
006040         GO TO 3100-EXIT.
006050     ADD SD-DEBITO TO W-SALDO.
006060     SUBTRACT SD-CREDITO FROM W-SALDO.
006070     ADD SD-DEBITO TO W-TOT-DEBITO.
006080     ADD SD-CREDITO TO W-TOT-CREDITO.
006090     MOVE SD-DATA TO W-DATA-TRAB-NUM.
006100     MOVE W-TRAB-DIA   TO LL-DIA.
006110     MOVE W-TRAB-MES   TO LL-MES.
006120     MOVE W-TRAB-ANO   TO LL-ANO.
006130     MOVE SD-DESCRICAO TO LL-DESCRICAO.
006140     MOVE SD-DOCUMENTO TO LL-DOCUMENTO.
006150     MOVE SD-DEBITO    TO LL-DEBITO.
006160     MOVE SD-CREDITO   TO LL-CREDITO.
006170     MOVE W-SALDO      TO LL-SALDO.
006180     WRITE REG-RELAT FROM LIN-LANC.
006190 3100-EXIT. EXIT.
006200 3200-ABRIR-CLIENTE.
006210     IF W-IMPRIME-CLI-SIM
006220         PERFORM 3300-FECHAR-CLIENTE THRU 3300-EXIT.
006230     MOVE SD-CODCLI TO W-CODCLI-ATUAL.
006240     MOVE "S" TO W-IMPRIME-CLI.
006250     IF W-MODO-MES
006260         AND W-CLI-SALDO-FIM (W-CODCLI-ATUAL) NOT > ZERO
006270         MOVE "N" TO W-IMPRIME-CLI
006280         GO TO 3200-EXIT.
006290     MOVE W-CODCLI-ATUAL TO LC1-CODCLI.
006300     MOVE SPACES TO LC1-NOME.
006310     IF PARC-STATUS = "00"
006320         MOVE W-CODCLI-ATUAL TO CODIGO
006330         READ CADPARCEIRO
006340             INVALID KEY MOVE "CLIENTE NAO CADASTRADO" TO LC1-NOME
006350             NOT INVALID KEY MOVE NOME TO LC1-NOME.
006360     MOVE W-DATA-INI TO W-DATA-TRAB-NUM.
006370     MOVE W-TRAB-DIA TO LC1-INI-DIA.
006380     MOVE W-TRAB-MES TO LC1-INI-MES.
006390     MOVE W-TRAB-ANO TO LC1-INI-ANO.
006400     MOVE W-DATA-FIM TO W-DATA-TRAB-NUM.
006410     MOVE W-TRAB-DIA TO LC1-FIM-DIA.
006420     MOVE W-TRAB-MES TO LC1-FIM-MES.
006430     MOVE W-TRAB-ANO TO LC1-FIM-ANO.
006440     WRITE REG-RELAT FROM LIN-SEPARA.
006450     WRITE REG-RELAT FROM LIN-CABEC1.
006460     WRITE REG-RELAT FROM LIN-CABEC2.
006470     MOVE W-CLI-SALDO-ANT (W-CODCLI-ATUAL) TO W-SALDO.
006480     MOVE W-SALDO TO LSA-SALDO.
006490     WRITE REG-RELAT FROM LIN-SALDO-ANT.
006500     MOVE ZERO TO W-TOT-DEBITO.
006510     MOVE ZERO TO W-TOT-CREDITO.
006520     ADD 1 TO W-QTDE-EXTRATOS.
006530 3200-EXIT. EXIT.
006540 3300-FECHAR-CLIENTE.
006550     MOVE W-TOT-DEBITO  TO LT-DEBITO.
006560     MOVE W-TOT-CREDITO TO LT-CREDITO.
006570     MOVE W-SALDO       TO LT-SALDO.
006580     WRITE REG-RELAT FROM LIN-TOTAL.
006590     MOVE W-CLI-VENCIDO (W-CODCLI-ATUAL) TO LV-VENCIDO.
006600     WRITE REG-RELAT FROM LIN-VENCIDO.
006610     MOVE W-CLI-ENC-ABERTO (W-CODCLI-ATUAL) TO LE-ENCARGOS.
006620     WRITE REG-RELAT FROM LIN-ENCARGOS.
006630     MOVE "N" TO W-IMPRIME-CLI.
006640 3300-EXIT. EXIT.
006650******************************************************************
006660*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
006670*    O SPLREP REIMPRIMIR QUALQUER FAIXA DE PAGINAS                *
006680******************************************************************
006690 9000-ESPOLAR.
006700     MOVE "I" TO SPA-ACAO.
006710     MOVE "CEP071" TO SPA-PROGRAMA.
006720     MOVE SPACES TO SPA-OPERADOR.
006730     MOVE SPACES TO SPA-PARAMS.
006740     IF W-MODO-CLIENTE
006750         STRING "CLI " W-CODCLI-INF " " W-DATA-INI
006760             DELIMITED BY SIZE INTO SPA-PARAMS
006770     ELSE
006780         STRING "TODOS " W-MES-INF "/" W-ANO-INF
006790             DELIMITED BY SIZE INTO SPA-PARAMS.
006800     CALL "SPL000" USING SPL-PARAMETROS-AREA.
006810     OPEN INPUT REPEXT.
006820     IF REL-STATUS NOT = "00"
006830         GO TO 9000-FIM.
006840     MOVE "N" TO W-EOF-SPL.
006850     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
006860         UNTIL W-EOF-SPL-SIM.
006870     CLOSE REPEXT.
006880 9000-FIM.
006890     MOVE "F" TO SPA-ACAO.
006900     CALL "SPL000" USING SPL-PARAMETROS-AREA.
006910 9000-EXIT. EXIT.
006920 9100-ESPOLAR-LER.
006930     READ REPEXT
006940         AT END MOVE "S" TO W-EOF-SPL.
006950     IF NOT W-EOF-SPL-SIM
006960         MOVE "L" TO SPA-ACAO
006970         MOVE REG-RELAT TO SPA-LINHA
006980         CALL "SPL000" USING SPL-PARAMETROS-AREA.
006990 9100-EXIT. EXIT.
