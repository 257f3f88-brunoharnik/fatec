000010******************************************************************
000020* PROGRAM-ID : CTBFIN                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-21                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : LANCAMENTOS FINANCEIROS NA INTERFACE CONTABIL -    *
000080*              PARA A COMPETENCIA INFORMADA, APENSA NO CTBLOTE    *
000090*              PELO MAPA TABCTB DE ORIGEM "C" OS EVENTOS DO       *
000100*              CRECEBER (TITULO EMITIDO "TR", TITULO RECEBIDO NO  *
000110*              CEP014/CEP040 "RR"), DO CPAGAR (TITULO EMITIDO     *
000120*              PELO BRUTO "TP", IRRF RETIDO "IR", ISS RETIDO      *
000130*              "IS", PAGAMENTO DO LIQUIDO NO CEP015/CEP042 "PP")  *
000140*              E OS TOTAIS DIARIOS DO CAIXAMOV DO CEP063 POR      *
000150*              FORMA DE PAGAMENTO ("CD" DINHEIRO, "CC" CARTAO,    *
000150*              "CP" PIX, "CF" PONTOS DE FIDELIDADE) E OS JUROS    *
000150*              "JR" E A MULTA "MR" DE ATRASO RECEBIDOS (JUROSMOV  *
000150*              TIPO "R" DA JUR000). O RELATORIO DE CONFERENCIA    *
000150*              (REPFIN)                                           *
000170*              PROVA DEBITOS = CREDITOS E, COMO NO CTBLANC,       *
000180*              EVENTO SEM CONTA MAPEADA IMPEDE A LIBERACAO DO     *
000190*              LOTE (RETURN-CODE 8). RODA DEPOIS DO CTBLANC, QUE  *
000200*              RECRIA O CTBLOTE.                                  *
000210*------------------------------------------------------------------
000220* HISTORICO DE ALTERACOES                                         *
000230* DATA       INICIAIS  DESCRICAO                                  *
000240* 2026-09-21 BH        VERSAO INICIAL                             *
000240* 2026-09-23 BH        CTBLOTE GANHA LOT-ORIGEM, GRAVADA "C"      *
000240* 2026-09-25 BH        CTBLOTE GANHA LOT-CODDEPC (DEPARTAMENTO),  *
000240*                      GRAVADO ZERADO                             *
000240* 2026-09-30 BH        PARCELA DE ACORDO DE RENEGOCIACAO NAO      *
000240*                      GERA NOVO TR (O TITULO ORIGINAL JA FOI     *
000240*                      LANCADO); SO O RECEBIMENTO RR              *
000240* 2026-10-07 BH        CAIXAMOV PAGO COM PONTOS DE FIDELIDADE     *
000240*                      (FORMA "F") VIRA O EVENTO "CF"             *
000240* 2026-10-13 BH        TITULO A PAGAR EM MOEDA ESTRANGEIRA PAGO   *
000240*                      NA COMPETENCIA LANCA A VARIACAO CAMBIAL    *
000240*                      REALIZADA: PASSIVA "VP" OU ATIVA "VA"      *
000240*                      (CP-VARIACAO), COM TOTAIS NO RESUMO        *
000240* 2026-10-15 BH        JUROS E MULTA DE ATRASO RECEBIDOS NA BAIXA *
000240*                      E NO RESIDUAL (JUROSMOV TIPO R) LANCADOS   *
000240*                      COMO "JR" E "MR", COM TOTAIS NO RESUMO     *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CTBFIN.
000280 AUTHOR. BRUNO HARNIK.
000290 INSTALLATION. FATEC.
000300 DATE-WRITTEN. 2026-09-21.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CRECEBER ASSIGN TO "CRECEBER"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CR-CHAVE
000420         FILE STATUS IS CR-STATUS.
000430     SELECT CPAGAR ASSIGN TO "CPAGAR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CP-CHAVE
000470         FILE STATUS IS CPG-STATUS.
000480     SELECT CAIXAMOV ASSIGN TO "CAIXAMOV"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CXM-STATUS.
000510     SELECT TABCTB ASSIGN TO "TABCTB"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CTB-STATUS.
000540     SELECT CTBLOTE ASSIGN TO "CTBLOTE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS LOT-STATUS.
000570     SELECT REPFIN ASSIGN TO "REPFIN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS REL-STATUS.
000590     SELECT JUROSMOV ASSIGN TO "JUROSMOV"
000590         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS JMV-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CRECEBER
000630     LABEL RECORDS ARE STANDARD.
000640     COPY REGCREC.
000650 FD  CPAGAR
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REGCPAG.
000680 FD  CAIXAMOV
000690     LABEL RECORDS ARE STANDARD.
000700     COPY REGCXM.
000710 FD  TABCTB
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGCTB.
000740 FD  CTBLOTE
000750     LABEL RECORDS ARE STANDARD.
000760 01  REG-CTBLOTE.
000770     05  LOT-COMP-ANO            PIC 9(04).
000780     05  LOT-COMP-MES            PIC 9(02).
000790     05  LOT-CONTA-DEBITO        PIC 9(08).
000800     05  LOT-CONTA-CREDITO       PIC 9(08).
000810     05  LOT-VALOR               PIC 9(13)V99.
000820     05  LOT-HISTORICO           PIC X(30).
000820     05  LOT-ORIGEM              PIC X(01).
000820     05  LOT-CODDEPC             PIC 9(04).
000830 FD  REPFIN
000840     LABEL RECORDS ARE STANDARD.
000850 01  REG-RELAT                   PIC X(100).
000850 FD  JUROSMOV
000850     LABEL RECORDS ARE STANDARD.
000850     COPY REGJMV.
000860 WORKING-STORAGE SECTION.
000870 01  CR-STATUS                   PIC X(02).
000880 01  CPG-STATUS                  PIC X(02).
000890 01  CXM-STATUS                  PIC X(02).
000900 01  CTB-STATUS                  PIC X(02).
000910 01  LOT-STATUS                  PIC X(02).
000920 01  REL-STATUS                  PIC X(02).
000920 01  JMV-STATUS                  PIC X(02).
000930 01  W-SWITCHES.
000940     05  W-EOF                   PIC X(01).
000950         88  W-EOF-SIM           VALUE "S".
000960     05  W-ACHOU-MAPA            PIC X(01).
000970         88  W-ACHOU-MAPA-SIM    VALUE "S".
000980 01  W-MES-INF                   PIC 9(02).
000990 01  W-ANO-INF                   PIC 9(04).
001000 01  W-CHAVE-PROC                PIC X(02).
001010 01  W-VALOR-LANC                PIC 9(13)V99.
001020 01  W-HISTORICO                 PIC X(30).
001030 01  W-CONTA-DEBITO              PIC 9(08).
001040 01  W-CONTA-CREDITO             PIC 9(08).
001050 01  W-IDX                       PIC 9(02) COMP.
001060 01  W-QTDE-MAPA                 PIC 9(02) COMP VALUE ZERO.
001070 01  W-DIA                       PIC 9(02) COMP.
001080 01  W-DIA-HIST                  PIC 9(02).
001090 01  W-QTDE-LANC                 PIC 9(07) VALUE ZERO.
001100 01  W-QTDE-SEM-MAPA             PIC 9(07) VALUE ZERO.
001110 01  W-QTDE-FORMA-INVALIDA       PIC 9(07) VALUE ZERO.
001120 01  W-TOT-DEBITOS               PIC 9(15)V99 VALUE ZERO.
001130 01  W-TOT-CREDITOS              PIC 9(15)V99 VALUE ZERO.
001140******************************************************************
001150*    TOTAIS POR EVENTO PARA O RELATORIO DE CONFERENCIA            *
001160******************************************************************
001170 01  W-TOTAIS-EVENTO.
001180     05  W-TOT-TR                PIC 9(15)V99 VALUE ZERO.
001190     05  W-TOT-RR                PIC 9(15)V99 VALUE ZERO.
001200     05  W-TOT-TP                PIC 9(15)V99 VALUE ZERO.
001210     05  W-TOT-IR                PIC 9(15)V99 VALUE ZERO.
001220     05  W-TOT-IS                PIC 9(15)V99 VALUE ZERO.
001230     05  W-TOT-PP                PIC 9(15)V99 VALUE ZERO.
001230     05  W-TOT-VP                PIC 9(15)V99 VALUE ZERO.
001230     05  W-TOT-VA                PIC 9(15)V99 VALUE ZERO.
001240     05  W-TOT-CX                PIC 9(15)V99 VALUE ZERO.
001240     05  W-TOT-JR                PIC 9(15)V99 VALUE ZERO.
001240     05  W-TOT-MR                PIC 9(15)V99 VALUE ZERO.
001250******************************************************************
001260*    MAPA DE CONTAS DA ORIGEM "C" (CARREGADO DO TABCTB)           *
001270******************************************************************
001280 01  TAB-MAPA.
001290     05  TAB-MAPA-OCR OCCURS 30 TIMES.
001300         10  TM-CHAVE            PIC X(02).
001310         10  TM-DEBITO           PIC 9(08).
001320         10  TM-CREDITO          PIC 9(08).
001330******************************************************************
001340*    TOTAIS DO CAIXAMOV POR DIA E FORMA DE PAGAMENTO              *
001350******************************************************************
001360 01  TAB-CAIXA.
001370     05  TAB-CAIXA-OCR OCCURS 31 TIMES.
001380         10  TX-DINHEIRO         PIC 9(13)V99.
001390         10  TX-CARTAO           PIC 9(13)V99.
001400         10  TX-PIX              PIC 9(13)V99.
001400         10  TX-PONTOS           PIC 9(13)V99.
001410******************************************************************
001420*    LINHAS DO RELATORIO DE CONFERENCIA                           *
001430******************************************************************
001440 01  CAB-RELAT.
001450     05  FILLER                  PIC X(40)
001460         VALUE "CONFERENCIA DO LOTE FINANCEIRO - CTBFIN".
001470     05  FILLER                  PIC X(07) VALUE "  COMP ".
001480     05  CAB-MES                 PIC 9(02).
001490     05  FILLER                  PIC X(01) VALUE "/".
001500     05  CAB-ANO                 PIC 9(04).
001510 01  LIN-TOTAL.
001520     05  LT-ROTULO               PIC X(32).
001530     05  LT-VALOR                PIC ZZZZZZZZZZZZ9,99.
001540 01  LIN-VEREDITO                PIC X(60).
001550 PROCEDURE DIVISION.
001560******************************************************************
001570*    0000-MAINLINE                                                *
001580******************************************************************
001590 0000-MAINLINE.
001600     DISPLAY "CTBFIN - LANCAMENTOS FINANCEIROS".
001610     DISPLAY "MES DA COMPETENCIA =>".
001620     ACCEPT W-MES-INF.
001630     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
001640     ACCEPT W-ANO-INF.
001650     IF W-MES-INF < 1 OR W-MES-INF > 12
001660         DISPLAY "CTBFIN: MES INVALIDO"
001670         MOVE 8 TO RETURN-CODE
001680         STOP RUN.
001690     PERFORM 1000-CARREGAR-MAPA THRU 1000-EXIT.
001700     IF W-QTDE-MAPA = ZERO
001710         DISPLAY "CTBFIN: SEM MAPA DE ORIGEM C NO TABCTB"
001720         MOVE 8 TO RETURN-CODE
001730         STOP RUN.
001740     OPEN EXTEND CTBLOTE.
001750     IF LOT-STATUS = "35"
001760         OPEN OUTPUT CTBLOTE.
001770     OPEN OUTPUT REPFIN.
001780     MOVE W-MES-INF TO CAB-MES.
001790     MOVE W-ANO-INF TO CAB-ANO.
001800     WRITE REG-RELAT FROM CAB-RELAT.
001810     PERFORM 2000-LANCAR-RECEBER THRU 2000-EXIT.
001820     PERFORM 3000-LANCAR-PAGAR THRU 3000-EXIT.
001830     PERFORM 4000-LANCAR-CAIXA THRU 4000-EXIT.
001830     PERFORM 5000-LANCAR-ENCARGOS THRU 5000-EXIT.
001840     PERFORM 6000-RESUMO THRU 6000-EXIT.
001850     CLOSE CTBLOTE REPFIN.
001860     DISPLAY "CTBFIN: LANCAMENTOS GERADOS.....: " W-QTDE-LANC.
001870     DISPLAY "CTBFIN: SEM CONTA MAPEADA.......: "
001880             W-QTDE-SEM-MAPA.
001890     DISPLAY "CTBFIN: RELATORIO GRAVADO EM REPFIN".
001900     IF W-QTDE-SEM-MAPA > ZERO
001910         OR W-QTDE-FORMA-INVALIDA > ZERO
001920         MOVE 8 TO RETURN-CODE.
001930     STOP RUN.
001940******************************************************************
001950*    1000-CARREGAR-MAPA - CARREGA AS LINHAS DE ORIGEM "C" DO      *
001960*    TABCTB NA TABELA DE MAPA                                     *
001970******************************************************************
001980 1000-CARREGAR-MAPA.
001990     OPEN INPUT TABCTB.
002000     IF CTB-STATUS NOT = "00"
002010         GO TO 1000-EXIT.
002020     MOVE "N" TO W-EOF.
002030     PERFORM 1100-LER-MAPA THRU 1100-EXIT
002040         UNTIL W-EOF-SIM.
002050     CLOSE TABCTB.
002060 1000-EXIT. EXIT.
002070 1100-LER-MAPA.
002080     READ TABCTB
002090         AT END MOVE "S" TO W-EOF
002100         NOT AT END
002110             IF CTB-ORIGEM-FINANCEIRO
002120                 AND W-QTDE-MAPA < 30
002130                 ADD 1 TO W-QTDE-MAPA
002140                 MOVE CTB-CHAVE TO TM-CHAVE(W-QTDE-MAPA)
002150                 MOVE CTB-CONTA-DEBITO
002160                     TO TM-DEBITO(W-QTDE-MAPA)
002170                 MOVE CTB-CONTA-CREDITO
002180                     TO TM-CREDITO(W-QTDE-MAPA)
002190             END-IF.
002200 1100-EXIT. EXIT.
002210******************************************************************
002220*    2000-LANCAR-RECEBER - TITULOS DO CRECEBER EMITIDOS ("TR") E  *
002230*    RECEBIDOS ("RR") NA COMPETENCIA, UM LANCAMENTO POR TITULO    *
002240******************************************************************
002250 2000-LANCAR-RECEBER.
002260     OPEN INPUT CRECEBER.
002270     IF CR-STATUS NOT = "00"
002280         DISPLAY "CTBFIN: CRECEBER AUSENTE - SEM LANCAMENTOS"
002290         GO TO 2000-EXIT.
002300     MOVE "N" TO W-EOF.
002310     MOVE LOW-VALUES TO CR-CHAVE.
002320     START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
002330         INVALID KEY MOVE "S" TO W-EOF.
002340     IF NOT W-EOF-SIM
002350         PERFORM 2100-LER-CRECEBER THRU 2100-EXIT.
002360     PERFORM 2200-TITULO-RECEBER THRU 2200-EXIT
002370         UNTIL W-EOF-SIM.
002380     CLOSE CRECEBER.
002390 2000-EXIT. EXIT.
002400 2100-LER-CRECEBER.
002410     READ CRECEBER NEXT RECORD
002420         AT END MOVE "S" TO W-EOF.
002430 2100-EXIT. EXIT.
002440 2200-TITULO-RECEBER.
002450     IF CR-ACORDO IS NUMERIC AND CR-ACORDO NOT = ZERO
002450         AND NOT CR-RENEGOCIADO
002450         GO TO 2200-RECEBIDO.
002450     IF CR-EMI-MES = W-MES-INF AND CR-EMI-ANO = W-ANO-INF
002460         MOVE "TR" TO W-CHAVE-PROC
002470         MOVE CR-VALOR TO W-VALOR-LANC
002480         ADD CR-VALOR TO W-TOT-TR
002490         PERFORM 2300-HISTORICO-RECEBER THRU 2300-EXIT
002500         PERFORM 7000-LANCAR THRU 7000-EXIT.
002500 2200-RECEBIDO.
002510     IF CR-PAGO-SIM
002520         AND CR-PAG-MES = W-MES-INF AND CR-PAG-ANO = W-ANO-INF
002530         MOVE "RR" TO W-CHAVE-PROC
002540         MOVE CR-VALOR TO W-VALOR-LANC
002550         ADD CR-VALOR TO W-TOT-RR
002560         PERFORM 2300-HISTORICO-RECEBER THRU 2300-EXIT
002570         PERFORM 7000-LANCAR THRU 7000-EXIT.
002580     PERFORM 2100-LER-CRECEBER THRU 2100-EXIT.
002590 2200-EXIT. EXIT.
002600 2300-HISTORICO-RECEBER.
002610     MOVE SPACES TO W-HISTORICO.
002620     STRING W-CHAVE-PROC " CLI " CR-CODCLI " DOC " CR-DOCUMENTO
002630         DELIMITED BY SIZE INTO W-HISTORICO.
002640 2300-EXIT. EXIT.
002650******************************************************************
002660*    3000-LANCAR-PAGAR - TITULOS DO CPAGAR EMITIDOS NA            *
002670*    COMPETENCIA (BRUTO "TP", RETENCOES "IR"/"IS") E PAGOS NELA   *
002680*    (LIQUIDO "PP" = BRUTO MENOS OS RETIDOS)                      *
002690******************************************************************
002700 3000-LANCAR-PAGAR.
002710     OPEN INPUT CPAGAR.
002720     IF CPG-STATUS NOT = "00"
002730         DISPLAY "CTBFIN: CPAGAR AUSENTE - SEM LANCAMENTOS"
002740         GO TO 3000-EXIT.
002750     MOVE "N" TO W-EOF.
002760     MOVE LOW-VALUES TO CP-CHAVE.
002770     START CPAGAR KEY IS NOT LESS THAN CP-CHAVE
002780         INVALID KEY MOVE "S" TO W-EOF.
002790     IF NOT W-EOF-SIM
002800         PERFORM 3100-LER-CPAGAR THRU 3100-EXIT.
002810     PERFORM 3200-TITULO-PAGAR THRU 3200-EXIT
002820         UNTIL W-EOF-SIM.
002830     CLOSE CPAGAR.
002840 3000-EXIT. EXIT.
002850 3100-LER-CPAGAR.
002860     READ CPAGAR NEXT RECORD
002870         AT END MOVE "S" TO W-EOF.
002880 3100-EXIT. EXIT.
002890 3200-TITULO-PAGAR.
002900     IF CP-EMI-MES NOT = W-MES-INF OR CP-EMI-ANO NOT = W-ANO-INF
002910         GO TO 3200-PAGAMENTO.
002920     MOVE "TP" TO W-CHAVE-PROC.
002930     MOVE CP-VALOR TO W-VALOR-LANC.
002940     ADD CP-VALOR TO W-TOT-TP.
002950     PERFORM 3300-HISTORICO-PAGAR THRU 3300-EXIT.
002960     PERFORM 7000-LANCAR THRU 7000-EXIT.
002970     IF CP-VALOR-IRRF > ZERO
002980         MOVE "IR" TO W-CHAVE-PROC
002990         MOVE CP-VALOR-IRRF TO W-VALOR-LANC
003000         ADD CP-VALOR-IRRF TO W-TOT-IR
003010         PERFORM 3300-HISTORICO-PAGAR THRU 3300-EXIT
003020         PERFORM 7000-LANCAR THRU 7000-EXIT.
003030     IF CP-VALOR-ISS > ZERO
003040         MOVE "IS" TO W-CHAVE-PROC
003050         MOVE CP-VALOR-ISS TO W-VALOR-LANC
003060         ADD CP-VALOR-ISS TO W-TOT-IS
003070         PERFORM 3300-HISTORICO-PAGAR THRU 3300-EXIT
003080         PERFORM 7000-LANCAR THRU 7000-EXIT.
003090 3200-PAGAMENTO.
003100     IF NOT CP-PAGO-SIM
003110         OR CP-PAG-MES NOT = W-MES-INF
003120         OR CP-PAG-ANO NOT = W-ANO-INF
003130         GO TO 3200-LER.
003140     MOVE "PP" TO W-CHAVE-PROC.
003150     COMPUTE W-VALOR-LANC =
003160         CP-VALOR - CP-VALOR-IRRF - CP-VALOR-ISS.
003170     ADD W-VALOR-LANC TO W-TOT-PP.
003180     PERFORM 3300-HISTORICO-PAGAR THRU 3300-EXIT.
003190     PERFORM 7000-LANCAR THRU 7000-EXIT.
003190     IF CP-VARIACAO > ZERO
003190         MOVE "VP" TO W-CHAVE-PROC
003190         MOVE CP-VARIACAO TO W-VALOR-LANC
003190         ADD W-VALOR-LANC TO W-TOT-VP
003190         PERFORM 3300-HISTORICO-PAGAR THRU 3300-EXIT
003190         PERFORM 7000-LANCAR THRU 7000-EXIT.
003190     IF CP-VARIACAO < ZERO
003190         MOVE "VA" TO W-CHAVE-PROC
003190         COMPUTE W-VALOR-LANC = ZERO - CP-VARIACAO
003190         ADD W-VALOR-LANC TO W-TOT-VA
003190         PERFORM 3300-HISTORICO-PAGAR THRU 3300-EXIT
003190         PERFORM 7000-LANCAR THRU 7000-EXIT.
003200 3200-LER.
003210     PERFORM 3100-LER-CPAGAR THRU 3100-EXIT.
003220 3200-EXIT. EXIT.
003230 3300-HISTORICO-PAGAR.
003240     MOVE SPACES TO W-HISTORICO.
003250     STRING W-CHAVE-PROC " FOR " CP-CODFORN " DOC " CP-DOCUMENTO
003260         DELIMITED BY SIZE INTO W-HISTORICO.
003270 3300-EXIT. EXIT.
003280******************************************************************
003290*    4000-LANCAR-CAIXA - SOMA O CAIXAMOV DA COMPETENCIA POR DIA E *
003300*    FORMA DE PAGAMENTO E LANCA UM TOTAL POR DIA E FORMA; FORMA   *
003310*    DESCONHECIDA VAI PARA O RELATORIO E TAMBEM PRENDE O LOTE     *
003320******************************************************************
003330 4000-LANCAR-CAIXA.
003340     OPEN INPUT CAIXAMOV.
003350     IF CXM-STATUS NOT = "00"
003360         DISPLAY "CTBFIN: CAIXAMOV AUSENTE - SEM LANCAMENTOS"
003370         GO TO 4000-EXIT.
003380     MOVE ZEROS TO TAB-CAIXA.
003390     MOVE "N" TO W-EOF.
003400     PERFORM 4100-LER-CAIXA THRU 4100-EXIT
003410         UNTIL W-EOF-SIM.
003420     CLOSE CAIXAMOV.
003430     PERFORM 4200-LANCAR-DIA THRU 4200-EXIT
003440         VARYING W-DIA FROM 1 BY 1
003450         UNTIL W-DIA > 31.
003460 4000-EXIT. EXIT.
003470 4100-LER-CAIXA.
003480     READ CAIXAMOV
003490         AT END MOVE "S" TO W-EOF.
003500     IF W-EOF-SIM
003510         GO TO 4100-EXIT.
003520     IF CX-MES NOT = W-MES-INF OR CX-ANO NOT = W-ANO-INF
003530         GO TO 4100-EXIT.
003540     IF CX-DIA < 1 OR CX-DIA > 31
003550         GO TO 4100-INVALIDA.
003560     EVALUATE TRUE
003570         WHEN CX-DINHEIRO
003580             ADD CX-VALOR TO TX-DINHEIRO(CX-DIA)
003590         WHEN CX-CARTAO
003600             ADD CX-VALOR TO TX-CARTAO(CX-DIA)
003610         WHEN CX-PIX
003610             ADD CX-VALOR TO TX-PIX(CX-DIA)
003610         WHEN CX-PONTOS
003610             ADD CX-VALOR TO TX-PONTOS(CX-DIA)
003630         WHEN OTHER
003640             GO TO 4100-INVALIDA
003650     END-EVALUATE.
003660     GO TO 4100-EXIT.
003670 4100-INVALIDA.
003680     ADD 1 TO W-QTDE-FORMA-INVALIDA.
003690     MOVE SPACES TO REG-RELAT.
003700     STRING "CAIXAMOV INVALIDO: VENDA " CX-NUMERO " DIA " CX-DIA
003710         " FORMA " CX-FORMA
003720         DELIMITED BY SIZE INTO REG-RELAT.
003730     WRITE REG-RELAT.
003740 4100-EXIT. EXIT.
003750 4200-LANCAR-DIA.
003760     MOVE W-DIA TO W-DIA-HIST.
003770     IF TX-DINHEIRO(W-DIA) > ZERO
003780         MOVE "CD" TO W-CHAVE-PROC
003790         MOVE TX-DINHEIRO(W-DIA) TO W-VALOR-LANC
003800         PERFORM 4300-HISTORICO-CAIXA THRU 4300-EXIT
003810         PERFORM 7000-LANCAR THRU 7000-EXIT.
003820     IF TX-CARTAO(W-DIA) > ZERO
003830         MOVE "CC" TO W-CHAVE-PROC
003840         MOVE TX-CARTAO(W-DIA) TO W-VALOR-LANC
003850         PERFORM 4300-HISTORICO-CAIXA THRU 4300-EXIT
003860         PERFORM 7000-LANCAR THRU 7000-EXIT.
003870     IF TX-PIX(W-DIA) > ZERO
003880         MOVE "CP" TO W-CHAVE-PROC
003890         MOVE TX-PIX(W-DIA) TO W-VALOR-LANC
003900         PERFORM 4300-HISTORICO-CAIXA THRU 4300-EXIT
003910         PERFORM 7000-LANCAR THRU 7000-EXIT.
003910     IF TX-PONTOS(W-DIA) > ZERO
003910         MOVE "CF" TO W-CHAVE-PROC
003910         MOVE TX-PONTOS(W-DIA) TO W-VALOR-LANC
003910         PERFORM 4300-HISTORICO-CAIXA THRU 4300-EXIT
003910         PERFORM 7000-LANCAR THRU 7000-EXIT.
003910 4200-EXIT. EXIT.
003930 4300-HISTORICO-CAIXA.
003940     ADD W-VALOR-LANC TO W-TOT-CX.
003950     MOVE SPACES TO W-HISTORICO.
003960     STRING W-CHAVE-PROC " CAIXA DO DIA " W-DIA-HIST "/"
003970         W-MES-INF "/" W-ANO-INF
003980         DELIMITED BY SIZE INTO W-HISTORICO.
003990 4300-EXIT. EXIT.
003990******************************************************************
003990*    5000-LANCAR-ENCARGOS - JUROS ("JR") E MULTA ("MR") DE ATRASO *
003990*    RECEBIDOS NA COMPETENCIA, UM LANCAMENTO POR MOVIMENTO "R" DO *
003990*    JUROSMOV: O RECEBIDO NA BAIXA (CEP014/CEP040) E O RESIDUAL   *
003990*    RECEBIDO DEPOIS (CEP014 OPCAO 4), PELA DATA DO RECEBIMENTO   *
003990******************************************************************
003990 5000-LANCAR-ENCARGOS.
003990     OPEN INPUT JUROSMOV.
003990     IF JMV-STATUS NOT = "00"
003990         DISPLAY "CTBFIN: JUROSMOV AUSENTE - SEM ENCARGOS"
003990         GO TO 5000-EXIT.
003990     MOVE "N" TO W-EOF.
003990     PERFORM 5100-LER-JUROSMOV THRU 5100-EXIT
003990         UNTIL W-EOF-SIM.
003990     CLOSE JUROSMOV.
003990 5000-EXIT. EXIT.
003990 5100-LER-JUROSMOV.
003990     READ JUROSMOV
003990         AT END MOVE "S" TO W-EOF.
003990     IF W-EOF-SIM
003990         GO TO 5100-EXIT.
003990     IF NOT JM-RECEBIDO
003990         OR JM-MES NOT = W-MES-INF OR JM-ANO NOT = W-ANO-INF
003990         GO TO 5100-EXIT.
003990     IF JM-VALOR-JUROS > ZERO
003990         MOVE "JR" TO W-CHAVE-PROC
003990         MOVE JM-VALOR-JUROS TO W-VALOR-LANC
003990         ADD JM-VALOR-JUROS TO W-TOT-JR
003990         PERFORM 5200-HISTORICO-ENCARGO THRU 5200-EXIT
003990         PERFORM 7000-LANCAR THRU 7000-EXIT.
003990     IF JM-VALOR-MULTA > ZERO
003990         MOVE "MR" TO W-CHAVE-PROC
003990         MOVE JM-VALOR-MULTA TO W-VALOR-LANC
003990         ADD JM-VALOR-MULTA TO W-TOT-MR
003990         PERFORM 5200-HISTORICO-ENCARGO THRU 5200-EXIT
003990         PERFORM 7000-LANCAR THRU 7000-EXIT.
003990 5100-EXIT. EXIT.
003990 5200-HISTORICO-ENCARGO.
003990     MOVE SPACES TO W-HISTORICO.
003990     STRING W-CHAVE-PROC " CLI " JM-CODCLI " DOC " JM-DOCUMENTO
003990         DELIMITED BY SIZE INTO W-HISTORICO.
003990 5200-EXIT. EXIT.
004000******************************************************************
004010*    6000-RESUMO - TOTAIS POR EVENTO, PROVA DEBITOS = CREDITOS E  *
004020*    VEREDITO DO LOTE                                             *
004030******************************************************************
004040 6000-RESUMO.
004050     MOVE SPACES TO REG-RELAT.
004060     WRITE REG-RELAT.
004070     MOVE "TITULOS A RECEBER EMITIDOS (TR)" TO LT-ROTULO.
004080     MOVE W-TOT-TR TO LT-VALOR.
004090     WRITE REG-RELAT FROM LIN-TOTAL.
004100     MOVE "TITULOS RECEBIDOS (RR)" TO LT-ROTULO.
004110     MOVE W-TOT-RR TO LT-VALOR.
004120     WRITE REG-RELAT FROM LIN-TOTAL.
004120     MOVE "JUROS DE ATRASO RECEBIDOS (JR)" TO LT-ROTULO.
004120     MOVE W-TOT-JR TO LT-VALOR.
004120     WRITE REG-RELAT FROM LIN-TOTAL.
004120     MOVE "MULTA DE ATRASO RECEBIDA (MR)" TO LT-ROTULO.
004120     MOVE W-TOT-MR TO LT-VALOR.
004120     WRITE REG-RELAT FROM LIN-TOTAL.
004130     MOVE "TITULOS A PAGAR EMITIDOS (TP)" TO LT-ROTULO.
004140     MOVE W-TOT-TP TO LT-VALOR.
004150     WRITE REG-RELAT FROM LIN-TOTAL.
004160     MOVE "IRRF RETIDO (IR)" TO LT-ROTULO.
004170     MOVE W-TOT-IR TO LT-VALOR.
004180     WRITE REG-RELAT FROM LIN-TOTAL.
004190     MOVE "ISS RETIDO (IS)" TO LT-ROTULO.
004200     MOVE W-TOT-IS TO LT-VALOR.
004210     WRITE REG-RELAT FROM LIN-TOTAL.
004220     MOVE "TITULOS PAGOS - LIQUIDO (PP)" TO LT-ROTULO.
004230     MOVE W-TOT-PP TO LT-VALOR.
004240     WRITE REG-RELAT FROM LIN-TOTAL.
004240     MOVE "VARIACAO CAMBIAL PASSIVA (VP)" TO LT-ROTULO.
004240     MOVE W-TOT-VP TO LT-VALOR.
004240     WRITE REG-RELAT FROM LIN-TOTAL.
004240     MOVE "VARIACAO CAMBIAL ATIVA (VA)" TO LT-ROTULO.
004240     MOVE W-TOT-VA TO LT-VALOR.
004240     WRITE REG-RELAT FROM LIN-TOTAL.
004250     MOVE "VENDAS NO CAIXA (CD/CC/CP/CF)" TO LT-ROTULO.
004260     MOVE W-TOT-CX TO LT-VALOR.
004270     WRITE REG-RELAT FROM LIN-TOTAL.
004280     MOVE SPACES TO REG-RELAT.
004290     WRITE REG-RELAT.
004300     MOVE "TOTAL DE DEBITOS..............:" TO LT-ROTULO.
004310     MOVE W-TOT-DEBITOS TO LT-VALOR.
004320     WRITE REG-RELAT FROM LIN-TOTAL.
004330     MOVE "TOTAL DE CREDITOS.............:" TO LT-ROTULO.
004340     MOVE W-TOT-CREDITOS TO LT-VALOR.
004350     WRITE REG-RELAT FROM LIN-TOTAL.
004360     IF W-TOT-DEBITOS = W-TOT-CREDITOS
004370         AND W-QTDE-SEM-MAPA = ZERO
004380         AND W-QTDE-FORMA-INVALIDA = ZERO
004390         MOVE "LOTE BALANCEADO - LIBERADO PARA A CONTABILIDADE"
004400             TO LIN-VEREDITO
004410     ELSE
004420         MOVE "*** LOTE NAO LIBERADO - VER PENDENCIAS ***"
004430             TO LIN-VEREDITO.
004440     WRITE REG-RELAT FROM LIN-VEREDITO.
004450 6000-EXIT. EXIT.
004460******************************************************************
004470*    7000-LANCAR - PROCURA O MAPA DA CHAVE CORRENTE E APENSA A    *
004480*    LINHA NO CTBLOTE; SEM MAPA, A PENDENCIA VAI PARA O RELATORIO *
004490******************************************************************
004500 7000-LANCAR.
004510     MOVE "N" TO W-ACHOU-MAPA.
004520     PERFORM 7100-PROCURAR-MAPA THRU 7100-EXIT
004530         VARYING W-IDX FROM 1 BY 1
004540         UNTIL W-IDX > W-QTDE-MAPA
004550         OR W-ACHOU-MAPA-SIM.
004560     IF NOT W-ACHOU-MAPA-SIM
004570         ADD 1 TO W-QTDE-SEM-MAPA
004580         MOVE SPACES TO REG-RELAT
004590         STRING "SEM MAPA: ORIGEM C CHAVE " W-CHAVE-PROC
004600             " - " W-HISTORICO
004610             DELIMITED BY SIZE INTO REG-RELAT
004620         WRITE REG-RELAT
004630         GO TO 7000-EXIT.
004640     MOVE W-ANO-INF       TO LOT-COMP-ANO.
004650     MOVE W-MES-INF       TO LOT-COMP-MES.
004660     MOVE W-CONTA-DEBITO  TO LOT-CONTA-DEBITO.
004670     MOVE W-CONTA-CREDITO TO LOT-CONTA-CREDITO.
004680     MOVE W-VALOR-LANC    TO LOT-VALOR.
004690     MOVE W-HISTORICO     TO LOT-HISTORICO.
004690     MOVE "C"             TO LOT-ORIGEM.
004690     MOVE ZERO            TO LOT-CODDEPC.
004700     WRITE REG-CTBLOTE.
004710     ADD 1 TO W-QTDE-LANC.
004720     ADD W-VALOR-LANC TO W-TOT-DEBITOS.
004730     ADD W-VALOR-LANC TO W-TOT-CREDITOS.
004740 7000-EXIT. EXIT.
004750 7100-PROCURAR-MAPA.
004760     IF TM-CHAVE(W-IDX) = W-CHAVE-PROC
004770         MOVE "S" TO W-ACHOU-MAPA
004780         MOVE TM-DEBITO(W-IDX)  TO W-CONTA-DEBITO
004790         MOVE TM-CREDITO(W-IDX) TO W-CONTA-CREDITO.
004800 7100-EXIT. EXIT.
