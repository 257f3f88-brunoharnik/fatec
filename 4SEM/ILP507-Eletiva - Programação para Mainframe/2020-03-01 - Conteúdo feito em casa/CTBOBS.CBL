000010******************************************************************
000020* PROGRAM-ID : CTBOBS                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : PROVISAO MENSAL PARA OBSOLESCENCIA DO ESTOQUE NA   *
000080*              INTERFACE CONTABIL - PARA A COMPETENCIA INFORMADA  *
000090*              CLASSIFICA CADA PRODUTO DO CADPROD PELOS MESES SEM *
000100*              NENHUMA SAIDA "S" (MOVHIST + MOVESTQ; SEM SAIDA    *
000110*              NENHUMA CONTA DESDE A ULTIMA COMPRA) EM 4 FAIXAS   *
000120*              DE IDADE, APLICA O PERCENTUAL DA FAIXA (PARMSYS)   *
000130*              SOBRE QUANTIDADE X PMEDIO E GRAVA O SALDO POR      *
000140*              PRODUTO NO PROVOBS. SO A VARIACAO DO SALDO, POR    *
000150*              TIPOPROD, VAI PARA O CTBLOTE PELO MAPA TABCTB DE   *
000160*              ORIGEM "P": AUMENTO NA CHAVE "OB" E REVERSAO NA    *
000170*              CHAVE "RO". COMO A SAIDA ZERA A IDADE E A BAIXA    *
000180*              DIMINUI A QUANTIDADE, A PROVISAO REVERTE SOZINHA   *
000190*              QUANDO O ITEM VENDE OU E BAIXADO; PRODUTO EXCLUIDO *
000200*              DO CADPROD TEM O SALDO TODO REVERTIDO. O PROVOBS   *
000210*              GUARDA O SALDO ANTERIOR A COMPETENCIA, ENTAO O     *
000220*              REPROCESSAMENTO DO MES (DEPOIS DO CTBLANC, QUE     *
000230*              RECRIA O CTBLOTE) GERA O MESMO LANCAMENTO. EMITE O *
000240*              REPOBS POR TIPOPROD E FAIXA PARA A CONTABILIDADE.  *
000250*------------------------------------------------------------------
000260* HISTORICO DE ALTERACOES                                         *
000270* DATA       INICIAIS  DESCRICAO                                  *
000280* 2026-10-15 BH        VERSAO INICIAL                             *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CTBOBS.
000320 AUTHOR. BRUNO HARNIK.
000330 INSTALLATION. FATEC.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CADPROD ASSIGN TO "CADPROD"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CODPROD
000460         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000470         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000480         FILE STATUS IS PROD-STATUS.
000490     SELECT PROVOBS ASSIGN TO "PROVOBS"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PO-CODPROD
000530         FILE STATUS IS POB-STATUS.
000540     SELECT MOVHIST ASSIGN TO "MOVHIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS HIS-STATUS.
000570     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS MOV-STATUS.
000600     SELECT PARMSYS ASSIGN TO "PARMSYS"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS PARM-STATUS.
000630     SELECT TABCTB ASSIGN TO "TABCTB"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CTB-STATUS.
000660     SELECT CTBLOTE ASSIGN TO "CTBLOTE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS LOT-STATUS.
000690     SELECT REPOBS ASSIGN TO "REPOBS"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS REL-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CADPROD
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REGPROD.
000770 FD  PROVOBS
000780     LABEL RECORDS ARE STANDARD.
000790     COPY REGPOB.
000800 FD  MOVHIST
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGMOV.
000830 FD  MOVESTQ
000840     LABEL RECORDS ARE STANDARD.
000850 01  REG-MOVVIVO                 PIC X(50).
000860 FD  PARMSYS
000870     LABEL RECORDS ARE STANDARD.
000880     COPY PARMSYS.
000890 FD  TABCTB
000900     LABEL RECORDS ARE STANDARD.
000910     COPY REGCTB.
000920 FD  CTBLOTE
000930     LABEL RECORDS ARE STANDARD.
000940 01  REG-CTBLOTE.
000950     05  LOT-COMP-ANO            PIC 9(04).
000960     05  LOT-COMP-MES            PIC 9(02).
000970     05  LOT-CONTA-DEBITO        PIC 9(08).
000980     05  LOT-CONTA-CREDITO       PIC 9(08).
000990     05  LOT-VALOR               PIC 9(13)V99.
001000     05  LOT-HISTORICO           PIC X(30).
001010     05  LOT-ORIGEM              PIC X(01).
001020     05  LOT-CODDEPC             PIC 9(04).
001030 FD  REPOBS
001040     LABEL RECORDS ARE STANDARD.
001050 01  REG-RELAT                   PIC X(120).
001060 WORKING-STORAGE SECTION.
001070 01  PROD-STATUS                 PIC X(02).
001080 01  POB-STATUS                  PIC X(02).
001090 01  HIS-STATUS                  PIC X(02).
001100 01  MOV-STATUS                  PIC X(02).
001110 01  PARM-STATUS                 PIC X(02).
001120 01  CTB-STATUS                  PIC X(02).
001130 01  LOT-STATUS                  PIC X(02).
001140 01  REL-STATUS                  PIC X(02).
001150 01  W-SWITCHES.
001160     05  W-EOF                   PIC X(01).
001170         88  W-EOF-SIM           VALUE "S".
001180     05  W-ACHOU                 PIC X(01).
001190         88  W-ACHOU-SIM         VALUE "S".
001200     05  W-ACHOU-MAPA            PIC X(01).
001210         88  W-ACHOU-MAPA-SIM    VALUE "S".
001220     05  W-TEM-SALDO             PIC X(01).
001230         88  W-TEM-SALDO-SIM     VALUE "S".
001240     05  W-TABELA-CHEIA          PIC X(01) VALUE "N".
001250         88  W-TABELA-CHEIA-SIM  VALUE "S".
001260 01  W-MES-INF                   PIC 9(02).
001270 01  W-ANO-INF                   PIC 9(04).
001280 01  W-COMP-MESES                PIC 9(06).
001290 01  W-COMP-NUM                  PIC 9(06).
001300 01  W-MESES-MOV                 PIC 9(06).
001310 01  W-MESES-REF                 PIC 9(06).
001320 01  W-MESES-SEM-SAIDA           PIC S9(05).
001330 01  W-FAIXA                     PIC 9(01).
001340 01  W-VALOR-ESTOQUE             PIC 9(13)V99.
001350 01  W-PROVISAO                  PIC 9(13)V99.
001360 01  W-ANTERIOR                  PIC 9(13)V99.
001370 01  W-VARIACAO                  PIC S9(13)V99.
001380 01  W-VALOR-LANC                PIC 9(13)V99.
001390 01  W-TIPO-PROC                 PIC X(01).
001400 01  W-CODPROD-PROC              PIC 9(08).
001410 01  W-QTDE-PROC                 PIC 9(07).
001420 01  W-QTDE-ITENS                PIC 9(05) VALUE ZERO.
001430 01  W-QTDE-EXCLUIDOS            PIC 9(05) VALUE ZERO.
001440 01  W-QTDE-POSTERIOR            PIC 9(05) VALUE ZERO.
001450 01  W-QTDE-LANC                 PIC 9(05) VALUE ZERO.
001460 01  W-QTDE-SEM-MAPA             PIC 9(05) VALUE ZERO.
001470 01  W-TOT-ANTERIOR              PIC 9(13)V99 VALUE ZERO.
001480 01  W-TOT-PROVISAO              PIC 9(13)V99 VALUE ZERO.
001490 01  W-TOT-VALOR                 PIC 9(13)V99 VALUE ZERO.
001500 01  W-TOT-TIPO-VALOR            PIC 9(13)V99.
001510 01  W-TOT-TIPO-PROV             PIC 9(13)V99.
001520 01  W-IDX                       PIC 9(04) COMP.
001530 01  W-SUB                       PIC 9(04) COMP.
001540 01  W-SUB-F                     PIC 9(02) COMP.
001550 01  W-SUB-T                     PIC 9(02) COMP.
001560 01  W-QTDE-MAPA                 PIC 9(02) COMP VALUE ZERO.
001570 01  W-CHAVE-PROC                PIC X(02).
001580 01  W-CONTA-DEBITO              PIC 9(08).
001590 01  W-CONTA-CREDITO             PIC 9(08).
001600 01  W-DATA-SISTEMA              PIC 9(08).
001610 01  MSG-TABELA-CHEIA            PIC X(40)
001620         VALUE "TABELA DE PRODUTOS DA PROVISAO CHEIA".
001630******************************************************************
001640*    MAPA DE CONTAS DA ORIGEM "P" (CARREGADO DO TABCTB)           *
001650******************************************************************
001660 01  TAB-MAPA.
001670     05  TAB-MAPA-OCR OCCURS 30 TIMES.
001680         10  TM-CHAVE            PIC X(02).
001690         10  TM-DEBITO           PIC 9(08).
001700         10  TM-CREDITO          PIC 9(08).
001710******************************************************************
001720*    FAIXAS DE IDADE (MES EM QUE A FAIXA COMECA E PERCENTUAL),     *
001730*    DO PARMSYS OU, NA FALTA DELE, 0/6/12/24 MESES A 0/25/50/100%  *
001740******************************************************************
001750 01  TAB-FAIXA.
001760     05  TF-OCR OCCURS 4 TIMES.
001770         10  TF-MESES            PIC 9(03).
001780         10  TF-PERC             PIC 9(03)V99.
001790******************************************************************
001800*    PRODUTOS DO CADPROD COM A ULTIMA SAIDA E A ULTIMA COMPRA      *
001810*    (EM MESES: ANO X 12 + MES)                                    *
001820******************************************************************
001830 01  TAB-PROD.
001840     05  W-QTDE-PRODS            PIC 9(04) COMP VALUE ZERO.
001850     05  TP-OCR OCCURS 999 TIMES.
001860         10  TP-CODPROD          PIC 9(08).
001870         10  TP-TIPOPROD         PIC X(01).
001880         10  TP-QUANTIDADE       PIC 9(07).
001890         10  TP-PMEDIO           PIC 9(12)V99.
001900         10  TP-ULT-COMPRA       PIC 9(06).
001910         10  TP-ULT-SAIDA        PIC 9(06).
001920******************************************************************
001930*    TOTAIS POR TIPOPROD E FAIXA                                   *
001940******************************************************************
001950 01  TAB-TIPO.
001960     05  W-QTDE-TIPOS            PIC 9(02) COMP VALUE ZERO.
001970     05  TT-OCR OCCURS 20 TIMES.
001980         10  TT-TIPOPROD         PIC X(01).
001990         10  TT-ANTERIOR         PIC 9(13)V99.
002000         10  TT-FAIXA-OCR OCCURS 4 TIMES.
002010             15  TT-ITENS        PIC 9(05).
002020             15  TT-QTDE         PIC 9(09).
002030             15  TT-VALOR        PIC 9(13)V99.
002040             15  TT-PROV         PIC 9(13)V99.
002050******************************************************************
002060*    LINHAS DO RELATORIO REPOBS                                   *
002070******************************************************************
002080 01  CAB-RELAT.
002090     05  FILLER                  PIC X(44)
002100         VALUE "PROVISAO PARA OBSOLESCENCIA DE ESTOQUE - CTB".
002110     05  FILLER                  PIC X(09) VALUE "OBS  MES ".
002120     05  CAB-MES                 PIC 9(02).
002130     05  FILLER                  PIC X(01) VALUE "/".
002140     05  CAB-ANO                 PIC 9(04).
002150 01  LIN-FAIXA-PARM.
002160     05  FILLER                  PIC X(06) VALUE "FAIXA ".
002170     05  LP-FAIXA                PIC 9(01).
002180     05  FILLER                  PIC X(08) VALUE ": DESDE ".
002190     05  LP-MESES                PIC ZZ9.
002200     05  FILLER                  PIC X(20)
002210         VALUE " MESES SEM SAIDA -  ".
002220     05  LP-PERC                 PIC ZZ9,99.
002230     05  FILLER                  PIC X(01) VALUE "%".
002240 01  CAB-COLUNAS.
002250     05  FILLER                  PIC X(33)
002260         VALUE "TIPO FAIXA  ITENS     QUANTIDADE".
002270     05  FILLER                  PIC X(17)
002280         VALUE "    VALOR ESTOQUE".
002290     05  FILLER                  PIC X(08) VALUE "      % ".
002300     05  FILLER                  PIC X(17)
002310         VALUE "         PROVISAO".
002320 01  LIN-FAIXA.
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  LF-TIPO                 PIC X(01).
002350     05  FILLER                  PIC X(06) VALUE SPACES.
002360     05  LF-FAIXA                PIC 9(01).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  LF-ITENS                PIC ZZZZ9.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  LF-QTDE                 PIC ZZZZZZZZZZZZZ9.
002410     05  LF-VALOR                PIC ZZZZZZZZZZZZZ9,99.
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  LF-PERC                 PIC ZZ9,99.
002440     05  LF-PROV                 PIC ZZZZZZZZZZZZZ9,99.
002450 01  LIN-TOTAL.
002460     05  LT-DESCRICAO            PIC X(16).
002470     05  FILLER                  PIC X(10) VALUE " ESTOQUE  ".
002480     05  LT-VALOR                PIC ZZZZZZZZZZZZZ9,99.
002490     05  FILLER                  PIC X(10) VALUE " ANTERIOR ".
002500     05  LT-ANTERIOR             PIC ZZZZZZZZZZZZZ9,99.
002510     05  FILLER                  PIC X(07) VALUE " ATUAL ".
002520     05  LT-PROVISAO             PIC ZZZZZZZZZZZZZ9,99.
002530     05  FILLER                  PIC X(10) VALUE " VARIACAO ".
002540     05  LT-VARIACAO             PIC -ZZZZZZZZZZZZ9,99.
002550 PROCEDURE DIVISION.
002560******************************************************************
002570*    0000-MAINLINE                                                *
002580******************************************************************
002590 0000-MAINLINE.
002600     DISPLAY "CTBOBS - PROVISAO PARA OBSOLESCENCIA DO ESTOQUE".
002610     DISPLAY "MES DA COMPETENCIA =>".
002620     ACCEPT W-MES-INF.
002630     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
002640     ACCEPT W-ANO-INF.
002650     IF W-MES-INF < 1 OR W-MES-INF > 12
002660         DISPLAY "CTBOBS: MES INVALIDO"
002670         STOP RUN.
002680     COMPUTE W-COMP-MESES = W-ANO-INF * 12 + W-MES-INF.
002690     COMPUTE W-COMP-NUM = W-ANO-INF * 100 + W-MES-INF.
002700     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
002710     PERFORM 1000-CARREGAR-MAPA THRU 1000-EXIT.
002720     IF W-QTDE-MAPA = ZERO
002730         DISPLAY "CTBOBS: SEM MAPA DE ORIGEM P NO TABCTB"
002740         STOP RUN.
002750     PERFORM 1200-LER-PARM THRU 1200-EXIT.
002760     OPEN INPUT CADPROD.
002770     IF PROD-STATUS NOT = "00"
002780         DISPLAY "CTBOBS: ARQUIVO CADPROD NAO EXISTE"
002790         STOP RUN.
002800     PERFORM 1300-CARREGAR-PRODUTOS THRU 1300-EXIT.
002810     CLOSE CADPROD.
002820     PERFORM 1400-ULTIMA-SAIDA THRU 1400-EXIT.
002830     OPEN I-O PROVOBS.
002840     IF POB-STATUS = "35"
002850         OPEN OUTPUT PROVOBS
002860         CLOSE PROVOBS
002870         OPEN I-O PROVOBS.
002880     OPEN EXTEND CTBLOTE.
002890     IF LOT-STATUS = "35"
002900         OPEN OUTPUT CTBLOTE.
002910     PERFORM 2000-PROCESSAR-PRODUTO THRU 2000-EXIT
002920         VARYING W-IDX FROM 1 BY 1
002930         UNTIL W-IDX > W-QTDE-PRODS.
002940     IF NOT W-TABELA-CHEIA-SIM
002950         PERFORM 3000-EXCLUIDOS THRU 3000-EXIT.
002960     PERFORM 4000-LANCAR-TIPO THRU 4000-EXIT
002970         VARYING W-SUB-T FROM 1 BY 1
002980         UNTIL W-SUB-T > W-QTDE-TIPOS.
002990     PERFORM 5000-RELATORIO THRU 5000-EXIT.
003000     CLOSE PROVOBS.
003010     CLOSE CTBLOTE.
003020     DISPLAY "CTBOBS: PRODUTOS PROCESSADOS.....: " W-QTDE-ITENS.
003030     DISPLAY "CTBOBS: EXCLUIDOS REVERTIDOS.....: "
003040             W-QTDE-EXCLUIDOS.
003050     DISPLAY "CTBOBS: JA PROCESSADOS EM COMPET."
003060     DISPLAY "        POSTERIOR (IGNORADOS)....: "
003070             W-QTDE-POSTERIOR.
003080     DISPLAY "CTBOBS: LANCAMENTOS GERADOS......: " W-QTDE-LANC.
003090     DISPLAY "CTBOBS: SEM MAPA.................: "
003100             W-QTDE-SEM-MAPA.
003110     DISPLAY "CTBOBS: PROVISAO ANTERIOR........: "
003120             W-TOT-ANTERIOR.
003130     DISPLAY "CTBOBS: PROVISAO ATUAL...........: "
003140             W-TOT-PROVISAO.
003150     STOP RUN.
003160******************************************************************
003170*    1000-CARREGAR-MAPA - CARREGA AS LINHAS DE ORIGEM "P" DO       *
003180*    TABCTB NA TABELA DE MAPA                                      *
003190******************************************************************
003200 1000-CARREGAR-MAPA.
003210     OPEN INPUT TABCTB.
003220     IF CTB-STATUS NOT = "00"
003230         GO TO 1000-EXIT.
003240     MOVE "N" TO W-EOF.
003250     PERFORM 1100-LER-MAPA THRU 1100-EXIT
003260         UNTIL W-EOF-SIM.
003270     CLOSE TABCTB.
003280 1000-EXIT. EXIT.
003290 1100-LER-MAPA.
003300     READ TABCTB
003310         AT END MOVE "S" TO W-EOF
003320         NOT AT END
003330             IF CTB-ORIGEM-PROVISAO
003340                 AND W-QTDE-MAPA < 30
003350                 ADD 1 TO W-QTDE-MAPA
003360                 MOVE CTB-CHAVE TO TM-CHAVE(W-QTDE-MAPA)
003370                 MOVE CTB-CONTA-DEBITO
003380                     TO TM-DEBITO(W-QTDE-MAPA)
003390                 MOVE CTB-CONTA-CREDITO
003400                     TO TM-CREDITO(W-QTDE-MAPA)
003410             END-IF.
003420 1100-EXIT. EXIT.
003430******************************************************************
003440*    1200-LER-PARM - FAIXAS DE IDADE DO PARMSYS. SO SAO USADAS SE  *
003450*    OS MESES FOREM CRESCENTES E A ULTIMA FAIXA TIVER PERCENTUAL;  *
003460*    SENAO FICAM AS FAIXAS PADRAO                                  *
003470******************************************************************
003480 1200-LER-PARM.
003490     MOVE ZERO   TO TF-MESES(1).
003500     MOVE 6      TO TF-MESES(2).
003510     MOVE 12     TO TF-MESES(3).
003520     MOVE 24     TO TF-MESES(4).
003530     MOVE ZERO   TO TF-PERC(1).
003540     MOVE 25     TO TF-PERC(2).
003550     MOVE 50     TO TF-PERC(3).
003560     MOVE 100    TO TF-PERC(4).
003570     OPEN INPUT PARMSYS.
003580     IF PARM-STATUS NOT = "00"
003590         GO TO 1200-EXIT.
003600     READ PARMSYS
003610         AT END
003620             CLOSE PARMSYS
003630             GO TO 1200-EXIT.
003640     CLOSE PARMSYS.
003650     IF PARM-OBS-MESES-2 IS NUMERIC
003660         AND PARM-OBS-MESES-3 IS NUMERIC
003670         AND PARM-OBS-MESES-4 IS NUMERIC
003680         AND PARM-OBS-MESES-2 > ZERO
003690         AND PARM-OBS-MESES-3 > PARM-OBS-MESES-2
003700         AND PARM-OBS-MESES-4 > PARM-OBS-MESES-3
003710         MOVE PARM-OBS-MESES-2 TO TF-MESES(2)
003720         MOVE PARM-OBS-MESES-3 TO TF-MESES(3)
003730         MOVE PARM-OBS-MESES-4 TO TF-MESES(4).
003740     IF PARM-OBS-PERC-1 IS NUMERIC
003750         AND PARM-OBS-PERC-2 IS NUMERIC
003760         AND PARM-OBS-PERC-3 IS NUMERIC
003770         AND PARM-OBS-PERC-4 IS NUMERIC
003780         AND PARM-OBS-PERC-4 > ZERO
003790         AND PARM-OBS-PERC-4 NOT > 100
003800         AND PARM-OBS-PERC-3 NOT > PARM-OBS-PERC-4
003810         AND PARM-OBS-PERC-2 NOT > PARM-OBS-PERC-3
003820         AND PARM-OBS-PERC-1 NOT > PARM-OBS-PERC-2
003830         MOVE PARM-OBS-PERC-1 TO TF-PERC(1)
003840         MOVE PARM-OBS-PERC-2 TO TF-PERC(2)
003850         MOVE PARM-OBS-PERC-3 TO TF-PERC(3)
003860         MOVE PARM-OBS-PERC-4 TO TF-PERC(4).
003870 1200-EXIT. EXIT.
003880******************************************************************
003890*    1300-CARREGAR-PRODUTOS - TABELA DOS PRODUTOS DO CADPROD,      *
003900*    NA ORDEM DO CODIGO                                            *
003910******************************************************************
003920 1300-CARREGAR-PRODUTOS.
003930     MOVE "N" TO W-EOF.
003940     MOVE LOW-VALUES TO CODPROD.
003950     START CADPROD KEY IS NOT LESS THAN CODPROD
003960         INVALID KEY MOVE "S" TO W-EOF.
003970     PERFORM 1310-LER-PRODUTO THRU 1310-EXIT
003980         UNTIL W-EOF-SIM.
003990 1300-EXIT. EXIT.
004000 1310-LER-PRODUTO.
004010     READ CADPROD NEXT RECORD
004020         AT END
004030             MOVE "S" TO W-EOF
004040             GO TO 1310-EXIT.
004050     IF W-QTDE-PRODS NOT < 999
004060         DISPLAY MSG-TABELA-CHEIA
004070         MOVE "S" TO W-TABELA-CHEIA
004080         MOVE "S" TO W-EOF
004090         GO TO 1310-EXIT.
004100     ADD 1 TO W-QTDE-PRODS.
004110     MOVE CODPROD    TO TP-CODPROD(W-QTDE-PRODS).
004120     MOVE TIPOPROD   TO TP-TIPOPROD(W-QTDE-PRODS).
004130     MOVE QUANTIDADE TO TP-QUANTIDADE(W-QTDE-PRODS).
004140     MOVE PMEDIO     TO TP-PMEDIO(W-QTDE-PRODS).
004150     MOVE ZERO       TO TP-ULT-SAIDA(W-QTDE-PRODS).
004160     MOVE ZERO       TO TP-ULT-COMPRA(W-QTDE-PRODS).
004170     IF ANOULTC IS NUMERIC AND TFMESULTC IS NUMERIC
004180         AND ANOULTC > ZERO
004190         COMPUTE TP-ULT-COMPRA(W-QTDE-PRODS) =
004200             ANOULTC * 12 + TFMESULTC.
004210 1310-EXIT. EXIT.
004220******************************************************************
004230*    ROT-ACHAR-PRODUTO - W-SUB DO PRODUTO W-CODPROD-PROC NA       *
004240*    TABELA (W-ACHOU = "S" QUANDO ESTA CARREGADO)                 *
004250******************************************************************
004260 ROT-ACHAR-PRODUTO.
004270     MOVE "N" TO W-ACHOU.
004280     PERFORM ROT-TESTAR-PRODUTO THRU ROT-TESTAR-PRODUTO-EXIT
004290         VARYING W-SUB FROM 1 BY 1
004300         UNTIL W-SUB > W-QTDE-PRODS
004310         OR W-ACHOU-SIM.
004320 ROT-ACHAR-PRODUTO-EXIT. EXIT.
004330 ROT-TESTAR-PRODUTO.
004340     IF TP-CODPROD(W-SUB) = W-CODPROD-PROC
004350         MOVE "S" TO W-ACHOU
004360         SUBTRACT 1 FROM W-SUB.
004370 ROT-TESTAR-PRODUTO-EXIT. EXIT.
004380******************************************************************
004390*    1400-ULTIMA-SAIDA - MES DA ULTIMA SAIDA "S" DE CADA PRODUTO  *
004400*    ATE A COMPETENCIA (MORTO PRIMEIRO, DEPOIS O VIVO)            *
004410******************************************************************
004420 1400-ULTIMA-SAIDA.
004430     OPEN INPUT MOVHIST.
004440     IF HIS-STATUS = "00"
004450         MOVE "N" TO W-EOF
004460         PERFORM 1410-LER-HIST THRU 1410-EXIT
004470             UNTIL W-EOF-SIM
004480         CLOSE MOVHIST.
004490     OPEN INPUT MOVESTQ.
004500     IF MOV-STATUS = "00"
004510         MOVE "N" TO W-EOF
004520         PERFORM 1420-LER-VIVO THRU 1420-EXIT
004530             UNTIL W-EOF-SIM
004540         CLOSE MOVESTQ.
004550 1400-EXIT. EXIT.
004560 1410-LER-HIST.
004570     READ MOVHIST
004580         AT END MOVE "S" TO W-EOF
004590         NOT AT END
004600             PERFORM 1430-REGISTRAR-SAIDA THRU 1430-EXIT.
004610 1410-EXIT. EXIT.
004620 1420-LER-VIVO.
004630     READ MOVESTQ
004640         AT END MOVE "S" TO W-EOF
004650         NOT AT END
004660             MOVE REG-MOVVIVO TO REGMOV
004670             PERFORM 1430-REGISTRAR-SAIDA THRU 1430-EXIT.
004680 1420-EXIT. EXIT.
004690 1430-REGISTRAR-SAIDA.
004700     IF NOT MOV-SAIDA
004710         GO TO 1430-EXIT.
004720     COMPUTE W-MESES-MOV = (MOV-ANO * 12) + MOV-MES.
004730     IF W-MESES-MOV > W-COMP-MESES
004740         GO TO 1430-EXIT.
004750     MOVE MOV-CODPROD TO W-CODPROD-PROC.
004760     PERFORM ROT-ACHAR-PRODUTO THRU ROT-ACHAR-PRODUTO-EXIT.
004770     IF W-ACHOU-SIM
004780         AND W-MESES-MOV > TP-ULT-SAIDA(W-SUB)
004790         MOVE W-MESES-MOV TO TP-ULT-SAIDA(W-SUB).
004800 1430-EXIT. EXIT.
004810******************************************************************
004820*    2000-PROCESSAR-PRODUTO - IDADE, FAIXA E PROVISAO DO PRODUTO   *
004830*    W-IDX; ATUALIZA O SALDO NO PROVOBS E OS TOTAIS DO TIPOPROD    *
004840******************************************************************
004850 2000-PROCESSAR-PRODUTO.
004860     IF TP-ULT-SAIDA(W-IDX) > ZERO
004870         MOVE TP-ULT-SAIDA(W-IDX) TO W-MESES-REF
004880     ELSE
004890         MOVE TP-ULT-COMPRA(W-IDX) TO W-MESES-REF.
004900     IF W-MESES-REF = ZERO
004910         MOVE 999 TO W-MESES-SEM-SAIDA
004920     ELSE
004930         COMPUTE W-MESES-SEM-SAIDA = W-COMP-MESES - W-MESES-REF.
004940     IF W-MESES-SEM-SAIDA < ZERO
004950         MOVE ZERO TO W-MESES-SEM-SAIDA.
004960     IF W-MESES-SEM-SAIDA > 999
004970         MOVE 999 TO W-MESES-SEM-SAIDA.
004980     MOVE 1 TO W-FAIXA.
004990     PERFORM 2100-TESTAR-FAIXA THRU 2100-EXIT
005000         VARYING W-SUB-F FROM 2 BY 1
005010         UNTIL W-SUB-F > 4.
005020     COMPUTE W-VALOR-ESTOQUE ROUNDED =
005030         TP-QUANTIDADE(W-IDX) * TP-PMEDIO(W-IDX).
005040     COMPUTE W-PROVISAO ROUNDED =
005050         W-VALOR-ESTOQUE * TF-PERC(W-FAIXA) / 100.
005060     MOVE TP-CODPROD(W-IDX) TO PO-CODPROD.
005070     MOVE "S" TO W-TEM-SALDO.
005080     READ PROVOBS
005090         INVALID KEY MOVE "N" TO W-TEM-SALDO.
005100     PERFORM 2200-SALDO-ANTERIOR THRU 2200-EXIT.
005110     IF W-TEM-SALDO-SIM
005120         AND PO-COMP-NUM > W-COMP-NUM
005130         ADD 1 TO W-QTDE-POSTERIOR
005140         GO TO 2000-EXIT.
005150     ADD 1 TO W-QTDE-ITENS.
005160     MOVE TP-TIPOPROD(W-IDX)   TO W-TIPO-PROC.
005170     MOVE TP-QUANTIDADE(W-IDX) TO W-QTDE-PROC.
005180     PERFORM 2300-ACUMULAR-TIPO THRU 2300-EXIT.
005190     IF NOT W-TEM-SALDO-SIM
005200         AND W-PROVISAO = ZERO
005210         GO TO 2000-EXIT.
005220     MOVE TP-TIPOPROD(W-IDX) TO PO-TIPOPROD.
005230     PERFORM 2400-GRAVAR-SALDO THRU 2400-EXIT.
005240 2000-EXIT. EXIT.
005250 2100-TESTAR-FAIXA.
005260     IF W-MESES-SEM-SAIDA NOT < TF-MESES(W-SUB-F)
005270         MOVE W-SUB-F TO W-FAIXA.
005280 2100-EXIT. EXIT.
005290******************************************************************
005300*    2200-SALDO-ANTERIOR - SALDO DE ANTES DA COMPETENCIA: O ULTIMO *
005310*    GRAVADO OU, NO REPROCESSAMENTO DA MESMA COMPETENCIA, O QUE    *
005320*    ESTAVA ANTES DELA                                             *
005330******************************************************************
005340 2200-SALDO-ANTERIOR.
005350     MOVE ZERO TO W-ANTERIOR.
005360     IF NOT W-TEM-SALDO-SIM
005370         GO TO 2200-EXIT.
005380     IF PO-COMP-NUM = W-COMP-NUM
005390         MOVE PO-VALOR-ANT TO W-ANTERIOR
005400     ELSE
005410         MOVE PO-VALOR TO W-ANTERIOR.
005420 2200-EXIT. EXIT.
005430******************************************************************
005440*    2300-ACUMULAR-TIPO - SOMA O PRODUTO NA FAIXA W-FAIXA DO       *
005450*    TIPOPROD W-TIPO-PROC (ABRE O TIPO NA PRIMEIRA OCORRENCIA)     *
005460******************************************************************
005470 2300-ACUMULAR-TIPO.
005480     MOVE "N" TO W-ACHOU.
005490     PERFORM 2310-TESTAR-TIPO THRU 2310-EXIT
005500         VARYING W-SUB-T FROM 1 BY 1
005510         UNTIL W-SUB-T > W-QTDE-TIPOS
005520         OR W-ACHOU-SIM.
005530     IF NOT W-ACHOU-SIM
005540         IF W-QTDE-TIPOS NOT < 20
005550             DISPLAY "CTBOBS: TABELA DE TIPOS CHEIA - TIPO "
005560                     W-TIPO-PROC
005570             GO TO 2300-EXIT
005580         ELSE
005590             ADD 1 TO W-QTDE-TIPOS
005600             MOVE W-QTDE-TIPOS TO W-SUB-T
005610             INITIALIZE TT-OCR(W-SUB-T)
005620             MOVE W-TIPO-PROC TO TT-TIPOPROD(W-SUB-T).
005630     ADD W-ANTERIOR TO TT-ANTERIOR(W-SUB-T).
005640     ADD W-ANTERIOR TO W-TOT-ANTERIOR.
005650     ADD W-PROVISAO TO W-TOT-PROVISAO.
005660     ADD W-PROVISAO TO TT-PROV(W-SUB-T W-FAIXA).
005670     IF W-QTDE-PROC = ZERO
005680         GO TO 2300-EXIT.
005690     ADD 1 TO TT-ITENS(W-SUB-T W-FAIXA).
005700     ADD W-QTDE-PROC TO TT-QTDE(W-SUB-T W-FAIXA).
005710     ADD W-VALOR-ESTOQUE TO TT-VALOR(W-SUB-T W-FAIXA).
005720     ADD W-VALOR-ESTOQUE TO W-TOT-VALOR.
005730 2300-EXIT. EXIT.
005740 2310-TESTAR-TIPO.
005750     IF TT-TIPOPROD(W-SUB-T) = W-TIPO-PROC
005760         MOVE "S" TO W-ACHOU
005770         SUBTRACT 1 FROM W-SUB-T.
005780 2310-EXIT. EXIT.
005790******************************************************************
005800*    2400-GRAVAR-SALDO - GRAVA NO PROVOBS O SALDO DA COMPETENCIA   *
005810*    E O DE ANTES DELA                                             *
005820******************************************************************
005830 2400-GRAVAR-SALDO.
005840     MOVE W-ANO-INF         TO PO-COMP-ANO.
005850     MOVE W-MES-INF         TO PO-COMP-MES.
005860     MOVE W-FAIXA           TO PO-FAIXA.
005870     MOVE W-MESES-SEM-SAIDA TO PO-MESES-SEM-SAIDA.
005880     MOVE W-ANTERIOR        TO PO-VALOR-ANT.
005890     MOVE W-PROVISAO        TO PO-VALOR.
005900     MOVE W-DATA-SISTEMA    TO PO-DATA-ATU.
005910     IF W-TEM-SALDO-SIM
005920         REWRITE REGPOB
005930             INVALID KEY
005940                 DISPLAY "CTBOBS: ERRO REGRAVANDO PROVOBS "
005950                         PO-CODPROD
005960     ELSE
005970         WRITE REGPOB
005980             INVALID KEY
005990                 DISPLAY "CTBOBS: ERRO GRAVANDO PROVOBS "
006000                         PO-CODPROD.
006010 2400-EXIT. EXIT.
006020******************************************************************
006030*    3000-EXCLUIDOS - SALDO DE PRODUTO QUE SAIU DO CADPROD E      *
006040*    REVERTIDO POR INTEIRO (PROVISAO ATUAL ZERO NA FAIXA 4)       *
006050******************************************************************
006060 3000-EXCLUIDOS.
006070     MOVE "N" TO W-EOF.
006080     MOVE LOW-VALUES TO PO-CODPROD.
006090     START PROVOBS KEY IS NOT LESS THAN PO-CODPROD
006100         INVALID KEY MOVE "S" TO W-EOF.
006110     PERFORM 3100-LER-SALDO THRU 3100-EXIT
006120         UNTIL W-EOF-SIM.
006130 3000-EXIT. EXIT.
006140 3100-LER-SALDO.
006150     READ PROVOBS NEXT RECORD
006160         AT END
006170             MOVE "S" TO W-EOF
006180             GO TO 3100-EXIT.
006190     IF PO-COMP-NUM > W-COMP-NUM
006200         GO TO 3100-EXIT.
006210     MOVE PO-CODPROD TO W-CODPROD-PROC.
006220     PERFORM ROT-ACHAR-PRODUTO THRU ROT-ACHAR-PRODUTO-EXIT.
006230     IF W-ACHOU-SIM
006240         GO TO 3100-EXIT.
006250     MOVE "S" TO W-TEM-SALDO.
006260     PERFORM 2200-SALDO-ANTERIOR THRU 2200-EXIT.
006270     IF W-ANTERIOR = ZERO
006280         AND PO-VALOR = ZERO
006290         GO TO 3100-EXIT.
006300     ADD 1 TO W-QTDE-EXCLUIDOS.
006310     MOVE ZERO            TO W-PROVISAO.
006320     MOVE ZERO            TO W-QTDE-PROC.
006330     MOVE 4               TO W-FAIXA.
006340     MOVE PO-MESES-SEM-SAIDA TO W-MESES-SEM-SAIDA.
006350     MOVE PO-TIPOPROD     TO W-TIPO-PROC.
006360     PERFORM 2300-ACUMULAR-TIPO THRU 2300-EXIT.
006370     PERFORM 2400-GRAVAR-SALDO THRU 2400-EXIT.
006380 3100-EXIT. EXIT.
006390******************************************************************
006400*    4000-LANCAR-TIPO - VARIACAO DA PROVISAO DO TIPOPROD W-SUB-T:  *
006410*    AUMENTO NA CHAVE "OB", REDUCAO NA CHAVE "RO" (REVERSAO)       *
006420******************************************************************
006430 4000-LANCAR-TIPO.
006440     MOVE ZERO TO W-TOT-TIPO-PROV.
006450     PERFORM 4050-SOMAR-FAIXA THRU 4050-EXIT
006460         VARYING W-SUB-F FROM 1 BY 1
006470         UNTIL W-SUB-F > 4.
006480     COMPUTE W-VARIACAO =
006490         W-TOT-TIPO-PROV - TT-ANTERIOR(W-SUB-T).
006500     IF W-VARIACAO = ZERO
006510         GO TO 4000-EXIT.
006520     IF W-VARIACAO > ZERO
006530         MOVE "OB" TO W-CHAVE-PROC
006540         MOVE W-VARIACAO TO W-VALOR-LANC
006550     ELSE
006560         MOVE "RO" TO W-CHAVE-PROC
006570         COMPUTE W-VALOR-LANC = W-VARIACAO * -1.
006580     MOVE "N" TO W-ACHOU-MAPA.
006590     PERFORM 4100-PROCURAR-MAPA THRU 4100-EXIT
006600         VARYING W-IDX FROM 1 BY 1
006610         UNTIL W-IDX > W-QTDE-MAPA
006620         OR W-ACHOU-MAPA-SIM.
006630     IF NOT W-ACHOU-MAPA-SIM
006640         ADD 1 TO W-QTDE-SEM-MAPA
006650         DISPLAY "CTBOBS: SEM MAPA P/ CHAVE " W-CHAVE-PROC
006660         GO TO 4000-EXIT.
006670     MOVE W-ANO-INF       TO LOT-COMP-ANO.
006680     MOVE W-MES-INF       TO LOT-COMP-MES.
006690     MOVE W-CONTA-DEBITO  TO LOT-CONTA-DEBITO.
006700     MOVE W-CONTA-CREDITO TO LOT-CONTA-CREDITO.
006710     MOVE W-VALOR-LANC    TO LOT-VALOR.
006720     MOVE SPACES          TO LOT-HISTORICO.
006730     IF W-CHAVE-PROC = "OB"
006740         STRING "PROV OBSOLESCENCIA TIPO "
006750             TT-TIPOPROD(W-SUB-T)
006760             DELIMITED BY SIZE INTO LOT-HISTORICO
006770     ELSE
006780         STRING "REVERSAO PROV OBSOLESC TIPO "
006790             TT-TIPOPROD(W-SUB-T)
006800             DELIMITED BY SIZE INTO LOT-HISTORICO.
006810     MOVE "P"             TO LOT-ORIGEM.
006820     MOVE ZERO            TO LOT-CODDEPC.
006830     WRITE REG-CTBLOTE.
006840     ADD 1 TO W-QTDE-LANC.
006850 4000-EXIT. EXIT.
006860 4050-SOMAR-FAIXA.
006870     ADD TT-PROV(W-SUB-T W-SUB-F) TO W-TOT-TIPO-PROV.
006880 4050-EXIT. EXIT.
006890 4100-PROCURAR-MAPA.
006900     IF TM-CHAVE(W-IDX) = W-CHAVE-PROC
006910         MOVE "S" TO W-ACHOU-MAPA
006920         MOVE TM-DEBITO(W-IDX)  TO W-CONTA-DEBITO
006930         MOVE TM-CREDITO(W-IDX) TO W-CONTA-CREDITO.
006940 4100-EXIT. EXIT.
006950******************************************************************
006960*    5000-RELATORIO - REPOBS: FAIXAS EM USO, LINHA POR TIPOPROD E  *
006970*    FAIXA, TOTAL DO TIPO COM A VARIACAO E TOTAL GERAL             *
006980******************************************************************
006990 5000-RELATORIO.
007000     OPEN OUTPUT REPOBS.
007010     MOVE W-MES-INF TO CAB-MES.
007020     MOVE W-ANO-INF TO CAB-ANO.
007030     WRITE REG-RELAT FROM CAB-RELAT.
007040     MOVE SPACES TO REG-RELAT.
007050     WRITE REG-RELAT.
007060     PERFORM 5100-LINHA-PARM THRU 5100-EXIT
007070         VARYING W-SUB-F FROM 1 BY 1
007080         UNTIL W-SUB-F > 4.
007090     MOVE SPACES TO REG-RELAT.
007100     WRITE REG-RELAT.
007110     WRITE REG-RELAT FROM CAB-COLUNAS.
007120     PERFORM 5200-LINHAS-TIPO THRU 5200-EXIT
007130         VARYING W-SUB-T FROM 1 BY 1
007140         UNTIL W-SUB-T > W-QTDE-TIPOS.
007150     MOVE SPACES TO REG-RELAT.
007160     WRITE REG-RELAT.
007170     MOVE "TOTAL GERAL"  TO LT-DESCRICAO.
007180     MOVE W-TOT-VALOR    TO LT-VALOR.
007190     MOVE W-TOT-ANTERIOR TO LT-ANTERIOR.
007200     MOVE W-TOT-PROVISAO TO LT-PROVISAO.
007210     COMPUTE LT-VARIACAO = W-TOT-PROVISAO - W-TOT-ANTERIOR.
007220     WRITE REG-RELAT FROM LIN-TOTAL.
007230     CLOSE REPOBS.
007240 5000-EXIT. EXIT.
007250 5100-LINHA-PARM.
007260     MOVE W-SUB-F          TO LP-FAIXA.
007270     MOVE TF-MESES(W-SUB-F) TO LP-MESES.
007280     MOVE TF-PERC(W-SUB-F)  TO LP-PERC.
007290     WRITE REG-RELAT FROM LIN-FAIXA-PARM.
007300 5100-EXIT. EXIT.
007310 5200-LINHAS-TIPO.
007320     MOVE ZERO TO W-TOT-TIPO-VALOR.
007330     MOVE ZERO TO W-TOT-TIPO-PROV.
007340     PERFORM 5300-LINHA-FAIXA THRU 5300-EXIT
007350         VARYING W-SUB-F FROM 1 BY 1
007360         UNTIL W-SUB-F > 4.
007370     MOVE SPACES TO LT-DESCRICAO.
007380     STRING "TOTAL TIPO " TT-TIPOPROD(W-SUB-T)
007390         DELIMITED BY SIZE INTO LT-DESCRICAO.
007400     MOVE W-TOT-TIPO-VALOR      TO LT-VALOR.
007410     MOVE TT-ANTERIOR(W-SUB-T)  TO LT-ANTERIOR.
007420     MOVE W-TOT-TIPO-PROV       TO LT-PROVISAO.
007430     COMPUTE LT-VARIACAO =
007440         W-TOT-TIPO-PROV - TT-ANTERIOR(W-SUB-T).
007450     WRITE REG-RELAT FROM LIN-TOTAL.
007460     MOVE SPACES TO REG-RELAT.
007470     WRITE REG-RELAT.
007480 5200-EXIT. EXIT.
007490 5300-LINHA-FAIXA.
007500     MOVE TT-TIPOPROD(W-SUB-T)         TO LF-TIPO.
007510     MOVE W-SUB-F                      TO LF-FAIXA.
007520     MOVE TT-ITENS(W-SUB-T W-SUB-F)    TO LF-ITENS.
007530     MOVE TT-QTDE(W-SUB-T W-SUB-F)     TO LF-QTDE.
007540     MOVE TT-VALOR(W-SUB-T W-SUB-F)    TO LF-VALOR.
007550     MOVE TF-PERC(W-SUB-F)             TO LF-PERC.
007560     MOVE TT-PROV(W-SUB-T W-SUB-F)     TO LF-PROV.
007570     WRITE REG-RELAT FROM LIN-FAIXA.
007580     ADD TT-VALOR(W-SUB-T W-SUB-F) TO W-TOT-TIPO-VALOR.
007590     ADD TT-PROV(W-SUB-T W-SUB-F)  TO W-TOT-TIPO-PROV.
007600 5300-EXIT. EXIT.
