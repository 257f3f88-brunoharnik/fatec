000010******************************************************************
000020* PROGRAM-ID : CEP073                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-03                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : METAS DE VENDA POR VENDEDOR (METAVEND, MANTIDO NO  *
000080*              CEP018). MODO 1 - ACOMPANHAMENTO DIARIO DO MES     *
000090*              CORRENTE: PARA CADA VENDEDOR, A META, O FATURADO   *
000100*              NO MES (PEDIDOS "F" DO PEDVENDA, MESMO CRITERIO    *
000110*              DA COMISSAO DO CEP018), A CARTEIRA CONFIRMADA AINDA*
000120*              NAO FATURADA ("C"), OS ORCAMENTOS ABERTOS E        *
000130*              VALIDOS DO ORCVENDA, O PERCENTUAL ATINGIDO E O     *
000140*              RITMO POR DIA UTIL QUE FALTA PARA BATER A META     *
000150*              (DIAS UTEIS DE AMANHA AO FIM DO MES PELO DIA000),  *
000160*              COM UMA LINHA POR CATEGORIA TIPOPROD QUE TENHA     *
000170*              META PROPRIA. MODO 2 - RANKING DE FECHAMENTO DO    *
000180*              MES INFORMADO, POR PERCENTUAL ATINGIDO. SEM META   *
000190*              TOTAL CADASTRADA, A META DO VENDEDOR E A SOMA DAS  *
000200*              CATEGORIAS. RELATORIO REPMETA NO SPOOL (SPL000).   *
000210*------------------------------------------------------------------
000220* HISTORICO DE ALTERACOES                                         *
000230* DATA       INICIAIS  DESCRICAO                                  *
000240* 2026-10-03 BH        VERSAO INICIAL                             *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CEP073.
000280 AUTHOR. BRUNO HARNIK.
000290 INSTALLATION. FATEC.
000300 DATE-WRITTEN. 2026-10-03.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CADVEND ASSIGN TO "CADVEND"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS VD-CODIGO
000420         FILE STATUS IS VND-STATUS.
000430     SELECT METAVEND ASSIGN TO "METAVEND"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS MT-CHAVE
000470         FILE STATUS IS MET-STATUS.
000480     SELECT PEDVENDA ASSIGN TO "PEDVENDA"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PV-NUMERO
000520         FILE STATUS IS PED-STATUS.
000530     SELECT PEDITEM ASSIGN TO "PEDITEM"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PVI-CHAVE
000570         FILE STATUS IS ITM-STATUS.
000580     SELECT CADPROD ASSIGN TO "CADPROD"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CODPROD
000620         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000630         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000640         FILE STATUS IS PROD-STATUS.
000650     SELECT ORCVENDA ASSIGN TO "ORCVENDA"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS OV-NUMERO
000690         FILE STATUS IS ORC-STATUS.
000700     SELECT REPMETA ASSIGN TO "REPMETA"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS REL-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CADVEND
000760     LABEL RECORDS ARE STANDARD.
000770     COPY REGVEND.
000780 FD  METAVEND
000790     LABEL RECORDS ARE STANDARD.
000800     COPY REGMET.
000810 FD  PEDVENDA
000820     LABEL RECORDS ARE STANDARD.
000830     COPY REGPEDV.
000840 FD  PEDITEM
000850     LABEL RECORDS ARE STANDARD.
000860     COPY REGPEDI.
000870 FD  CADPROD
000880     LABEL RECORDS ARE STANDARD.
000890     COPY REGPROD.
000900 FD  ORCVENDA
000910     LABEL RECORDS ARE STANDARD.
000920     COPY REGORV.
000930 FD  REPMETA
000940     LABEL RECORDS ARE STANDARD.
000950 01  REG-RELAT                   PIC X(132).
000960 WORKING-STORAGE SECTION.
000970 01  VND-STATUS                  PIC X(02).
000980 01  MET-STATUS                  PIC X(02).
000990 01  PED-STATUS                  PIC X(02).
001000 01  ITM-STATUS                  PIC X(02).
001010 01  PROD-STATUS                 PIC X(02).
001020 01  ORC-STATUS                  PIC X(02).
001030 01  REL-STATUS                  PIC X(02).
001040 COPY DIAPARM.
001050 COPY SPLPARM.
001060 01  W-SWITCHES.
001070     05  W-EOF                   PIC X(01).
001080         88  W-EOF-SIM           VALUE "S".
001090     05  W-EOF2                  PIC X(01).
001100         88  W-EOF2-SIM          VALUE "S".
001110     05  W-EOF-SPL               PIC X(01).
001120         88  W-EOF-SPL-SIM       VALUE "S".
001130     05  W-ABORTA                PIC X(01) VALUE "N".
001140         88  W-ABORTA-SIM        VALUE "S".
001150     05  W-PROD-ABERTO           PIC X(01) VALUE "N".
001160         88  W-PROD-ABERTO-SIM   VALUE "S".
001170 01  W-MODO                      PIC 9(01).
001180     88  W-MODO-ACOMPANHAMENTO   VALUE 1.
001190     88  W-MODO-RANKING          VALUE 2.
001200 01  W-MES-INF                   PIC 9(02).
001210 01  W-ANO-INF                   PIC 9(04).
001220 01  W-DATA-ATUAL.
001230     05  W-ANO-ATUAL             PIC 9(04).
001240     05  W-MES-ATUAL             PIC 9(02).
001250     05  W-DIA-ATUAL             PIC 9(02).
001260 01  W-HOJE-NUM                  PIC 9(08).
001270 01  W-VALIDADE-NUM              PIC 9(08).
001280 01  W-DIAS-NO-MES               PIC 9(02).
001290 01  W-DIA-CONT                  PIC 9(02).
001300 01  W-DIAS-UTEIS                PIC 9(02) VALUE ZERO.
001310 01  W-QUOC                      PIC 9(04).
001320 01  W-RESTO-4                   PIC 9(03).
001330 01  W-RESTO-100                 PIC 9(03).
001340 01  W-RESTO-400                 PIC 9(03).
001350 01  W-IV                        PIC 9(04) COMP.
001360 01  W-IC                        PIC 9(01) COMP.
001370 01  W-IR                        PIC 9(03) COMP.
001380 01  W-IR2                       PIC 9(03) COMP.
001390 01  W-IR-MAIOR                  PIC 9(03) COMP.
001400 01  W-POSICAO                   PIC 9(03) COMP.
001410 01  W-QTDE-RANK                 PIC 9(03) COMP VALUE ZERO.
001420 01  W-QTDE-VENDEDORES           PIC 9(05) VALUE ZERO.
001430 01  W-TIPO-TRAB                 PIC X(01).
001440 01  W-META                      PIC 9(12)V99.
001450 01  W-FATURADO                  PIC 9(12)V99.
001460 01  W-PERC                      PIC 9(04)V9.
001470 01  W-RITMO                     PIC 9(12)V99.
001480 01  W-TOT-META                  PIC 9(12)V99 VALUE ZERO.
001490 01  W-TOT-FATURADO              PIC 9(12)V99 VALUE ZERO.
001500 01  W-TOT-CARTEIRA              PIC 9(12)V99 VALUE ZERO.
001510 01  W-TOT-ORCAMENTO             PIC 9(12)V99 VALUE ZERO.
001520******************************************************************
001530*    ACUMULADORES POR VENDEDOR (INDICE = VD-CODIGO) E, DENTRO     *
001540*    DELE, POR CATEGORIA: 1 H, 2 A, 3 E, 4 L, 5 D, 6 OUTRAS       *
001550******************************************************************
001560 01  W-TAB-VENDEDORES.
001570     05  TV-ENTRY OCCURS 9999 TIMES.
001580         10  TV-META             PIC S9(12)V99 COMP-3.
001590         10  TV-META-TOTAL       PIC X(01).
001600         10  TV-TEM-CATEGORIA    PIC X(01).
001610         10  TV-FATURADO         PIC S9(12)V99 COMP-3.
001620         10  TV-CARTEIRA         PIC S9(12)V99 COMP-3.
001630         10  TV-ORCAMENTO        PIC S9(12)V99 COMP-3.
001640         10  TV-CAT OCCURS 6 TIMES.
001650             15  TV-CAT-META     PIC S9(12)V99 COMP-3.
001660             15  TV-CAT-FAT      PIC S9(12)V99 COMP-3.
001670             15  TV-CAT-CART     PIC S9(12)V99 COMP-3.
001680 01  W-TAB-CATEGORIAS.
001690     05  FILLER                  PIC X(11) VALUE "HHIGIENE   ".
001700     05  FILLER                  PIC X(11) VALUE "AALIMENTO  ".
001710     05  FILLER                  PIC X(11) VALUE "EESCRITORIO".
001720     05  FILLER                  PIC X(11) VALUE "LLIMPEZA   ".
001730     05  FILLER                  PIC X(11) VALUE "DDIVERSO   ".
001740     05  FILLER                  PIC X(11) VALUE " OUTRAS    ".
001750 01  W-TAB-CATEGORIAS-R REDEFINES W-TAB-CATEGORIAS.
001760     05  TCA-ENTRY OCCURS 6 TIMES.
001770         10  TCA-TIPO            PIC X(01).
001780         10  TCA-DESCR           PIC X(10).
001790******************************************************************
001800*    TABELA DO RANKING (VENDEDORES COM META NO MES)               *
001810******************************************************************
001820 01  W-TAB-RANKING.
001830     05  RK-ENTRY OCCURS 500 TIMES.
001840         10  RK-CODVEND          PIC 9(04).
001850         10  RK-NOME             PIC X(30).
001860         10  RK-META             PIC 9(12)V99.
001870         10  RK-FATURADO         PIC 9(12)V99.
001880         10  RK-PERC             PIC 9(04)V9.
001890         10  RK-USADO            PIC X(01).
001900******************************************************************
001910*    LINHAS DO RELATORIO                                          *
001920******************************************************************
001930 01  LIN-CABEC1.
001940     05  LC1-TITULO              PIC X(45).
001950     05  FILLER                  PIC X(13) VALUE "COMPETENCIA: ".
001960     05  LC1-MES                 PIC 9(02).
001970     05  FILLER                  PIC X(01) VALUE "/".
001980     05  LC1-ANO                 PIC 9(04).
001990     05  FILLER                  PIC X(14) VALUE
002000         "  POSICAO EM: ".
002010     05  LC1-DIA-POS             PIC 9(02).
002020     05  FILLER                  PIC X(01) VALUE "/".
002030     05  LC1-MES-POS             PIC 9(02).
002040     05  FILLER                  PIC X(01) VALUE "/".
002050     05  LC1-ANO-POS             PIC 9(04).
002060 01  LIN-CABEC2.
002070     05  FILLER                  PIC X(33) VALUE
002080         "DIAS UTEIS RESTANTES NO MES....: ".
002090     05  LC2-DIAS                PIC Z9.
002100 01  LIN-CABEC3.
002110     05  FILLER                  PIC X(47) VALUE
002120         "VEND NOME                           CATEGORIA  ".
002130     05  FILLER                  PIC X(30) VALUE
002140         "          META       FATURADO ".
002150     05  FILLER                  PIC X(30) VALUE
002160         "      CARTEIRA     ORCAMENTOS ".
002170     05  FILLER                  PIC X(21) VALUE
002180         "ATING% RITMO/DIA UTIL".
002190 01  LIN-DET.
002200     05  LD-CODVEND              PIC ZZZ9 BLANK WHEN ZERO.
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  LD-NOME                 PIC X(30).
002230     05  FILLER                  PIC X(01) VALUE SPACES.
002240     05  LD-CATEGORIA            PIC X(10).
002250     05  FILLER                  PIC X(01) VALUE SPACES.
002260     05  LD-META                 PIC ZZZZZZZZZZ9,99.
002270     05  FILLER                  PIC X(01) VALUE SPACES.
002280     05  LD-FATURADO             PIC ZZZZZZZZZZ9,99.
002290     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  LD-CARTEIRA             PIC ZZZZZZZZZZ9,99.
002310     05  FILLER                  PIC X(01) VALUE SPACES.
002320     05  LD-ORCAMENTO            PIC ZZZZZZZZZZ9,99
002330                                 BLANK WHEN ZERO.
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002350     05  LD-PERC                 PIC ZZZ9,9.
002360     05  FILLER                  PIC X(01) VALUE SPACES.
002370     05  LD-RITMO                PIC ZZZZZZZZZZ9,99.
002380 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
002390 01  LIN-CABEC3R.
002400     05  FILLER                  PIC X(41) VALUE
002410         "POS  VEND NOME                           ".
002420     05  FILLER                  PIC X(36) VALUE
002430         "          META       FATURADO ATING%".
002440 01  LIN-RANK.
002450     05  LR-POSICAO              PIC ZZ9.
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  LR-CODVEND              PIC ZZZ9.
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002490     05  LR-NOME                 PIC X(30).
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  LR-META                 PIC ZZZZZZZZZZ9,99.
002520     05  FILLER                  PIC X(01) VALUE SPACES.
002530     05  LR-FATURADO             PIC ZZZZZZZZZZ9,99.
002540     05  FILLER                  PIC X(01) VALUE SPACES.
002550     05  LR-PERC                 PIC ZZZ9,9.
002560 PROCEDURE DIVISION.
002570******************************************************************
002580*    0000-MAINLINE                                                *
002590******************************************************************
002600 0000-MAINLINE.
002610     PERFORM 1000-PARAMETROS THRU 1000-EXIT.
002620     IF W-ABORTA-SIM
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN.
002650     PERFORM 2000-CARREGAR-METAS THRU 2000-EXIT.
002660     PERFORM 3000-APURAR-PEDIDOS THRU 3000-EXIT.
002670     IF W-ABORTA-SIM
002680         MOVE 8 TO RETURN-CODE
002690         STOP RUN.
002700     OPEN OUTPUT REPMETA.
002710     IF W-MODO-ACOMPANHAMENTO
002720         PERFORM 3500-APURAR-ORCAMENTOS THRU 3500-EXIT
002730         PERFORM 1200-DIAS-UTEIS THRU 1200-EXIT
002740         PERFORM 4000-ACOMPANHAMENTO THRU 4000-EXIT
002750     ELSE
002760         PERFORM 6000-RANKING THRU 6000-EXIT.
002770     CLOSE REPMETA.
002780     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
002790     DISPLAY "CEP073: VENDEDORES LISTADOS.......: "
002800             W-QTDE-VENDEDORES.
002810     DISPLAY "CEP073: RELATORIO EM REPMETA, SPOOL " SPA-NUMERO.
002820     STOP RUN.
002830******************************************************************
002840*    1000-PARAMETROS - MODO E COMPETENCIA (O ACOMPANHAMENTO E     *
002850*    SEMPRE DO MES CORRENTE; O RANKING, DO MES INFORMADO)         *
002860******************************************************************
002870 1000-PARAMETROS.
002880     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
002890     MOVE W-DATA-ATUAL TO W-HOJE-NUM.
002900     DISPLAY "CEP073: MODO (1-ACOMPANHAMENTO 2-RANKING) =>".
002910     ACCEPT W-MODO.
002920     IF NOT W-MODO-ACOMPANHAMENTO AND NOT W-MODO-RANKING
002930         DISPLAY "CEP073: MODO INVALIDO"
002940         MOVE "S" TO W-ABORTA
002950         GO TO 1000-EXIT.
002960     IF W-MODO-ACOMPANHAMENTO
002970         MOVE W-MES-ATUAL TO W-MES-INF
002980         MOVE W-ANO-ATUAL TO W-ANO-INF
002990         GO TO 1000-EXIT.
003000     DISPLAY "CEP073: MES DO RANKING =>".
003010     ACCEPT W-MES-INF.
003020     DISPLAY "CEP073: ANO DO RANKING (4 DIGITOS) =>".
003030     ACCEPT W-ANO-INF.
003040     IF W-MES-INF < 1 OR W-MES-INF > 12 OR W-ANO-INF = ZERO
003050         DISPLAY "CEP073: COMPETENCIA INVALIDA"
003060         MOVE "S" TO W-ABORTA.
003070 1000-EXIT. EXIT.
003080******************************************************************
003090*    1100-DIAS-DO-MES - QUANTIDADE DE DIAS DA COMPETENCIA         *
003100******************************************************************
003110 1100-DIAS-DO-MES.
003120     EVALUATE W-MES-INF
003130         WHEN 4 WHEN 6 WHEN 9 WHEN 11
003140             MOVE 30 TO W-DIAS-NO-MES
003150         WHEN 2
003160             DIVIDE W-ANO-INF BY 4 GIVING W-QUOC
003170                 REMAINDER W-RESTO-4
003180             DIVIDE W-ANO-INF BY 100 GIVING W-QUOC
003190                 REMAINDER W-RESTO-100
003200             DIVIDE W-ANO-INF BY 400 GIVING W-QUOC
003210                 REMAINDER W-RESTO-400
003220             IF W-RESTO-4 = ZERO
003230                     AND (W-RESTO-100 NOT = ZERO
003240                          OR W-RESTO-400 = ZERO)
003250                 MOVE 29 TO W-DIAS-NO-MES
003260             ELSE
003270                 MOVE 28 TO W-DIAS-NO-MES
003280             END-IF
003290         WHEN OTHER
003300             MOVE 31 TO W-DIAS-NO-MES
003310     END-EVALUATE.
003320 1100-EXIT. EXIT.
003330******************************************************************
003340*    1200-DIAS-UTEIS - DIAS UTEIS DE AMANHA ATE O FIM DO MES      *
003350*    (O RELATORIO RODA NO NOTURNO, DEPOIS DO FATURAMENTO DO DIA)  *
003360******************************************************************
003370 1200-DIAS-UTEIS.
003380     PERFORM 1100-DIAS-DO-MES THRU 1100-EXIT.
003390     MOVE ZERO TO W-DIAS-UTEIS.
003400     MOVE W-DIA-ATUAL TO W-DIA-CONT.
003410     PERFORM 1210-TESTAR-DIA THRU 1210-EXIT
003420         UNTIL W-DIA-CONT NOT < W-DIAS-NO-MES.
003430 1200-EXIT. EXIT.
003440 1210-TESTAR-DIA.
003450     ADD 1 TO W-DIA-CONT.
003460     MOVE "T" TO DIA-ACAO.
003470     COMPUTE DIA-DATA = (W-ANO-INF * 10000)
003480         + (W-MES-INF * 100) + W-DIA-CONT.
003490     CALL "DIA000" USING DIA-PARAMETROS-AREA.
003500     IF DIA-UTIL-SIM
003510         ADD 1 TO W-DIAS-UTEIS.
003520 1210-EXIT. EXIT.
003530******************************************************************
003540*    2000-CARREGAR-METAS - METAS DO MES PARA A TABELA; SEM META   *
003550*    TOTAL, A META DO VENDEDOR E A SOMA DAS CATEGORIAS            *
003560******************************************************************
003570 2000-CARREGAR-METAS.
003580     INITIALIZE W-TAB-VENDEDORES.
003590     OPEN INPUT METAVEND.
003600     IF MET-STATUS NOT = "00"
003610         DISPLAY "CEP073: SEM ARQUIVO METAVEND - SO REALIZADO"
003620         GO TO 2000-EXIT.
003630     MOVE "N" TO W-EOF.
003640     MOVE W-ANO-INF TO MT-ANO.
003650     MOVE W-MES-INF TO MT-MES.
003660     MOVE ZERO      TO MT-CODVEND.
003670     MOVE SPACES    TO MT-TIPOPROD.
003680     START METAVEND KEY IS NOT LESS THAN MT-CHAVE
003690         INVALID KEY MOVE "S" TO W-EOF.
003700     IF NOT W-EOF-SIM
003710         PERFORM 2100-LER-META THRU 2100-EXIT.
003720     PERFORM 2200-GUARDAR-META THRU 2200-EXIT
003730         UNTIL W-EOF-SIM.
003740     CLOSE METAVEND.
003750 2000-EXIT. EXIT.
003760 2100-LER-META.
003770     READ METAVEND NEXT RECORD
003780         AT END MOVE "S" TO W-EOF.
003790     IF NOT W-EOF-SIM
003800         IF MT-ANO NOT = W-ANO-INF OR MT-MES NOT = W-MES-INF
003810             MOVE "S" TO W-EOF.
003820 2100-EXIT. EXIT.
003830 2200-GUARDAR-META.
003840     IF MT-CODVEND = ZERO
003850         GO TO 2200-LER.
003860     MOVE MT-CODVEND TO W-IV.
003870     IF MT-TIPOPROD = SPACES
003880         MOVE MT-VALOR TO TV-META (W-IV)
003890         MOVE "S" TO TV-META-TOTAL (W-IV)
003900         GO TO 2200-LER.
003910     MOVE MT-TIPOPROD TO W-TIPO-TRAB.
003920     PERFORM 2900-INDICE-CATEGORIA THRU 2900-EXIT.
003930     ADD MT-VALOR TO TV-CAT-META (W-IV W-IC).
003940     MOVE "S" TO TV-TEM-CATEGORIA (W-IV).
003950     IF TV-META-TOTAL (W-IV) NOT = "S"
003960         ADD MT-VALOR TO TV-META (W-IV).
003970 2200-LER.
003980     PERFORM 2100-LER-META THRU 2100-EXIT.
003990 2200-EXIT. EXIT.
004000 2900-INDICE-CATEGORIA.
004010     MOVE 6 TO W-IC.
004020     EVALUATE W-TIPO-TRAB
004030         WHEN "H" MOVE 1 TO W-IC
004040         WHEN "A" MOVE 2 TO W-IC
004050         WHEN "E" MOVE 3 TO W-IC
004060         WHEN "L" MOVE 4 TO W-IC
004070         WHEN "D" MOVE 5 TO W-IC
004080         WHEN OTHER CONTINUE
004090     END-EVALUATE.
004100 2900-EXIT. EXIT.
004110******************************************************************
004120*    3000-APURAR-PEDIDOS - UMA PASSADA NO PEDVENDA: FATURADOS     *
004130*    NO MES (DATA DO PEDIDO, COMO A COMISSAO DO CEP018) E, NO     *
004140*    ACOMPANHAMENTO, A CARTEIRA CONFIRMADA. OS ITENS SO SAO       *
004150*    LIDOS PARA VENDEDOR COM META POR CATEGORIA                   *
004160******************************************************************
004170 3000-APURAR-PEDIDOS.
004180     OPEN INPUT PEDVENDA.
004190     IF PED-STATUS NOT = "00"
004200         DISPLAY "CEP073: ARQUIVO DE PEDIDOS NAO EXISTE"
004210         MOVE "S" TO W-ABORTA
004220         GO TO 3000-EXIT.
004230     OPEN INPUT PEDITEM.
004240     OPEN INPUT CADPROD.
004250     IF PROD-STATUS = "00"
004260         MOVE "S" TO W-PROD-ABERTO.
004270     MOVE "N" TO W-EOF.
004280     MOVE LOW-VALUES TO PV-NUMERO.
004290     START PEDVENDA KEY IS NOT LESS THAN PV-NUMERO
004300         INVALID KEY MOVE "S" TO W-EOF.
004310     IF NOT W-EOF-SIM
004320         PERFORM 3100-LER-PEDIDO THRU 3100-EXIT.
004330     PERFORM 3200-TRATAR-PEDIDO THRU 3200-EXIT
004340         UNTIL W-EOF-SIM.
004350     CLOSE PEDVENDA.
004360     IF ITM-STATUS = "00"
004370         CLOSE PEDITEM.
004380     IF W-PROD-ABERTO-SIM
004390         CLOSE CADPROD.
004400 3000-EXIT. EXIT.
004410 3100-LER-PEDIDO.
004420     READ PEDVENDA NEXT RECORD
004430         AT END MOVE "S" TO W-EOF.
004440 3100-EXIT. EXIT.
004450 3200-TRATAR-PEDIDO.
004460     IF PV-CODVEND = ZERO
004470         GO TO 3200-LER.
004480     MOVE PV-CODVEND TO W-IV.
004490     IF PEDIDO-FATURADO
004500         AND PV-MES = W-MES-INF AND PV-ANO = W-ANO-INF
004510         ADD PV-TOTAL TO TV-FATURADO (W-IV)
004520         IF TV-TEM-CATEGORIA (W-IV) = "S"
004530             PERFORM 3300-ITENS-PEDIDO THRU 3300-EXIT
004540         END-IF
004550         GO TO 3200-LER.
004560     IF PEDIDO-CONFIRMADO AND W-MODO-ACOMPANHAMENTO
004570         ADD PV-TOTAL TO TV-CARTEIRA (W-IV)
004580         IF TV-TEM-CATEGORIA (W-IV) = "S"
004590             PERFORM 3300-ITENS-PEDIDO THRU 3300-EXIT
004600         END-IF.
004610 3200-LER.
004620     PERFORM 3100-LER-PEDIDO THRU 3100-EXIT.
004630 3200-EXIT. EXIT.
004640 3300-ITENS-PEDIDO.
004650     IF ITM-STATUS NOT = "00" AND ITM-STATUS NOT = "10"
004660         AND ITM-STATUS NOT = "23"
004670         GO TO 3300-EXIT.
004680     MOVE "N" TO W-EOF2.
004690     MOVE PV-NUMERO TO PVI-NUMERO.
004700     MOVE ZERO      TO PVI-SEQ.
004710     START PEDITEM KEY IS NOT LESS THAN PVI-CHAVE
004720         INVALID KEY MOVE "S" TO W-EOF2.
004730     IF NOT W-EOF2-SIM
004740         PERFORM 3310-LER-ITEM THRU 3310-EXIT.
004750     PERFORM 3320-SOMAR-ITEM THRU 3320-EXIT
004760         UNTIL W-EOF2-SIM.
004770 3300-EXIT. EXIT.
004780 3310-LER-ITEM.
004790     READ PEDITEM NEXT RECORD
004800         AT END MOVE "S" TO W-EOF2.
004810     IF NOT W-EOF2-SIM AND PVI-NUMERO NOT = PV-NUMERO
004820         MOVE "S" TO W-EOF2.
004830 3310-EXIT. EXIT.
004840 3320-SOMAR-ITEM.
004850     MOVE SPACES TO W-TIPO-TRAB.
004860     IF W-PROD-ABERTO-SIM
004870         MOVE PVI-CODPROD TO CODPROD
004880         READ CADPROD
004890             INVALID KEY CONTINUE
004900             NOT INVALID KEY MOVE TIPOPROD TO W-TIPO-TRAB
004910         END-READ.
004920     PERFORM 2900-INDICE-CATEGORIA THRU 2900-EXIT.
004930     IF PEDIDO-FATURADO
004940         ADD PVI-VALOR TO TV-CAT-FAT (W-IV W-IC)
004950     ELSE
004960         ADD PVI-VALOR TO TV-CAT-CART (W-IV W-IC).
004970     PERFORM 3310-LER-ITEM THRU 3310-EXIT.
004980 3320-EXIT. EXIT.
004990******************************************************************
005000*    3500-APURAR-ORCAMENTOS - ORCAMENTOS ABERTOS E AINDA VALIDOS  *
005010*    (VALIDADE NAO ANTERIOR A HOJE) POR VENDEDOR                  *
005020******************************************************************
005030 3500-APURAR-ORCAMENTOS.
005040     OPEN INPUT ORCVENDA.
005050     IF ORC-STATUS NOT = "00"
005060         GO TO 3500-EXIT.
005070     MOVE "N" TO W-EOF.
005080     MOVE LOW-VALUES TO OV-NUMERO.
005090     START ORCVENDA KEY IS NOT LESS THAN OV-NUMERO
005100         INVALID KEY MOVE "S" TO W-EOF.
005110     IF NOT W-EOF-SIM
005120         PERFORM 3510-LER-ORCAMENTO THRU 3510-EXIT.
005130     PERFORM 3520-SOMAR-ORCAMENTO THRU 3520-EXIT
005140         UNTIL W-EOF-SIM.
005150     CLOSE ORCVENDA.
005160 3500-EXIT. EXIT.
005170 3510-LER-ORCAMENTO.
005180     READ ORCVENDA NEXT RECORD
005190         AT END MOVE "S" TO W-EOF.
005200 3510-EXIT. EXIT.
005210 3520-SOMAR-ORCAMENTO.
005220     COMPUTE W-VALIDADE-NUM = (OV-VAL-ANO * 10000)
005230         + (OV-VAL-MES * 100) + OV-VAL-DIA.
005240     IF ORC-ABERTO AND OV-CODVEND NOT = ZERO
005250         AND W-VALIDADE-NUM NOT < W-HOJE-NUM
005260         MOVE OV-CODVEND TO W-IV
005270         ADD OV-TOTAL TO TV-ORCAMENTO (W-IV).
005280     PERFORM 3510-LER-ORCAMENTO THRU 3510-EXIT.
005290 3520-EXIT. EXIT.
005300******************************************************************
005310*    4000-ACOMPANHAMENTO - UMA LINHA "TOTAL" POR VENDEDOR COM     *
005320*    META OU MOVIMENTO, SEGUIDA DAS CATEGORIAS COM META PROPRIA   *
005330******************************************************************
005340 4000-ACOMPANHAMENTO.
005350     MOVE "ACOMPANHAMENTO DE METAS DE VENDA" TO LC1-TITULO.
005360     PERFORM 4900-CABECALHO THRU 4900-EXIT.
005370     MOVE W-DIAS-UTEIS TO LC2-DIAS.
005380     WRITE REG-RELAT FROM LIN-CABEC2.
005390     WRITE REG-RELAT FROM LIN-BRANCO.
005400     WRITE REG-RELAT FROM LIN-CABEC3.
005410     OPEN INPUT CADVEND.
005420     IF VND-STATUS NOT = "00"
005430         DISPLAY "CEP073: ARQUIVO DE VENDEDORES NAO EXISTE"
005440         GO TO 4000-EXIT.
005450     MOVE "N" TO W-EOF.
005460     MOVE LOW-VALUES TO VD-CODIGO.
005470     START CADVEND KEY IS NOT LESS THAN VD-CODIGO
005480         INVALID KEY MOVE "S" TO W-EOF.
005490     IF NOT W-EOF-SIM
005500         PERFORM 4100-LER-VENDEDOR THRU 4100-EXIT.
005510     PERFORM 4200-VENDEDOR THRU 4200-EXIT
005520         UNTIL W-EOF-SIM.
005530     CLOSE CADVEND.
005540     MOVE SPACES TO LIN-DET.
005550     MOVE ZERO              TO LD-CODVEND.
005560     MOVE "TOTAL GERAL"     TO LD-NOME.
005570     MOVE W-TOT-META        TO LD-META W-META.
005580     MOVE W-TOT-FATURADO    TO LD-FATURADO W-FATURADO.
005590     MOVE W-TOT-CARTEIRA    TO LD-CARTEIRA.
005600     MOVE W-TOT-ORCAMENTO   TO LD-ORCAMENTO.
005610     PERFORM 4800-PERC-RITMO THRU 4800-EXIT.
005620     WRITE REG-RELAT FROM LIN-BRANCO.
005630     WRITE REG-RELAT FROM LIN-DET.
005640 4000-EXIT. EXIT.
005650 4100-LER-VENDEDOR.
005660     READ CADVEND NEXT RECORD
005670         AT END MOVE "S" TO W-EOF.
005680 4100-EXIT. EXIT.
005690 4200-VENDEDOR.
005700     IF VD-CODIGO = ZERO
005710         GO TO 4200-LER.
005720     MOVE VD-CODIGO TO W-IV.
005730     IF TV-META (W-IV) = ZERO AND TV-FATURADO (W-IV) = ZERO
005740         AND TV-CARTEIRA (W-IV) = ZERO
005750         AND TV-ORCAMENTO (W-IV) = ZERO
005760         GO TO 4200-LER.
005770     ADD 1 TO W-QTDE-VENDEDORES.
005780     MOVE SPACES TO LIN-DET.
005790     MOVE VD-CODIGO             TO LD-CODVEND.
005800     MOVE VD-NOME               TO LD-NOME.
005810     MOVE "TOTAL"               TO LD-CATEGORIA.
005820     MOVE TV-META (W-IV)        TO LD-META W-META.
005830     MOVE TV-FATURADO (W-IV)    TO LD-FATURADO W-FATURADO.
005840     MOVE TV-CARTEIRA (W-IV)    TO LD-CARTEIRA.
005850     MOVE TV-ORCAMENTO (W-IV)   TO LD-ORCAMENTO.
005860     PERFORM 4800-PERC-RITMO THRU 4800-EXIT.
005870     WRITE REG-RELAT FROM LIN-DET.
005880     ADD TV-META (W-IV)      TO W-TOT-META.
005890     ADD TV-FATURADO (W-IV)  TO W-TOT-FATURADO.
005900     ADD TV-CARTEIRA (W-IV)  TO W-TOT-CARTEIRA.
005910     ADD TV-ORCAMENTO (W-IV) TO W-TOT-ORCAMENTO.
005920     IF TV-TEM-CATEGORIA (W-IV) = "S"
005930         PERFORM 4300-CATEGORIA THRU 4300-EXIT
005940             VARYING W-IC FROM 1 BY 1 UNTIL W-IC > 6.
005950 4200-LER.
005960     PERFORM 4100-LER-VENDEDOR THRU 4100-EXIT.
005970 4200-EXIT. EXIT.
005980 4300-CATEGORIA.
005990     IF TV-CAT-META (W-IV W-IC) = ZERO
006000         GO TO 4300-EXIT.
006010     MOVE SPACES TO LIN-DET.
006020     MOVE ZERO                     TO LD-CODVEND.
006030     MOVE TCA-DESCR (W-IC)         TO LD-CATEGORIA.
006040     MOVE TV-CAT-META (W-IV W-IC)  TO LD-META W-META.
006050     MOVE TV-CAT-FAT (W-IV W-IC)   TO LD-FATURADO W-FATURADO.
006060     MOVE TV-CAT-CART (W-IV W-IC)  TO LD-CARTEIRA.
006070     MOVE ZERO                     TO LD-ORCAMENTO.
006080     PERFORM 4800-PERC-RITMO THRU 4800-EXIT.
006090     WRITE REG-RELAT FROM LIN-DET.
006100 4300-EXIT. EXIT.
006110******************************************************************
006120*    4800-PERC-RITMO - PERCENTUAL ATINGIDO E VALOR A FATURAR POR  *
006130*    DIA UTIL RESTANTE PARA FECHAR A META (ZERO QUANDO A META JA  *
006140*    FOI BATIDA OU NAO HA MAIS DIA UTIL NO MES)                   *
006150******************************************************************
006160 4800-PERC-RITMO.
006170     MOVE ZERO TO W-PERC.
006180     MOVE ZERO TO W-RITMO.
006190     IF W-META NOT = ZERO
006200         COMPUTE W-PERC ROUNDED = W-FATURADO * 100 / W-META
006210             ON SIZE ERROR MOVE 9999,9 TO W-PERC
006220         END-COMPUTE
006230         IF W-FATURADO < W-META AND W-DIAS-UTEIS > ZERO
006240             COMPUTE W-RITMO ROUNDED =
006250                 (W-META - W-FATURADO) / W-DIAS-UTEIS
006260         END-IF
006270     END-IF.
006280     MOVE W-PERC  TO LD-PERC.
006290     MOVE W-RITMO TO LD-RITMO.
006300 4800-EXIT. EXIT.
006310 4900-CABECALHO.
006320     MOVE W-MES-INF   TO LC1-MES.
006330     MOVE W-ANO-INF   TO LC1-ANO.
006340     MOVE W-DIA-ATUAL TO LC1-DIA-POS.
006350     MOVE W-MES-ATUAL TO LC1-MES-POS.
006360     MOVE W-ANO-ATUAL TO LC1-ANO-POS.
006370     WRITE REG-RELAT FROM LIN-CABEC1.
006380 4900-EXIT. EXIT.
006390******************************************************************
006400*    6000-RANKING - VENDEDORES COM META NO MES EM ORDEM           *
006410*    DECRESCENTE DE PERCENTUAL ATINGIDO (SELECAO DO MAIOR         *
006420*    RESTANTE A CADA PASSADA, COMO OS MAIORES CLIENTES DO CEP019) *
006430******************************************************************
006440 6000-RANKING.
006450     MOVE "RANKING DE METAS DE VENDA - FECHAMENTO"
006460         TO LC1-TITULO.
006470     PERFORM 4900-CABECALHO THRU 4900-EXIT.
006480     WRITE REG-RELAT FROM LIN-BRANCO.
006490     WRITE REG-RELAT FROM LIN-CABEC3R.
006500     OPEN INPUT CADVEND.
006510     IF VND-STATUS NOT = "00"
006520         DISPLAY "CEP073: ARQUIVO DE VENDEDORES NAO EXISTE"
006530         GO TO 6000-EXIT.
006540     MOVE "N" TO W-EOF.
006550     MOVE LOW-VALUES TO VD-CODIGO.
006560     START CADVEND KEY IS NOT LESS THAN VD-CODIGO
006570         INVALID KEY MOVE "S" TO W-EOF.
006580     IF NOT W-EOF-SIM
006590         PERFORM 4100-LER-VENDEDOR THRU 4100-EXIT.
006600     PERFORM 6100-MONTAR-RANKING THRU 6100-EXIT
006610         UNTIL W-EOF-SIM.
006620     CLOSE CADVEND.
006630     MOVE ZERO TO W-POSICAO.
006640     PERFORM 6200-IMPRIMIR-MAIOR THRU 6200-EXIT
006650         VARYING W-IR FROM 1 BY 1
006660         UNTIL W-IR > W-QTDE-RANK.
006670     MOVE SPACES TO LIN-RANK.
006680     MOVE "TOTAL GERAL"  TO LR-NOME.
006690     MOVE ZERO           TO LR-CODVEND LR-POSICAO.
006700     MOVE W-TOT-META     TO LR-META W-META.
006710     MOVE W-TOT-FATURADO TO LR-FATURADO W-FATURADO.
006720     PERFORM 4800-PERC-RITMO THRU 4800-EXIT.
006730     MOVE W-PERC TO LR-PERC.
006740     WRITE REG-RELAT FROM LIN-BRANCO.
006750     WRITE REG-RELAT FROM LIN-RANK.
006760 6000-EXIT. EXIT.
006770 6100-MONTAR-RANKING.
006780     IF VD-CODIGO = ZERO
006790         GO TO 6100-LER.
006800     MOVE VD-CODIGO TO W-IV.
006810     IF TV-META (W-IV) = ZERO OR W-QTDE-RANK NOT < 500
006820         GO TO 6100-LER.
006830     ADD 1 TO W-QTDE-RANK.
006840     MOVE VD-CODIGO           TO RK-CODVEND (W-QTDE-RANK).
006850     MOVE VD-NOME             TO RK-NOME (W-QTDE-RANK).
006860     MOVE TV-META (W-IV)      TO RK-META (W-QTDE-RANK) W-META.
006870     MOVE TV-FATURADO (W-IV)  TO RK-FATURADO (W-QTDE-RANK)
006880                                 W-FATURADO.
006890     PERFORM 4800-PERC-RITMO THRU 4800-EXIT.
006900     MOVE W-PERC              TO RK-PERC (W-QTDE-RANK).
006910     MOVE "N"                 TO RK-USADO (W-QTDE-RANK).
006920     ADD TV-META (W-IV)       TO W-TOT-META.
006930     ADD TV-FATURADO (W-IV)   TO W-TOT-FATURADO.
006940 6100-LER.
006950     PERFORM 4100-LER-VENDEDOR THRU 4100-EXIT.
006960 6100-EXIT. EXIT.
006970 6200-IMPRIMIR-MAIOR.
006980     MOVE ZERO TO W-IR-MAIOR.
006990     PERFORM 6300-ACHAR-MAIOR THRU 6300-EXIT
007000         VARYING W-IR2 FROM 1 BY 1
007010         UNTIL W-IR2 > W-QTDE-RANK.
007020     IF W-IR-MAIOR = ZERO
007030         GO TO 6200-EXIT.
007040     ADD 1 TO W-POSICAO.
007050     ADD 1 TO W-QTDE-VENDEDORES.
007060     MOVE W-POSICAO                 TO LR-POSICAO.
007070     MOVE RK-CODVEND (W-IR-MAIOR)   TO LR-CODVEND.
007080     MOVE RK-NOME (W-IR-MAIOR)      TO LR-NOME.
007090     MOVE RK-META (W-IR-MAIOR)      TO LR-META.
007100     MOVE RK-FATURADO (W-IR-MAIOR)  TO LR-FATURADO.
007110     MOVE RK-PERC (W-IR-MAIOR)      TO LR-PERC.
007120     WRITE REG-RELAT FROM LIN-RANK.
007130     MOVE "S" TO RK-USADO (W-IR-MAIOR).
007140 6200-EXIT. EXIT.
007150 6300-ACHAR-MAIOR.
007160     IF RK-USADO (W-IR2) = "S"
007170         GO TO 6300-EXIT.
007180     IF W-IR-MAIOR = ZERO
007190         MOVE W-IR2 TO W-IR-MAIOR
007200         GO TO 6300-EXIT.
007210     IF RK-PERC (W-IR2) > RK-PERC (W-IR-MAIOR)
007220         MOVE W-IR2 TO W-IR-MAIOR
007230         GO TO 6300-EXIT.
007240     IF RK-PERC (W-IR2) = RK-PERC (W-IR-MAIOR)
007250         AND RK-FATURADO (W-IR2) > RK-FATURADO (W-IR-MAIOR)
007260         MOVE W-IR2 TO W-IR-MAIOR.
007270 6300-EXIT. EXIT.
007280******************************************************************
007290*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
007300*    O SPLREP REIMPRIMIR                                          *
007310******************************************************************
007320 9000-ESPOLAR.
007330     MOVE "I" TO SPA-ACAO.
007340     MOVE "CEP073" TO SPA-PROGRAMA.
007350     MOVE SPACES TO SPA-OPERADOR.
007360     MOVE SPACES TO SPA-PARAMS.
007370     IF W-MODO-ACOMPANHAMENTO
007380         STRING "ACOMP " W-MES-INF "/" W-ANO-INF
007390             DELIMITED BY SIZE INTO SPA-PARAMS
007400     ELSE
007410         STRING "RANKING " W-MES-INF "/" W-ANO-INF
007420             DELIMITED BY SIZE INTO SPA-PARAMS.
007430     CALL "SPL000" USING SPL-PARAMETROS-AREA.
007440     OPEN INPUT REPMETA.
007450     IF REL-STATUS NOT = "00"
007460         GO TO 9000-FIM.
007470     MOVE "N" TO W-EOF-SPL.
007480     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
007490         UNTIL W-EOF-SPL-SIM.
007500     CLOSE REPMETA.
007510 9000-FIM.
007520     MOVE "F" TO SPA-ACAO.
007530     CALL "SPL000" USING SPL-PARAMETROS-AREA.
007540 9000-EXIT. EXIT.
007550 9100-ESPOLAR-LER.
007560     READ REPMETA
007570         AT END MOVE "S" TO W-EOF-SPL.
007580     IF NOT W-EOF-SPL-SIM
007590         MOVE "L" TO SPA-ACAO
007600         MOVE REG-RELAT TO SPA-LINHA
007610         CALL "SPL000" USING SPL-PARAMETROS-AREA.
007620 9100-EXIT. EXIT.
