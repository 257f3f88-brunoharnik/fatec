000010******************************************************************
000020* PROGRAM-ID : CEP089                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : POSICAO DO ESTOQUE EM UMA DATA PASSADA - PARTE DA  *
000080*              FOTOGRAFIA DO FECHAMENTO (FOTOEST, GRAVADA PELO    *
000090*              CEP011) MAIS PROXIMA DA DATA INFORMADA E APLICA OS *
000100*              MOVIMENTOS DO MEIO (MOVHIST + MOVESTQ): A FOTO     *
000110*              ANTERIOR ANDA PARA A FRENTE SOMANDO OS MOVIMENTOS  *
000120*              ATE A DATA; A FOTO POSTERIOR (OU, SEM ELA, A       *
000130*              POSICAO ATUAL DO CADPROD/SALDOALM) ANDA PARA TRAS  *
000140*              TIRANDO OS MOVIMENTOS DEPOIS DA DATA. INFORMANDO   *
000150*              UM ALMOXARIFADO USA AS FOTOS E OS MOVIMENTOS DELE. *
000160*              VALORIZA PELO PMEDIO (PARA A FRENTE A ENTRADA      *
000170*              RECALCULA A MEDIA; PARA TRAS FICA O DA BASE).      *
000180*              RELATORIO REPPOSIC, CATALOGADO NO SPOOL (SPL000).  *
000190*------------------------------------------------------------------
000200* HISTORICO DE ALTERACOES                                         *
000210* DATA       INICIAIS  DESCRICAO                                  *
000220* 2026-10-15 BH        VERSAO INICIAL                             *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CEP089.
000260 AUTHOR. BRUNO HARNIK.
000270 INSTALLATION. FATEC.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CADPROD ASSIGN TO "CADPROD"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CODPROD
000400         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000410         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000420         FILE STATUS IS PROD-STATUS.
000430     SELECT SALDOALM ASSIGN TO "SALDOALM"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SA-CHAVE
000470         FILE STATUS IS SAL-STATUS.
000480     SELECT CADALM ASSIGN TO "CADALM"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS ALM-CODIGO
000520         FILE STATUS IS ALM-STATUS.
000530     SELECT FOTOEST ASSIGN TO "FOTOEST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS FE-CHAVE
000570         FILE STATUS IS FOT-STATUS.
000580     SELECT MOVHIST ASSIGN TO "MOVHIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS HIS-STATUS.
000610     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS MOV-STATUS.
000640     SELECT REPPOSIC ASSIGN TO "REPPOSIC"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS REL-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CADPROD
000700     LABEL RECORDS ARE STANDARD.
000710     COPY REGPROD.
000720 FD  SALDOALM
000730     LABEL RECORDS ARE STANDARD.
000740     COPY REGSALM.
000750 FD  CADALM
000760     LABEL RECORDS ARE STANDARD.
000770     COPY REGALM.
000780 FD  FOTOEST
000790     LABEL RECORDS ARE STANDARD.
000800     COPY REGFOT.
000810 FD  MOVHIST
000820     LABEL RECORDS ARE STANDARD.
000830     COPY REGMOV.
000840 FD  MOVESTQ
000850     LABEL RECORDS ARE STANDARD.
000860 01  REG-MOVVIVO                 PIC X(50).
000870 FD  REPPOSIC
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-RELAT                   PIC X(100).
000900 WORKING-STORAGE SECTION.
000910 01  PROD-STATUS                 PIC X(02).
000920 01  SAL-STATUS                  PIC X(02).
000930 01  ALM-STATUS                  PIC X(02).
000940 01  FOT-STATUS                  PIC X(02).
000950 01  HIS-STATUS                  PIC X(02).
000960 01  MOV-STATUS                  PIC X(02).
000970 01  REL-STATUS                  PIC X(02).
000980 01  W-SWITCHES.
000990     05  W-EOF                   PIC X(01).
001000         88  W-EOF-SIM           VALUE "S".
001010     05  W-FIM-FOTO              PIC X(01).
001020         88  W-FIM-FOTO-SIM      VALUE "S".
001030     05  W-ACHOU                 PIC X(01).
001040         88  W-ACHOU-SIM         VALUE "S".
001050     05  W-EOF-SPL               PIC X(01).
001060         88  W-EOF-SPL-SIM       VALUE "S".
001070     05  W-BASE                  PIC X(01).
001080         88  W-BASE-FOTO-ANTES   VALUE "A".
001090         88  W-BASE-FOTO-DEPOIS  VALUE "D".
001100         88  W-BASE-ATUAL        VALUE "C".
001110 01  W-DIA-INF                   PIC 9(02).
001120 01  W-MES-INF                   PIC 9(02).
001130 01  W-ANO-INF                   PIC 9(04).
001140 01  W-CODALM-INF                PIC 9(02).
001150 01  W-DESCR-ALM                 PIC X(30).
001160 01  W-DATA-ALVO                 PIC 9(08).
001170 01  W-DATA-HOJE                 PIC 9(08).
001180 01  W-DATA-ANTES                PIC 9(08) VALUE ZERO.
001190 01  W-DATA-DEPOIS               PIC 9(08) VALUE ZERO.
001200 01  W-DATA-BASE                 PIC 9(08).
001210 01  W-DATA-SALTO                PIC 9(08).
001220 01  W-DATA-MOV                  PIC 9(08).
001230 01  W-DATA-CONV.
001240     05  W-CONV-ANO              PIC 9(04).
001250     05  W-CONV-MES              PIC 9(02).
001260     05  W-CONV-DIA              PIC 9(02).
001270 01  W-DATA-CONV-NUM REDEFINES W-DATA-CONV
001280                                 PIC 9(08).
001290 01  W-ORD-ALVO                  PIC 9(07).
001300 01  W-ORD-AUX                   PIC 9(07).
001310 01  W-DIST-ANTES                PIC 9(07).
001320 01  W-DIST-DEPOIS               PIC 9(07).
001330 01  W-CODPROD-PROC              PIC 9(08).
001340 01  W-QTDE-SINAL                PIC S9(08).
001350 01  W-VALOR-ITEM                PIC S9(15)V99.
001360 01  W-TOTAL-GERAL               PIC S9(15)V99 VALUE ZERO.
001370 01  W-QTDE-LISTADA              PIC 9(06) VALUE ZERO.
001380 01  W-QTDE-NEGATIVA             PIC 9(06) VALUE ZERO.
001390 01  W-QTDE-MOVS                 PIC 9(07) VALUE ZERO.
001400 01  W-IDX                       PIC 9(04) COMP.
001410 01  W-SUB                       PIC 9(04) COMP.
001420 COPY SPLPARM.
001430******************************************************************
001440*    POSICAO POR PRODUTO (CARREGADA DA BASE E ACERTADA PELOS       *
001450*    MOVIMENTOS ENTRE A BASE E A DATA)                             *
001460******************************************************************
001470 01  TAB-POSICAO.
001480     05  W-QTDE-PRODS            PIC 9(04) COMP VALUE ZERO.
001490     05  TP-OCR OCCURS 999 TIMES.
001500         10  TP-CODPROD          PIC 9(08).
001510         10  TP-DESCPROD         PIC X(30).
001520         10  TP-TIPOPROD         PIC X(01).
001530         10  TP-QUANTIDADE       PIC S9(09).
001540         10  TP-PMEDIO           PIC 9(12)V99.
001550******************************************************************
001560*    LINHAS DO RELATORIO REPPOSIC                                 *
001570******************************************************************
001580 01  CAB-RELAT1.
001590     05  FILLER                  PIC X(30)
001600         VALUE "POSICAO DO ESTOQUE EM        ".
001610     05  CR1-DIA                 PIC 9(02).
001620     05  FILLER                  PIC X(01) VALUE "/".
001630     05  CR1-MES                 PIC 9(02).
001640     05  FILLER                  PIC X(01) VALUE "/".
001650     05  CR1-ANO                 PIC 9(04).
001660     05  FILLER                  PIC X(16)
001670         VALUE " - ALMOXARIFADO ".
001680     05  CR1-CODALM              PIC 9(02).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  CR1-DESCR-ALM           PIC X(30).
001710 01  CAB-RELAT2.
001720     05  CR2-BASE                PIC X(45).
001730     05  CR2-DIA                 PIC 9(02).
001740     05  FILLER                  PIC X(01) VALUE "/".
001750     05  CR2-MES                 PIC 9(02).
001760     05  FILLER                  PIC X(01) VALUE "/".
001770     05  CR2-ANO                 PIC 9(04).
001780 01  CAB-COLUNAS                 PIC X(100) VALUE
001790     "CODPROD   DESCRICAO                      T  QUANTIDADE
001800-    "    PRECO MEDIO              VALOR".
001810 01  LIN-DET.
001820     05  LD-CODPROD              PIC 9(08).
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  LD-DESCPROD             PIC X(30).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  LD-TIPOPROD             PIC X(01).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  LD-QUANTIDADE           PIC -ZZZZZZZZ9.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  LD-PMEDIO               PIC ZZZZZZZZZZZ9,99.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  LD-VALOR                PIC -ZZZZZZZZZZZZZ9,99.
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  LD-OBS                  PIC X(08).
001950 01  LIN-TOTAL.
001960     05  FILLER                  PIC X(30)
001970         VALUE "TOTAL DA POSICAO.............:".
001980     05  FILLER                  PIC X(39) VALUE SPACES.
001990     05  LT-TOTAL                PIC -ZZZZZZZZZZZZZ9,99.
002000 PROCEDURE DIVISION.
002010******************************************************************
002020*    0000-MAINLINE                                                *
002030******************************************************************
002040 0000-MAINLINE.
002050     DISPLAY "CEP089 - POSICAO DO ESTOQUE EM UMA DATA".
002060     DISPLAY "DIA =>".
002070     ACCEPT W-DIA-INF.
002080     DISPLAY "MES =>".
002090     ACCEPT W-MES-INF.
002100     DISPLAY "ANO (4 DIGITOS) =>".
002110     ACCEPT W-ANO-INF.
002120     DISPLAY "ALMOXARIFADO (00 = TODOS) =>".
002130     ACCEPT W-CODALM-INF.
002140     IF W-DIA-INF < 1 OR W-DIA-INF > 31
002150         OR W-MES-INF < 1 OR W-MES-INF > 12
002160         DISPLAY "CEP089: DATA INVALIDA"
002170         STOP RUN.
002180     ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
002190     COMPUTE W-DATA-ALVO = (W-ANO-INF * 10000)
002200         + (W-MES-INF * 100) + W-DIA-INF.
002210     IF W-DATA-ALVO > W-DATA-HOJE
002220         DISPLAY "CEP089: DATA POSTERIOR A HOJE"
002230         STOP RUN.
002240     OPEN INPUT CADPROD.
002250     IF PROD-STATUS NOT = "00"
002260         DISPLAY "CEP089: ARQUIVO CADPROD NAO EXISTE"
002270         STOP RUN.
002280     PERFORM 1000-ESCOLHER-BASE THRU 1000-EXIT.
002290     PERFORM 2000-CARREGAR-PRODUTOS THRU 2000-EXIT.
002300     IF W-BASE-ATUAL
002310         PERFORM 2200-CARREGAR-ATUAL THRU 2200-EXIT
002320     ELSE
002330         PERFORM 2300-CARREGAR-FOTO THRU 2300-EXIT.
002340     CLOSE CADPROD.
002350     PERFORM 3000-APLICAR-MOVIMENTOS THRU 3000-EXIT.
002360     PERFORM 4000-RELATORIO THRU 4000-EXIT.
002370     PERFORM ROT-ESPOLAR THRU ROT-ESPOLAR-EXIT.
002380     DISPLAY "CEP089: MOVIMENTOS APLICADOS: " W-QTDE-MOVS.
002390     DISPLAY "CEP089: PRODUTOS LISTADOS...: " W-QTDE-LISTADA.
002400     DISPLAY "CEP089: SALDOS NEGATIVOS....: " W-QTDE-NEGATIVA.
002410     DISPLAY "CEP089: VALOR DA POSICAO....: " W-TOTAL-GERAL.
002420     STOP RUN.
002430******************************************************************
002440*    1000-ESCOLHER-BASE - FOTOS DO FOTOEST IMEDIATAMENTE ANTES     *
002450*    (OU NA) E DEPOIS DA DATA, PULANDO DE DATA EM DATA PELA        *
002460*    CHAVE; FICA A MAIS PROXIMA EM DIAS (ANO DE 360, MES DE 30).   *
002470*    SEM FOTO DEPOIS DA DATA A CONCORRENTE E A POSICAO ATUAL       *
002480******************************************************************
002490 1000-ESCOLHER-BASE.
002500     OPEN INPUT FOTOEST.
002510     IF FOT-STATUS = "00"
002520         MOVE ZERO TO W-DATA-SALTO
002530         MOVE "N" TO W-FIM-FOTO
002540         PERFORM 1100-PROXIMA-DATA THRU 1100-EXIT
002550             UNTIL W-FIM-FOTO-SIM
002560         CLOSE FOTOEST.
002570     MOVE W-DATA-ALVO TO W-DATA-CONV-NUM.
002580     PERFORM ROT-ORDINAL THRU ROT-ORDINAL-EXIT.
002590     MOVE W-ORD-AUX TO W-ORD-ALVO.
002600     IF W-DATA-DEPOIS = ZERO
002610         MOVE "C" TO W-BASE
002620         MOVE W-DATA-HOJE TO W-DATA-BASE
002630     ELSE
002640         MOVE "D" TO W-BASE
002650         MOVE W-DATA-DEPOIS TO W-DATA-BASE.
002660     IF W-DATA-ANTES = ZERO
002670         GO TO 1000-EXIT.
002680     MOVE W-DATA-BASE TO W-DATA-CONV-NUM.
002690     PERFORM ROT-ORDINAL THRU ROT-ORDINAL-EXIT.
002700     COMPUTE W-DIST-DEPOIS = W-ORD-AUX - W-ORD-ALVO.
002710     MOVE W-DATA-ANTES TO W-DATA-CONV-NUM.
002720     PERFORM ROT-ORDINAL THRU ROT-ORDINAL-EXIT.
002730     COMPUTE W-DIST-ANTES = W-ORD-ALVO - W-ORD-AUX.
002740     IF W-DIST-ANTES NOT > W-DIST-DEPOIS
002750         MOVE "A" TO W-BASE
002760         MOVE W-DATA-ANTES TO W-DATA-BASE.
002770 1000-EXIT. EXIT.
002780 1100-PROXIMA-DATA.
002790     MOVE W-DATA-SALTO TO FE-DATA.
002800     MOVE 99           TO FE-CODALM.
002810     MOVE 99999999     TO FE-CODPROD.
002820     START FOTOEST KEY IS GREATER THAN FE-CHAVE
002830         INVALID KEY
002840             MOVE "S" TO W-FIM-FOTO
002850             GO TO 1100-EXIT.
002860     READ FOTOEST NEXT RECORD
002870         AT END
002880             MOVE "S" TO W-FIM-FOTO
002890             GO TO 1100-EXIT.
002900     IF FE-DATA > W-DATA-ALVO
002910         MOVE FE-DATA TO W-DATA-DEPOIS
002920         MOVE "S" TO W-FIM-FOTO
002930         GO TO 1100-EXIT.
002940     MOVE FE-DATA TO W-DATA-SALTO.
002950     MOVE FE-DATA TO W-DATA-ANTES.
002960 1100-EXIT. EXIT.
002970******************************************************************
002980*    ROT-ORDINAL - DIA ORDINAL (ANO X 360 + MES X 30 + DIA) DA     *
002990*    DATA EM W-DATA-CONV                                           *
003000******************************************************************
003010 ROT-ORDINAL.
003020     COMPUTE W-ORD-AUX = (W-CONV-ANO * 360)
003030         + (W-CONV-MES * 30) + W-CONV-DIA.
003040 ROT-ORDINAL-EXIT. EXIT.
003050******************************************************************
003060*    2000-CARREGAR-PRODUTOS - TABELA COM TODOS OS PRODUTOS DO      *
003070*    CADPROD, QUANTIDADE ZERO E O PMEDIO ATUAL                     *
003080******************************************************************
003090 2000-CARREGAR-PRODUTOS.
003100     MOVE "N" TO W-EOF.
003110     MOVE LOW-VALUES TO CODPROD.
003120     START CADPROD KEY IS NOT LESS THAN CODPROD
003130         INVALID KEY MOVE "S" TO W-EOF.
003140     PERFORM 2100-LER-PRODUTO THRU 2100-EXIT
003150         UNTIL W-EOF-SIM.
003160 2000-EXIT. EXIT.
003170 2100-LER-PRODUTO.
003180     READ CADPROD NEXT RECORD
003190         AT END
003200             MOVE "S" TO W-EOF
003210             GO TO 2100-EXIT.
003220     IF W-QTDE-PRODS NOT < 999
003230         DISPLAY "CEP089: TABELA DE PRODUTOS CHEIA"
003240         MOVE "S" TO W-EOF
003250         GO TO 2100-EXIT.
003260     ADD 1 TO W-QTDE-PRODS.
003270     MOVE CODPROD  TO TP-CODPROD(W-QTDE-PRODS).
003280     MOVE DESCPROD TO TP-DESCPROD(W-QTDE-PRODS).
003290     MOVE TIPOPROD TO TP-TIPOPROD(W-QTDE-PRODS).
003300     MOVE ZERO     TO TP-QUANTIDADE(W-QTDE-PRODS).
003310     MOVE PMEDIO   TO TP-PMEDIO(W-QTDE-PRODS).
003320 2100-EXIT. EXIT.
003330******************************************************************
003340*    2200-CARREGAR-ATUAL - BASE NA POSICAO DE HOJE: QUANTIDADE DO  *
003350*    CADPROD OU, COM ALMOXARIFADO, O SALDOALM DELE                 *
003360******************************************************************
003370 2200-CARREGAR-ATUAL.
003380     IF W-CODALM-INF = ZERO
003390         PERFORM 2210-QTDE-CADPROD THRU 2210-EXIT
003400             VARYING W-IDX FROM 1 BY 1
003410             UNTIL W-IDX > W-QTDE-PRODS
003420         GO TO 2200-EXIT.
003430     OPEN INPUT SALDOALM.
003440     IF SAL-STATUS NOT = "00"
003450         GO TO 2200-EXIT.
003460     MOVE "N" TO W-EOF.
003470     MOVE W-CODALM-INF TO SA-CODALM.
003480     MOVE ZERO         TO SA-CODPROD.
003490     START SALDOALM KEY IS NOT LESS THAN SA-CHAVE
003500         INVALID KEY MOVE "S" TO W-EOF.
003510     PERFORM 2220-LER-SALDO THRU 2220-EXIT
003520         UNTIL W-EOF-SIM.
003530     CLOSE SALDOALM.
003540 2200-EXIT. EXIT.
003550 2210-QTDE-CADPROD.
003560     MOVE TP-CODPROD(W-IDX) TO CODPROD.
003570     READ CADPROD
003580         INVALID KEY
003590             GO TO 2210-EXIT.
003600     MOVE QUANTIDADE TO TP-QUANTIDADE(W-IDX).
003610 2210-EXIT. EXIT.
003620 2220-LER-SALDO.
003630     READ SALDOALM NEXT RECORD
003640         AT END
003650             MOVE "S" TO W-EOF
003660             GO TO 2220-EXIT.
003670     IF SA-CODALM NOT = W-CODALM-INF
003680         MOVE "S" TO W-EOF
003690         GO TO 2220-EXIT.
003700     MOVE SA-CODPROD TO W-CODPROD-PROC.
003710     PERFORM ROT-POSICIONAR THRU ROT-POSICIONAR-EXIT.
003720     IF W-ACHOU-SIM
003730         MOVE SA-QUANTIDADE TO TP-QUANTIDADE(W-SUB).
003740 2220-EXIT. EXIT.
003750******************************************************************
003760*    2300-CARREGAR-FOTO - BASE NA FOTO ESCOLHIDA: REGISTROS DE     *
003770*    TOTAL (FE-CODALM ZERO) OU OS DO ALMOXARIFADO INFORMADO        *
003780******************************************************************
003790 2300-CARREGAR-FOTO.
003800     OPEN INPUT FOTOEST.
003810     IF FOT-STATUS NOT = "00"
003820         GO TO 2300-EXIT.
003830     MOVE "N" TO W-EOF.
003840     MOVE W-DATA-BASE  TO FE-DATA.
003850     MOVE W-CODALM-INF TO FE-CODALM.
003860     MOVE ZERO         TO FE-CODPROD.
003870     START FOTOEST KEY IS NOT LESS THAN FE-CHAVE
003880         INVALID KEY MOVE "S" TO W-EOF.
003890     PERFORM 2310-LER-FOTO THRU 2310-EXIT
003900         UNTIL W-EOF-SIM.
003910     CLOSE FOTOEST.
003920 2300-EXIT. EXIT.
003930 2310-LER-FOTO.
003940     READ FOTOEST NEXT RECORD
003950         AT END
003960             MOVE "S" TO W-EOF
003970             GO TO 2310-EXIT.
003980     IF FE-DATA NOT = W-DATA-BASE
003990         OR FE-CODALM NOT = W-CODALM-INF
004000         MOVE "S" TO W-EOF
004010         GO TO 2310-EXIT.
004020     MOVE FE-CODPROD TO W-CODPROD-PROC.
004030     PERFORM ROT-POSICIONAR THRU ROT-POSICIONAR-EXIT.
004040     IF NOT W-ACHOU-SIM
004050         GO TO 2310-EXIT.
004060     MOVE FE-QUANTIDADE TO TP-QUANTIDADE(W-SUB).
004070     MOVE FE-PMEDIO     TO TP-PMEDIO(W-SUB).
004080     IF TP-TIPOPROD(W-SUB) = SPACES
004090         MOVE FE-TIPOPROD TO TP-TIPOPROD(W-SUB).
004100 2310-EXIT. EXIT.
004110******************************************************************
004120*    ROT-POSICIONAR - W-SUB DO PRODUTO W-CODPROD-PROC NA TABELA;  *
004130*    PRODUTO JA EXCLUIDO DO CADPROD ENTRA NO FIM DA TABELA        *
004140******************************************************************
004150 ROT-POSICIONAR.
004160     MOVE "N" TO W-ACHOU.
004170     PERFORM ROT-TESTAR-PRODUTO THRU ROT-TESTAR-PRODUTO-EXIT
004180         VARYING W-SUB FROM 1 BY 1
004190         UNTIL W-SUB > W-QTDE-PRODS
004200         OR W-ACHOU-SIM.
004210     IF W-ACHOU-SIM
004220         GO TO ROT-POSICIONAR-EXIT.
004230     IF W-QTDE-PRODS NOT < 999
004240         GO TO ROT-POSICIONAR-EXIT.
004250     ADD 1 TO W-QTDE-PRODS.
004260     MOVE W-QTDE-PRODS TO W-SUB.
004270     MOVE W-CODPROD-PROC TO TP-CODPROD(W-SUB).
004280     MOVE "PRODUTO EXCLUIDO DO CADASTRO" TO TP-DESCPROD(W-SUB).
004290     MOVE SPACES TO TP-TIPOPROD(W-SUB).
004300     MOVE ZERO   TO TP-QUANTIDADE(W-SUB).
004310     MOVE ZERO   TO TP-PMEDIO(W-SUB).
004320     MOVE "S" TO W-ACHOU.
004330 ROT-POSICIONAR-EXIT. EXIT.
004340 ROT-TESTAR-PRODUTO.
004350     IF TP-CODPROD(W-SUB) = W-CODPROD-PROC
004360         MOVE "S" TO W-ACHOU
004370         SUBTRACT 1 FROM W-SUB.
004380 ROT-TESTAR-PRODUTO-EXIT. EXIT.
004390******************************************************************
004400*    3000-APLICAR-MOVIMENTOS - MOVIMENTOS ENTRE A BASE E A DATA    *
004410*    (MORTO PRIMEIRO, DEPOIS O VIVO)                               *
004420******************************************************************
004430 3000-APLICAR-MOVIMENTOS.
004440     OPEN INPUT MOVHIST.
004450     IF HIS-STATUS = "00"
004460         MOVE "N" TO W-EOF
004470         PERFORM 3100-LER-HIST THRU 3100-EXIT
004480             UNTIL W-EOF-SIM
004490         CLOSE MOVHIST.
004500     OPEN INPUT MOVESTQ.
004510     IF MOV-STATUS = "00"
004520         MOVE "N" TO W-EOF
004530         PERFORM 3200-LER-VIVO THRU 3200-EXIT
004540             UNTIL W-EOF-SIM
004550         CLOSE MOVESTQ.
004560 3000-EXIT. EXIT.
004570 3100-LER-HIST.
004580     READ MOVHIST
004590         AT END MOVE "S" TO W-EOF
004600         NOT AT END
004610             PERFORM 3300-APLICAR-MOV THRU 3300-EXIT.
004620 3100-EXIT. EXIT.
004630 3200-LER-VIVO.
004640     READ MOVESTQ
004650         AT END MOVE "S" TO W-EOF
004660         NOT AT END
004670             MOVE REG-MOVVIVO TO REGMOV
004680             PERFORM 3300-APLICAR-MOV THRU 3300-EXIT.
004690 3200-EXIT. EXIT.
004700******************************************************************
004710*    3300-APLICAR-MOV - PARA A FRENTE SOMA O QUE ESTA DEPOIS DA    *
004720*    FOTO ATE A DATA; PARA TRAS TIRA O QUE ESTA DEPOIS DA DATA ATE *
004730*    A BASE (NA POSICAO ATUAL, TUDO O QUE ESTA DEPOIS DA DATA)     *
004740******************************************************************
004750 3300-APLICAR-MOV.
004760     IF W-CODALM-INF NOT = ZERO
004770         AND MOV-CODALM NOT = W-CODALM-INF
004780         GO TO 3300-EXIT.
004790     COMPUTE W-DATA-MOV = (MOV-ANO * 10000)
004800         + (MOV-MES * 100) + MOV-DIA.
004810     IF W-BASE-FOTO-ANTES
004820         IF W-DATA-MOV NOT > W-DATA-BASE
004830             OR W-DATA-MOV > W-DATA-ALVO
004840             GO TO 3300-EXIT
004850         END-IF
004860     ELSE
004870         IF W-DATA-MOV NOT > W-DATA-ALVO
004880             GO TO 3300-EXIT
004890         END-IF
004900         IF W-BASE-FOTO-DEPOIS
004910             AND W-DATA-MOV > W-DATA-BASE
004920             GO TO 3300-EXIT
004930         END-IF
004940     END-IF.
004950     MOVE MOV-CODPROD TO W-CODPROD-PROC.
004960     PERFORM ROT-POSICIONAR THRU ROT-POSICIONAR-EXIT.
004970     IF NOT W-ACHOU-SIM
004980         GO TO 3300-EXIT.
004990     ADD 1 TO W-QTDE-MOVS.
005000     IF MOV-TIPO = "E"
005010         OR MOV-SINAL = "+"
005020         MOVE MOV-QUANTIDADE TO W-QTDE-SINAL
005030     ELSE
005040         COMPUTE W-QTDE-SINAL = ZERO - MOV-QUANTIDADE.
005050     IF NOT W-BASE-FOTO-ANTES
005060         SUBTRACT W-QTDE-SINAL FROM TP-QUANTIDADE(W-SUB)
005070         GO TO 3300-EXIT.
005080     IF MOV-ENTRADA
005090         AND TP-QUANTIDADE(W-SUB) + MOV-QUANTIDADE > ZERO
005100         COMPUTE TP-PMEDIO(W-SUB) ROUNDED =
005110             ((TP-QUANTIDADE(W-SUB) * TP-PMEDIO(W-SUB))
005120             + (MOV-QUANTIDADE * MOV-PRECO))
005130             / (TP-QUANTIDADE(W-SUB) + MOV-QUANTIDADE).
005140     ADD W-QTDE-SINAL TO TP-QUANTIDADE(W-SUB).
005150 3300-EXIT. EXIT.
005160******************************************************************
005170*    4000-RELATORIO - REPPOSIC COM OS PRODUTOS DE SALDO DIFERENTE  *
005180*    DE ZERO NA DATA                                               *
005190******************************************************************
005200 4000-RELATORIO.
005210     OPEN OUTPUT REPPOSIC.
005220     MOVE W-DIA-INF    TO CR1-DIA.
005230     MOVE W-MES-INF    TO CR1-MES.
005240     MOVE W-ANO-INF    TO CR1-ANO.
005250     MOVE W-CODALM-INF TO CR1-CODALM.
005260     PERFORM 4100-DESCR-ALM THRU 4100-EXIT.
005270     MOVE W-DESCR-ALM  TO CR1-DESCR-ALM.
005280     WRITE REG-RELAT FROM CAB-RELAT1.
005290     EVALUATE TRUE
005300         WHEN W-BASE-FOTO-ANTES
005310             MOVE "BASE: FOTO DO FECHAMENTO ANTERIOR, DE"
005320                 TO CR2-BASE
005330         WHEN W-BASE-FOTO-DEPOIS
005340             MOVE "BASE: FOTO DO FECHAMENTO POSTERIOR, DE"
005350                 TO CR2-BASE
005360         WHEN OTHER
005370             MOVE "BASE: POSICAO ATUAL (SEM FOTO POSTERIOR), DE"
005380                 TO CR2-BASE
005390     END-EVALUATE.
005400     MOVE W-DATA-BASE TO W-DATA-CONV-NUM.
005410     MOVE W-CONV-DIA  TO CR2-DIA.
005420     MOVE W-CONV-MES  TO CR2-MES.
005430     MOVE W-CONV-ANO  TO CR2-ANO.
005440     WRITE REG-RELAT FROM CAB-RELAT2.
005450     MOVE SPACES TO REG-RELAT.
005460     WRITE REG-RELAT.
005470     WRITE REG-RELAT FROM CAB-COLUNAS.
005480     PERFORM 4200-LINHA-PRODUTO THRU 4200-EXIT
005490         VARYING W-IDX FROM 1 BY 1
005500         UNTIL W-IDX > W-QTDE-PRODS.
005510     MOVE W-TOTAL-GERAL TO LT-TOTAL.
005520     WRITE REG-RELAT FROM LIN-TOTAL.
005530     CLOSE REPPOSIC.
005540 4000-EXIT. EXIT.
005550 4100-DESCR-ALM.
005560     MOVE "TODOS" TO W-DESCR-ALM.
005570     IF W-CODALM-INF = ZERO
005580         GO TO 4100-EXIT.
005590     MOVE SPACES TO W-DESCR-ALM.
005600     OPEN INPUT CADALM.
005610     IF ALM-STATUS NOT = "00"
005620         GO TO 4100-EXIT.
005630     MOVE W-CODALM-INF TO ALM-CODIGO.
005640     READ CADALM
005650         INVALID KEY
005660             MOVE "ALMOXARIFADO NAO CADASTRADO" TO W-DESCR-ALM
005670         NOT INVALID KEY
005680             MOVE ALM-DESCRICAO TO W-DESCR-ALM.
005690     CLOSE CADALM.
005700 4100-EXIT. EXIT.
005710 4200-LINHA-PRODUTO.
005720     IF TP-QUANTIDADE(W-IDX) = ZERO
005730         GO TO 4200-EXIT.
005740     MOVE TP-CODPROD(W-IDX)    TO LD-CODPROD.
005750     MOVE TP-DESCPROD(W-IDX)   TO LD-DESCPROD.
005760     MOVE TP-TIPOPROD(W-IDX)   TO LD-TIPOPROD.
005770     MOVE TP-QUANTIDADE(W-IDX) TO LD-QUANTIDADE.
005780     MOVE TP-PMEDIO(W-IDX)     TO LD-PMEDIO.
005790     COMPUTE W-VALOR-ITEM ROUNDED =
005800         TP-QUANTIDADE(W-IDX) * TP-PMEDIO(W-IDX).
005810     MOVE W-VALOR-ITEM         TO LD-VALOR.
005820     MOVE SPACES               TO LD-OBS.
005830     IF TP-QUANTIDADE(W-IDX) < ZERO
005840         MOVE "NEGATIVO" TO LD-OBS
005850         ADD 1 TO W-QTDE-NEGATIVA.
005860     WRITE REG-RELAT FROM LIN-DET.
005870     ADD W-VALOR-ITEM TO W-TOTAL-GERAL.
005880     ADD 1 TO W-QTDE-LISTADA.
005890 4200-EXIT. EXIT.
005900******************************************************************
005910*    ROT-ESPOLAR - REGISTRA A EXECUCAO NO SPOOL (SPL000) E COPIA   *
005920*    O RELATORIO RECEM-GRAVADO PARA O SPOOLDAT                     *
005930******************************************************************
005940 ROT-ESPOLAR.
005950     MOVE "I" TO SPA-ACAO.
005960     MOVE "CEP089" TO SPA-PROGRAMA.
005970     MOVE SPACES TO SPA-OPERADOR.
005980     MOVE SPACES TO SPA-PARAMS.
005990     MOVE W-DATA-ALVO TO SPA-PARAMS.
006000     CALL "SPL000" USING SPL-PARAMETROS-AREA.
006010     OPEN INPUT REPPOSIC.
006020     IF REL-STATUS NOT = "00"
006030         GO TO ROT-ESPOLAR-FIM.
006040     MOVE "N" TO W-EOF-SPL.
006050     PERFORM ROT-ESPOLAR-LER THRU ROT-ESPOLAR-LER-EXIT
006060         UNTIL W-EOF-SPL-SIM.
006070     CLOSE REPPOSIC.
006080 ROT-ESPOLAR-FIM.
006090     MOVE "F" TO SPA-ACAO.
006100     CALL "SPL000" USING SPL-PARAMETROS-AREA.
006110 ROT-ESPOLAR-EXIT. EXIT.
006120 ROT-ESPOLAR-LER.
006130     READ REPPOSIC
006140         AT END MOVE "S" TO W-EOF-SPL.
006150     IF NOT W-EOF-SPL-SIM
006160         MOVE "L" TO SPA-ACAO
006170         MOVE REG-RELAT TO SPA-LINHA
006180         CALL "SPL000" USING SPL-PARAMETROS-AREA.
006190 ROT-ESPOLAR-LER-EXIT. EXIT.
