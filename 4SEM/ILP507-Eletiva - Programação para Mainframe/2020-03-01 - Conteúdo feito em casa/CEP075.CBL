000010******************************************************************
000020* PROGRAM-ID : CEP075                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-05                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : RELATORIO DE RESULTADO DE CAMPANHA PROMOCIONAL.    *
000080*              PARA OS PRODUTOS DA CAMPANHA (ITENS DO CAMPITEM    *
000090*              POR PRODUTO OU POR CATEGORIA), COMPARA A           *
000100*              QUANTIDADE, A RECEITA E A MARGEM DOS PEDIDOS       *
000110*              FATURADOS NO PERIODO DA CAMPANHA COM AS DO         *
000120*              PERIODO DE MESMA DURACAO IMEDIATAMENTE ANTERIOR.   *
000130*              O CUSTO E O CAPTURADO NA CONFIRMACAO (PVI-CUSTO X  *
000140*              QUANTIDADE), COMO NO CEP046; OS PERIODOS SEGUEM O  *
000150*              ANO COMERCIAL DE 360 DIAS DO CEP061. RELATORIO     *
000160*              REPCAMP NO SPOOL (SPL000).                         *
000170*------------------------------------------------------------------
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-10-05 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CEP075.
000240 AUTHOR. BRUNO HARNIK.
000250 INSTALLATION. FATEC.
000260 DATE-WRITTEN. 2026-10-05.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CAMPANHA ASSIGN TO "CAMPANHA"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CP-CODIGO
000380         FILE STATUS IS CMP-STATUS.
000390     SELECT CAMPITEM ASSIGN TO "CAMPITEM"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CI-CHAVE
000430         FILE STATUS IS CPI-STATUS.
000440     SELECT CADPROD ASSIGN TO "CADPROD"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CODPROD
000480         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000490         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000500         FILE STATUS IS PROD-STATUS.
000510     SELECT PEDVENDA ASSIGN TO "PEDVENDA"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PV-NUMERO
000550         FILE STATUS IS PED-STATUS.
000560     SELECT PEDITEM ASSIGN TO "PEDITEM"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PVI-CHAVE
000600         FILE STATUS IS ITM-STATUS.
000610     SELECT REPCAMP ASSIGN TO "REPCAMP"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS REL-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CAMPANHA
000670     LABEL RECORDS ARE STANDARD.
000680     COPY REGCMP.
000690 FD  CAMPITEM
000700     LABEL RECORDS ARE STANDARD.
000710     COPY REGCPI.
000720 FD  CADPROD
000730     LABEL RECORDS ARE STANDARD.
000740     COPY REGPROD.
000750 FD  PEDVENDA
000760     LABEL RECORDS ARE STANDARD.
000770     COPY REGPEDV.
000780 FD  PEDITEM
000790     LABEL RECORDS ARE STANDARD.
000800     COPY REGPEDI.
000810 FD  REPCAMP
000820     LABEL RECORDS ARE STANDARD.
000830 01  REG-RELAT                   PIC X(132).
000840 WORKING-STORAGE SECTION.
000850 01  CMP-STATUS                  PIC X(02).
000860 01  CPI-STATUS                  PIC X(02).
000870 01  PROD-STATUS                 PIC X(02).
000880 01  PED-STATUS                  PIC X(02).
000890 01  ITM-STATUS                  PIC X(02).
000900 01  REL-STATUS                  PIC X(02).
000910 COPY SPLPARM.
000920 01  W-SWITCHES.
000930     05  W-EOF                   PIC X(01).
000940         88  W-EOF-SIM           VALUE "S".
000950     05  W-EOF2                  PIC X(01).
000960         88  W-EOF2-SIM          VALUE "S".
000970     05  W-EOF-SPL               PIC X(01).
000980         88  W-EOF-SPL-SIM       VALUE "S".
000990     05  W-ABORTA                PIC X(01) VALUE "N".
001000         88  W-ABORTA-SIM        VALUE "S".
001010     05  W-ACHOU                 PIC X(01).
001020         88  W-ACHOU-SIM         VALUE "S".
001030     05  W-TEM-CATEGORIA         PIC X(01) VALUE "N".
001040         88  W-TEM-CATEGORIA-SIM VALUE "S".
001050     05  W-PROD-ABERTO           PIC X(01) VALUE "N".
001060         88  W-PROD-ABERTO-SIM   VALUE "S".
001070 01  W-CODCAMP-INF               PIC 9(04).
001080 01  W-ORD-INI                   PIC 9(07) COMP.
001090 01  W-ORD-FIM                   PIC 9(07) COMP.
001100 01  W-ORD-ANT-INI               PIC 9(07) COMP.
001110 01  W-ORD-ANT-FIM               PIC 9(07) COMP.
001120 01  W-ORD-PED                   PIC 9(07) COMP.
001130 01  W-DURACAO                   PIC 9(05) COMP.
001140 01  W-ORD-CONV                  PIC 9(07) COMP.
001150 01  W-RESTO-CONV                PIC 9(03) COMP.
001160 01  W-DATA-CONV.
001170     05  W-ANO-CONV              PIC 9(04).
001180     05  W-MES-CONV              PIC 9(02).
001190     05  W-DIA-CONV              PIC 9(02).
001200 01  W-FASE                      PIC 9(01).
001210     88  W-FASE-CAMPANHA         VALUE 1.
001220     88  W-FASE-ANTERIOR         VALUE 2.
001230 01  W-CUSTO-ITEM                PIC 9(13)V99.
001240 01  W-SUB                       PIC 9(03) COMP.
001250 01  W-IDX                       PIC 9(03) COMP.
001260 01  W-QTDE-PEDIDOS              PIC 9(05) VALUE ZERO.
001270 01  W-MARGEM                    PIC S9(03)V99.
001280 01  W-VARIACAO                  PIC S9(07)V99.
001290******************************************************************
001300*    ITENS DA CAMPANHA (PRODUTOS E CATEGORIAS)                    *
001310******************************************************************
001320 01  TAB-ITENS.
001330     05  W-QTDE-ITENS            PIC 9(03) COMP VALUE ZERO.
001340     05  TAB-ITEM-OCR OCCURS 200 TIMES.
001350         10  TI-CODPROD          PIC 9(08).
001360         10  TI-TIPOPROD         PIC X(01).
001370******************************************************************
001380*    ACUMULADORES POR PRODUTO - OCORRENCIA 1 = CAMPANHA,          *
001390*    2 = PERIODO ANTERIOR                                         *
001400******************************************************************
001410 01  TAB-PROD.
001420     05  W-QTDE-PROD             PIC 9(03) COMP VALUE ZERO.
001430     05  TAB-PROD-OCR OCCURS 500 TIMES.
001440         10  TP-CODPROD          PIC 9(08).
001450         10  TP-PERIODO OCCURS 2 TIMES.
001460             15  TP-QTDE         PIC 9(09).
001470             15  TP-RECEITA      PIC 9(13)V99.
001480             15  TP-CUSTO        PIC 9(13)V99.
001490 01  TAB-TOTAL.
001500     05  TT-PERIODO OCCURS 2 TIMES.
001510         10  TT-QTDE             PIC 9(09).
001520         10  TT-RECEITA          PIC 9(13)V99.
001530         10  TT-CUSTO            PIC 9(13)V99.
001540******************************************************************
001550*    LINHAS DO RELATORIO                                          *
001560******************************************************************
001570 01  LIN-CABEC1.
001580     05  FILLER                  PIC X(22) VALUE
001590         "RESULTADO DA CAMPANHA ".
001600     05  LC1-CODCAMP             PIC ZZZ9.
001610     05  FILLER                  PIC X(03) VALUE " - ".
001620     05  LC1-DESCRICAO           PIC X(30).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  LC1-SITUACAO            PIC X(09).
001650 01  LIN-PERIODO.
001660     05  LP-TITULO               PIC X(19).
001670     05  LP-INI-DIA              PIC 9(02).
001680     05  FILLER                  PIC X(01) VALUE "/".
001690     05  LP-INI-MES              PIC 9(02).
001700     05  FILLER                  PIC X(01) VALUE "/".
001710     05  LP-INI-ANO              PIC 9(04).
001720     05  FILLER                  PIC X(03) VALUE " A ".
001730     05  LP-FIM-DIA              PIC 9(02).
001740     05  FILLER                  PIC X(01) VALUE "/".
001750     05  LP-FIM-MES              PIC 9(02).
001760     05  FILLER                  PIC X(01) VALUE "/".
001770     05  LP-FIM-ANO              PIC 9(04).
001780 01  LIN-CABEC2.
001790     05  FILLER                  PIC X(40) VALUE
001800         "PRODUTO  DESCRICAO".
001810     05  FILLER                  PIC X(43) VALUE
001820         "------------ CAMPANHA -------------        ".
001830     05  FILLER                  PIC X(46) VALUE
001840         "--------- PERIODO ANTERIOR -------            ".
001850 01  LIN-CABEC3.
001860     05  FILLER                  PIC X(40) VALUE SPACES.
001870     05  FILLER                  PIC X(43) VALUE
001880         "     QTDE         RECEITA   MARGEM%        ".
001890     05  FILLER                  PIC X(46) VALUE
001900         "     QTDE         RECEITA  MARGEM%  VAR.QTDE %".
001910 01  LIN-DET.
001920     05  LD-CODPROD              PIC 9(08).
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  LD-DESCPROD             PIC X(30).
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  LD-QTDE-CAMP            PIC ZZZZZZZZ9.
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  LD-REC-CAMP             PIC ZZZZZZZZZZZ9,99.
001990     05  FILLER                  PIC X(03) VALUE SPACES.
002000     05  LD-MARG-CAMP            PIC -ZZ9,99.
002010     05  FILLER                  PIC X(08) VALUE SPACES.
002020     05  LD-QTDE-ANT             PIC ZZZZZZZZ9.
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  LD-REC-ANT              PIC ZZZZZZZZZZZ9,99.
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  LD-MARG-ANT             PIC -ZZ9,99.
002070     05  FILLER                  PIC X(01) VALUE SPACES.
002080     05  LD-VARIACAO             PIC -ZZZZZZ9,99.
002090     05  LD-VARIACAO-X REDEFINES LD-VARIACAO
002100                                 PIC X(09).
002110 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
002120 PROCEDURE DIVISION.
002130******************************************************************
002140*    0000-MAINLINE                                                *
002150******************************************************************
002160 0000-MAINLINE.
002170     PERFORM 1000-CAMPANHA THRU 1000-EXIT.
002180     IF W-ABORTA-SIM
002190         MOVE 8 TO RETURN-CODE
002200         STOP RUN.
002210     PERFORM 1500-CARREGAR-ITENS THRU 1500-EXIT.
002220     IF W-ABORTA-SIM
002230         MOVE 8 TO RETURN-CODE
002240         STOP RUN.
002250     PERFORM 2000-APURAR THRU 2000-EXIT.
002260     IF W-ABORTA-SIM
002270         MOVE 8 TO RETURN-CODE
002280         STOP RUN.
002290     OPEN OUTPUT REPCAMP.
002300     PERFORM 5000-IMPRIMIR THRU 5000-EXIT.
002310     CLOSE REPCAMP.
002320     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
002330     DISPLAY "CEP075: PEDIDOS FATURADOS NOS DOIS PERIODOS: "
002340             W-QTDE-PEDIDOS.
002350     DISPLAY "CEP075: RELATORIO EM REPCAMP, SPOOL " SPA-NUMERO.
002360     STOP RUN.
002370******************************************************************
002380*    1000-CAMPANHA - LE A CAMPANHA E MONTA OS DOIS PERIODOS EM    *
002390*    DIAS COMERCIAIS (ANO X 360 + MES X 30 + DIA)                 *
002400******************************************************************
002410 1000-CAMPANHA.
002420     DISPLAY "CEP075: CODIGO DA CAMPANHA =>".
002430     ACCEPT W-CODCAMP-INF.
002440     OPEN INPUT CAMPANHA.
002450     IF CMP-STATUS NOT = "00"
002460         DISPLAY "CEP075: ARQUIVO DE CAMPANHAS NAO EXISTE"
002470         MOVE "S" TO W-ABORTA
002480         GO TO 1000-EXIT.
002490     MOVE W-CODCAMP-INF TO CP-CODIGO.
002500     READ CAMPANHA
002510         INVALID KEY
002520             DISPLAY "CEP075: CAMPANHA NAO CADASTRADA"
002530             MOVE "S" TO W-ABORTA.
002540     CLOSE CAMPANHA.
002550     IF W-ABORTA-SIM
002560         GO TO 1000-EXIT.
002570     COMPUTE W-ORD-INI = (CP-INI-ANO * 360)
002580         + (CP-INI-MES * 30) + CP-INI-DIA.
002590     COMPUTE W-ORD-FIM = (CP-FIM-ANO * 360)
002600         + (CP-FIM-MES * 30) + CP-FIM-DIA.
002610     COMPUTE W-DURACAO = W-ORD-FIM - W-ORD-INI + 1.
002620     COMPUTE W-ORD-ANT-INI = W-ORD-INI - W-DURACAO.
002630     COMPUTE W-ORD-ANT-FIM = W-ORD-INI - 1.
002640 1000-EXIT. EXIT.
002650******************************************************************
002660*    1500-CARREGAR-ITENS - PRODUTOS E CATEGORIAS DA CAMPANHA      *
002670******************************************************************
002680 1500-CARREGAR-ITENS.
002690     OPEN INPUT CAMPITEM.
002700     IF CPI-STATUS NOT = "00"
002710         DISPLAY "CEP075: CAMPANHA SEM ITENS"
002720         MOVE "S" TO W-ABORTA
002730         GO TO 1500-EXIT.
002740     MOVE "N" TO W-EOF.
002750     MOVE W-CODCAMP-INF TO CI-CODCAMP.
002760     MOVE ZERO          TO CI-CODPROD.
002770     MOVE LOW-VALUES    TO CI-TIPOPROD.
002780     START CAMPITEM KEY IS NOT LESS THAN CI-CHAVE
002790         INVALID KEY MOVE "S" TO W-EOF.
002800     IF NOT W-EOF-SIM
002810         PERFORM 1600-LER-ITEM THRU 1600-EXIT.
002820     PERFORM 1700-GUARDAR-ITEM THRU 1700-EXIT
002830         UNTIL W-EOF-SIM.
002840     CLOSE CAMPITEM.
002850     IF W-QTDE-ITENS = ZERO
002860         DISPLAY "CEP075: CAMPANHA SEM ITENS"
002870         MOVE "S" TO W-ABORTA.
002880 1500-EXIT. EXIT.
002890 1600-LER-ITEM.
002900     READ CAMPITEM NEXT RECORD
002910         AT END MOVE "S" TO W-EOF.
002920     IF NOT W-EOF-SIM AND CI-CODCAMP NOT = W-CODCAMP-INF
002930         MOVE "S" TO W-EOF.
002940 1600-EXIT. EXIT.
002950 1700-GUARDAR-ITEM.
002960     IF W-QTDE-ITENS NOT < 200
002970         DISPLAY "CEP075: MAIS DE 200 ITENS NA CAMPANHA"
002980         MOVE "S" TO W-EOF
002990         GO TO 1700-EXIT.
003000     ADD 1 TO W-QTDE-ITENS.
003010     MOVE CI-CODPROD  TO TI-CODPROD (W-QTDE-ITENS).
003020     MOVE CI-TIPOPROD TO TI-TIPOPROD (W-QTDE-ITENS).
003030     IF CI-CODPROD = ZERO
003040         MOVE "S" TO W-TEM-CATEGORIA.
003050     PERFORM 1600-LER-ITEM THRU 1600-EXIT.
003060 1700-EXIT. EXIT.
003070******************************************************************
003080*    2000-APURAR - PEDIDOS FATURADOS DOS DOIS PERIODOS; SO OS     *
003090*    ITENS DE PRODUTOS DA CAMPANHA ENTRAM NOS ACUMULADORES        *
003100******************************************************************
003110 2000-APURAR.
003120     INITIALIZE TAB-TOTAL.
003130     OPEN INPUT PEDVENDA.
003140     IF PED-STATUS NOT = "00"
003150         DISPLAY "CEP075: ARQUIVO PEDVENDA NAO EXISTE"
003160         MOVE "S" TO W-ABORTA
003170         GO TO 2000-EXIT.
003180     OPEN INPUT PEDITEM.
003190     IF ITM-STATUS NOT = "00"
003200         DISPLAY "CEP075: ARQUIVO PEDITEM NAO EXISTE"
003210         CLOSE PEDVENDA
003220         MOVE "S" TO W-ABORTA
003230         GO TO 2000-EXIT.
003240     OPEN INPUT CADPROD.
003250     IF PROD-STATUS = "00"
003260         MOVE "S" TO W-PROD-ABERTO.
003270     MOVE "N" TO W-EOF.
003280     MOVE LOW-VALUES TO PV-NUMERO.
003290     START PEDVENDA KEY IS NOT LESS THAN PV-NUMERO
003300         INVALID KEY MOVE "S" TO W-EOF.
003310     IF NOT W-EOF-SIM
003320         PERFORM 2100-LER-PEDIDO THRU 2100-EXIT.
003330     PERFORM 2200-TRATAR-PEDIDO THRU 2200-EXIT
003340         UNTIL W-EOF-SIM.
003350     CLOSE PEDITEM.
003360     CLOSE PEDVENDA.
003370 2000-EXIT. EXIT.
003380 2100-LER-PEDIDO.
003390     READ PEDVENDA NEXT RECORD
003400         AT END MOVE "S" TO W-EOF.
003410 2100-EXIT. EXIT.
003420 2200-TRATAR-PEDIDO.
003430     IF NOT PEDIDO-FATURADO
003440         GO TO 2200-LER.
003450     COMPUTE W-ORD-PED = (PV-ANO * 360)
003460         + (PV-MES * 30) + PV-DIA.
003470     IF W-ORD-PED NOT < W-ORD-INI AND W-ORD-PED NOT > W-ORD-FIM
003480         MOVE 1 TO W-FASE
003490     ELSE
003500         IF W-ORD-PED NOT < W-ORD-ANT-INI
003510             AND W-ORD-PED NOT > W-ORD-ANT-FIM
003520             MOVE 2 TO W-FASE
003530         ELSE
003540             GO TO 2200-LER.
003550     ADD 1 TO W-QTDE-PEDIDOS.
003560     MOVE "N" TO W-EOF2.
003570     MOVE PV-NUMERO TO PVI-NUMERO.
003580     MOVE ZERO TO PVI-SEQ.
003590     START PEDITEM KEY IS NOT LESS THAN PVI-CHAVE
003600         INVALID KEY MOVE "S" TO W-EOF2.
003610     IF NOT W-EOF2-SIM
003620         PERFORM 2300-LER-ITEM THRU 2300-EXIT.
003630     PERFORM 3000-ACUMULAR-ITEM THRU 3000-EXIT
003640         UNTIL W-EOF2-SIM.
003650 2200-LER.
003660     PERFORM 2100-LER-PEDIDO THRU 2100-EXIT.
003670 2200-EXIT. EXIT.
003680 2300-LER-ITEM.
003690     READ PEDITEM NEXT RECORD
003700         AT END MOVE "S" TO W-EOF2.
003710     IF NOT W-EOF2-SIM AND PVI-NUMERO NOT = PV-NUMERO
003720         MOVE "S" TO W-EOF2.
003730 2300-EXIT. EXIT.
003740******************************************************************
003750*    3000-ACUMULAR-ITEM - ITEM DE PRODUTO DA CAMPANHA SOMA NO     *
003760*    PRODUTO E NO TOTAL DO PERIODO W-FASE                         *
003770******************************************************************
003780 3000-ACUMULAR-ITEM.
003790     PERFORM 3100-PRODUTO-NA-CAMPANHA THRU 3100-EXIT.
003800     IF NOT W-ACHOU-SIM
003810         GO TO 3000-LER.
003820     COMPUTE W-CUSTO-ITEM =
003830         PVI-CUSTO * PVI-QUANTIDADE.
003840     MOVE "N" TO W-ACHOU.
003850     PERFORM 3300-PROCURAR THRU 3300-EXIT
003860         VARYING W-SUB FROM 1 BY 1
003870         UNTIL W-SUB > W-QTDE-PROD
003880         OR W-ACHOU-SIM.
003890     IF NOT W-ACHOU-SIM
003900         IF W-QTDE-PROD < 500
003910             ADD 1 TO W-QTDE-PROD
003920             MOVE W-QTDE-PROD TO W-SUB
003930             INITIALIZE TAB-PROD-OCR (W-SUB)
003940             MOVE PVI-CODPROD TO TP-CODPROD (W-SUB)
003950         ELSE
003960             GO TO 3000-LER.
003970     ADD PVI-QUANTIDADE TO TP-QTDE (W-SUB W-FASE)
003980                           TT-QTDE (W-FASE).
003990     ADD PVI-VALOR      TO TP-RECEITA (W-SUB W-FASE)
004000                           TT-RECEITA (W-FASE).
004010     ADD W-CUSTO-ITEM   TO TP-CUSTO (W-SUB W-FASE)
004020                           TT-CUSTO (W-FASE).
004030 3000-LER.
004040     PERFORM 2300-LER-ITEM THRU 2300-EXIT.
004050 3000-EXIT. EXIT.
004060******************************************************************
004070*    3100-PRODUTO-NA-CAMPANHA - ITEM PELO CODIGO DO PRODUTO OU,   *
004080*    HAVENDO ITENS POR CATEGORIA, PELO TIPOPROD DO CADPROD        *
004090******************************************************************
004100 3100-PRODUTO-NA-CAMPANHA.
004110     MOVE "N" TO W-ACHOU.
004120     PERFORM 3110-TESTAR-PRODUTO THRU 3110-EXIT
004130         VARYING W-IDX FROM 1 BY 1
004140         UNTIL W-IDX > W-QTDE-ITENS
004150         OR W-ACHOU-SIM.
004160     IF W-ACHOU-SIM OR NOT W-TEM-CATEGORIA-SIM
004170         GO TO 3100-EXIT.
004180     IF NOT W-PROD-ABERTO-SIM
004190         GO TO 3100-EXIT.
004200     MOVE PVI-CODPROD TO CODPROD.
004210     READ CADPROD
004220         INVALID KEY GO TO 3100-EXIT.
004230     PERFORM 3120-TESTAR-CATEGORIA THRU 3120-EXIT
004240         VARYING W-IDX FROM 1 BY 1
004250         UNTIL W-IDX > W-QTDE-ITENS
004260         OR W-ACHOU-SIM.
004270 3100-EXIT. EXIT.
004280 3110-TESTAR-PRODUTO.
004290     IF TI-CODPROD (W-IDX) = PVI-CODPROD
004300         MOVE "S" TO W-ACHOU.
004310 3110-EXIT. EXIT.
004320 3120-TESTAR-CATEGORIA.
004330     IF TI-CODPROD (W-IDX) = ZERO
004340         AND TI-TIPOPROD (W-IDX) = TIPOPROD
004350         MOVE "S" TO W-ACHOU.
004360 3120-EXIT. EXIT.
004370 3300-PROCURAR.
004380     IF TP-CODPROD (W-SUB) = PVI-CODPROD
004390         MOVE "S" TO W-ACHOU
004400         SUBTRACT 1 FROM W-SUB.
004410 3300-EXIT. EXIT.
004420******************************************************************
004430*    5000-IMPRIMIR - CABECALHO COM OS DOIS PERIODOS, UMA LINHA    *
004440*    POR PRODUTO E O TOTAL DA CAMPANHA                            *
004450******************************************************************
004460 5000-IMPRIMIR.
004470     MOVE CP-CODIGO    TO LC1-CODCAMP.
004480     MOVE CP-DESCRICAO TO LC1-DESCRICAO.
004490     IF CAMPANHA-ENCERRADA
004500         MOVE "ENCERRADA" TO LC1-SITUACAO
004510     ELSE
004520         MOVE "ATIVA"     TO LC1-SITUACAO.
004530     WRITE REG-RELAT FROM LIN-CABEC1.
004540     MOVE "CAMPANHA.........: " TO LP-TITULO.
004550     MOVE CP-INI-DIA TO LP-INI-DIA.
004560     MOVE CP-INI-MES TO LP-INI-MES.
004570     MOVE CP-INI-ANO TO LP-INI-ANO.
004580     MOVE CP-FIM-DIA TO LP-FIM-DIA.
004590     MOVE CP-FIM-MES TO LP-FIM-MES.
004600     MOVE CP-FIM-ANO TO LP-FIM-ANO.
004610     WRITE REG-RELAT FROM LIN-PERIODO.
004620     MOVE "PERIODO ANTERIOR.: " TO LP-TITULO.
004630     MOVE W-ORD-ANT-INI TO W-ORD-CONV.
004640     PERFORM 5900-CONVERTER-DATA THRU 5900-EXIT.
004650     MOVE W-DIA-CONV TO LP-INI-DIA.
004660     MOVE W-MES-CONV TO LP-INI-MES.
004670     MOVE W-ANO-CONV TO LP-INI-ANO.
004680     MOVE W-ORD-ANT-FIM TO W-ORD-CONV.
004690     PERFORM 5900-CONVERTER-DATA THRU 5900-EXIT.
004700     MOVE W-DIA-CONV TO LP-FIM-DIA.
004710     MOVE W-MES-CONV TO LP-FIM-MES.
004720     MOVE W-ANO-CONV TO LP-FIM-ANO.
004730     WRITE REG-RELAT FROM LIN-PERIODO.
004740     WRITE REG-RELAT FROM LIN-BRANCO.
004750     WRITE REG-RELAT FROM LIN-CABEC2.
004760     WRITE REG-RELAT FROM LIN-CABEC3.
004770     PERFORM 5100-LINHA-PROD THRU 5100-EXIT
004780         VARYING W-SUB FROM 1 BY 1
004790         UNTIL W-SUB > W-QTDE-PROD.
004800     IF W-PROD-ABERTO-SIM
004810         CLOSE CADPROD.
004820     MOVE ZERO TO LD-CODPROD.
004830     MOVE "TOTAL DA CAMPANHA" TO LD-DESCPROD.
004840     MOVE TT-QTDE (1)    TO LD-QTDE-CAMP.
004850     MOVE TT-RECEITA (1) TO LD-REC-CAMP.
004860     MOVE TT-QTDE (2)    TO LD-QTDE-ANT.
004870     MOVE TT-RECEITA (2) TO LD-REC-ANT.
004880     IF TT-RECEITA (1) = ZERO
004890         MOVE ZERO TO LD-MARG-CAMP
004900     ELSE
004910         COMPUTE W-MARGEM ROUNDED =
004920             (TT-RECEITA (1) - TT-CUSTO (1))
004930             / TT-RECEITA (1) * 100
004940         MOVE W-MARGEM TO LD-MARG-CAMP.
004950     IF TT-RECEITA (2) = ZERO
004960         MOVE ZERO TO LD-MARG-ANT
004970     ELSE
004980         COMPUTE W-MARGEM ROUNDED =
004990             (TT-RECEITA (2) - TT-CUSTO (2))
005000             / TT-RECEITA (2) * 100
005010         MOVE W-MARGEM TO LD-MARG-ANT.
005020     IF TT-QTDE (2) = ZERO
005030         MOVE SPACES TO LD-VARIACAO-X
005040     ELSE
005050         COMPUTE W-VARIACAO ROUNDED =
005060             (TT-QTDE (1) - TT-QTDE (2)) / TT-QTDE (2) * 100
005070         MOVE W-VARIACAO TO LD-VARIACAO.
005080     WRITE REG-RELAT FROM LIN-BRANCO.
005090     WRITE REG-RELAT FROM LIN-DET.
005100 5000-EXIT. EXIT.
005110 5100-LINHA-PROD.
005120     MOVE TP-CODPROD (W-SUB) TO LD-CODPROD.
005130     MOVE SPACES TO LD-DESCPROD.
005140     IF W-PROD-ABERTO-SIM
005150         MOVE TP-CODPROD (W-SUB) TO CODPROD
005160         READ CADPROD
005170             INVALID KEY
005180                 MOVE "PRODUTO NAO CADASTRADO" TO LD-DESCPROD
005190             NOT INVALID KEY
005200                 MOVE DESCPROD TO LD-DESCPROD
005210         END-READ.
005220     MOVE TP-QTDE (W-SUB 1)    TO LD-QTDE-CAMP.
005230     MOVE TP-RECEITA (W-SUB 1) TO LD-REC-CAMP.
005240     MOVE TP-QTDE (W-SUB 2)    TO LD-QTDE-ANT.
005250     MOVE TP-RECEITA (W-SUB 2) TO LD-REC-ANT.
005260     IF TP-RECEITA (W-SUB 1) = ZERO
005270         MOVE ZERO TO LD-MARG-CAMP
005280     ELSE
005290         COMPUTE W-MARGEM ROUNDED =
005300             (TP-RECEITA (W-SUB 1) - TP-CUSTO (W-SUB 1))
005310             / TP-RECEITA (W-SUB 1) * 100
005320         MOVE W-MARGEM TO LD-MARG-CAMP.
005330     IF TP-RECEITA (W-SUB 2) = ZERO
005340         MOVE ZERO TO LD-MARG-ANT
005350     ELSE
005360         COMPUTE W-MARGEM ROUNDED =
005370             (TP-RECEITA (W-SUB 2) - TP-CUSTO (W-SUB 2))
005380             / TP-RECEITA (W-SUB 2) * 100
005390         MOVE W-MARGEM TO LD-MARG-ANT.
005400     IF TP-QTDE (W-SUB 2) = ZERO
005410         MOVE SPACES TO LD-VARIACAO-X
005420     ELSE
005430         COMPUTE W-VARIACAO ROUNDED =
005440             (TP-QTDE (W-SUB 1) - TP-QTDE (W-SUB 2))
005450             / TP-QTDE (W-SUB 2) * 100
005460         MOVE W-VARIACAO TO LD-VARIACAO.
005470     WRITE REG-RELAT FROM LIN-DET.
005480 5100-EXIT. EXIT.
005490******************************************************************
005500*    5900-CONVERTER-DATA - DIA COMERCIAL (W-ORD-CONV) DE VOLTA    *
005510*    PARA DIA/MES/ANO, MESES DE 30 DIAS                           *
005520******************************************************************
005530 5900-CONVERTER-DATA.
005540     SUBTRACT 31 FROM W-ORD-CONV.
005550     DIVIDE W-ORD-CONV BY 360 GIVING W-ANO-CONV
005560         REMAINDER W-RESTO-CONV.
005570     DIVIDE W-RESTO-CONV BY 30 GIVING W-MES-CONV
005580         REMAINDER W-DIA-CONV.
005590     ADD 1 TO W-MES-CONV.
005600     ADD 1 TO W-DIA-CONV.
005610 5900-EXIT. EXIT.
005620******************************************************************
005630*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
005640*    O SPLREP REIMPRIMIR                                          *
005650******************************************************************
005660 9000-ESPOLAR.
005670     MOVE "I" TO SPA-ACAO.
005680     MOVE "CEP075" TO SPA-PROGRAMA.
005690     MOVE SPACES TO SPA-OPERADOR.
005700     MOVE SPACES TO SPA-PARAMS.
005710     STRING "CAMPANHA " W-CODCAMP-INF
005720         DELIMITED BY SIZE INTO SPA-PARAMS.
005730     CALL "SPL000" USING SPL-PARAMETROS-AREA.
005740     OPEN INPUT REPCAMP.
005750     IF REL-STATUS NOT = "00"
005760         GO TO 9000-FIM.
005770     MOVE "N" TO W-EOF-SPL.
005780     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
005790         UNTIL W-EOF-SPL-SIM.
005800     CLOSE REPCAMP.
005810 9000-FIM.
005820     MOVE "F" TO SPA-ACAO.
005830     CALL "SPL000" USING SPL-PARAMETROS-AREA.
005840 9000-EXIT. EXIT.
005850 9100-ESPOLAR-LER.
005860     READ REPCAMP
005870         AT END MOVE "S" TO W-EOF-SPL.
005880     IF NOT W-EOF-SPL-SIM
005890         MOVE "L" TO SPA-ACAO
005900         MOVE REG-RELAT TO SPA-LINHA
005910         CALL "SPL000" USING SPL-PARAMETROS-AREA.
005920 9100-EXIT. EXIT.
