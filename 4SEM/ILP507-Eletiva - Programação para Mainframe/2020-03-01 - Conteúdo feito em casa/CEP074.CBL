000010******************************************************************
000020* PROGRAM-ID : CEP074                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-04                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : RELATORIO SEMANAL DE CLIENTES INATIVOS POR         *
000080*              CARTEIRA DE VENDEDOR (VEND-CARTEIRA DO             *
000090*              CADPARCEIRO, ATRIBUIDA NO CEP003). PARA CADA       *
000100*              VENDEDOR, LISTA OS CLIENTES DA CARTEIRA SEM        *
000110*              PEDIDO FATURADO HA MAIS DE N DIAS (OU QUE NUNCA    *
000120*              COMPRARAM), COM TELEFONE, DATA DA ULTIMA COMPRA,   *
000130*              DIAS SEM COMPRAR E O FATURADO DOS ULTIMOS 12       *
000140*              MESES, PARA O VENDEDOR LIGAR. A DATA DA COMPRA E A *
000150*              DO PEDIDO FATURADO (PEDVENDA "F"), COMO NA         *
000160*              COMISSAO DO CEP018; OS DIAS SEGUEM O ANO           *
000170*              COMERCIAL DE 360 DIAS DO CEP061. CLIENTES SEM      *
000180*              DONO SAEM NO FIM, EM "SEM CARTEIRA", QUANDO O      *
000190*              RELATORIO E DE TODOS OS VENDEDORES. RELATORIO      *
000200*              REPINAT NO SPOOL (SPL000).                         *
000210*------------------------------------------------------------------
000220* HISTORICO DE ALTERACOES                                         *
000230* DATA       INICIAIS  DESCRICAO                                  *
000240* 2026-10-04 BH        VERSAO INICIAL                             *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CEP074.
000280 AUTHOR. BRUNO HARNIK.
000290 INSTALLATION. FATEC.
000300 DATE-WRITTEN. 2026-10-04.
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
000430     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CODIGO
000470         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000480         FILE STATUS IS PARC-STATUS.
000490     SELECT PEDVENDA ASSIGN TO "PEDVENDA"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PV-NUMERO
000530         FILE STATUS IS PED-STATUS.
000540     SELECT REPINAT ASSIGN TO "REPINAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS REL-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CADVEND
000600     LABEL RECORDS ARE STANDARD.
000610     COPY REGVEND.
000620 FD  CADPARCEIRO
000630     LABEL RECORDS ARE STANDARD.
000640     COPY REGPAC.
000650 FD  PEDVENDA
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REGPEDV.
000680 FD  REPINAT
000690     LABEL RECORDS ARE STANDARD.
000700 01  REG-RELAT                   PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 01  VND-STATUS                  PIC X(02).
000730 01  PARC-STATUS                 PIC X(02).
000740 01  PED-STATUS                  PIC X(02).
000750 01  REL-STATUS                  PIC X(02).
000760 COPY SPLPARM.
000770 01  W-SWITCHES.
000780     05  W-EOF                   PIC X(01).
000790         88  W-EOF-SIM           VALUE "S".
000800     05  W-EOF-SPL               PIC X(01).
000810         88  W-EOF-SPL-SIM       VALUE "S".
000820     05  W-ABORTA                PIC X(01) VALUE "N".
000830         88  W-ABORTA-SIM        VALUE "S".
000840 01  W-DIAS-INF                  PIC 9(03).
000850 01  W-CODVEND-INF               PIC 9(04).
000860 01  W-DATA-ATUAL.
000870     05  W-ANO-ATUAL             PIC 9(04).
000880     05  W-MES-ATUAL             PIC 9(02).
000890     05  W-DIA-ATUAL             PIC 9(02).
000900 01  W-DATA-PED                  PIC 9(08).
000910 01  W-DATA-PED-R REDEFINES W-DATA-PED.
000920     05  W-ANO-PED               PIC 9(04).
000930     05  W-MES-PED               PIC 9(02).
000940     05  W-DIA-PED               PIC 9(02).
000950 01  W-CORTE-12M                 PIC 9(08).
000960 01  W-ORD-ATUAL                 PIC 9(07) COMP.
000970 01  W-ORD-COMPRA                PIC 9(07) COMP.
000980 01  W-DIAS-SEM                  PIC S9(07) COMP.
000990 01  W-IC                        PIC 9(04) COMP.
001000 01  W-IX                        PIC 9(04) COMP.
001010 01  W-VEND-TRAB                 PIC 9(04).
001020 01  W-QTDE-INATIVOS             PIC 9(04) COMP VALUE ZERO.
001030 01  W-QTDE-VEND                 PIC 9(05) VALUE ZERO.
001040 01  W-TOT-GERAL                 PIC 9(05) VALUE ZERO.
001050 01  W-FAT-VEND                  PIC 9(12)V99.
001060******************************************************************
001070*    ULTIMA COMPRA E FATURADO DE 12 MESES POR CLIENTE (INDICE =   *
001080*    CODIGO DO PARCEIRO)                                          *
001090******************************************************************
001100 01  W-TAB-CLIENTES.
001110     05  TC-ENTRY OCCURS 9999 TIMES.
001120         10  TC-ULT-COMPRA       PIC 9(08).
001130         10  TC-FAT-12M          PIC S9(12)V99 COMP-3.
001140******************************************************************
001150*    CLIENTES INATIVOS ENCONTRADOS NA PASSADA DO CADPARCEIRO      *
001160******************************************************************
001170 01  W-TAB-INATIVOS.
001180     05  TI-ENTRY OCCURS 3000 TIMES.
001190         10  TI-CODVEND          PIC 9(04).
001200         10  TI-CODCLI           PIC 9(04).
001210         10  TI-NOME             PIC X(30).
001220         10  TI-DDD              PIC 9(02).
001230         10  TI-TELEFONE         PIC 9(09).
001240         10  TI-ULT-COMPRA       PIC 9(08).
001250         10  TI-DIAS             PIC 9(05).
001260         10  TI-FAT-12M          PIC 9(12)V99.
001270******************************************************************
001280*    LINHAS DO RELATORIO                                          *
001290******************************************************************
001300 01  LIN-CABEC1.
001310     05  FILLER                  PIC X(42) VALUE
001320         "CLIENTES INATIVOS POR CARTEIRA DE VENDEDOR".
001330     05  FILLER                  PIC X(16) VALUE
001340         "  SEM COMPRA HA ".
001350     05  LC1-DIAS                PIC ZZ9.
001360     05  FILLER                  PIC X(19) VALUE
001370         " DIAS OU MAIS - EM ".
001380     05  LC1-DIA                 PIC 9(02).
001390     05  FILLER                  PIC X(01) VALUE "/".
001400     05  LC1-MES                 PIC 9(02).
001410     05  FILLER                  PIC X(01) VALUE "/".
001420     05  LC1-ANO                 PIC 9(04).
001430 01  LIN-VEND.
001440     05  FILLER                  PIC X(10) VALUE "VENDEDOR: ".
001450     05  LV-CODVEND              PIC ZZZ9.
001460     05  FILLER                  PIC X(01) VALUE SPACES.
001470     05  LV-NOME                 PIC X(30).
001480 01  LIN-CABEC2.
001490     05  FILLER                  PIC X(36) VALUE
001500         "CLI  NOME                           ".
001510     05  FILLER                  PIC X(16) VALUE
001520         "TELEFONE        ".
001530     05  FILLER                  PIC X(40) VALUE
001540         "ULT.COMPRA  DIAS    FAT.12 MESES".
001550 01  LIN-DET.
001560     05  LD-CODCLI               PIC ZZZ9.
001570     05  FILLER                  PIC X(01) VALUE SPACES.
001580     05  LD-NOME                 PIC X(30).
001590     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  LD-FONE.
001610         10  FILLER              PIC X(01) VALUE "(".
001620         10  LD-DDD              PIC 9(02).
001630         10  FILLER              PIC X(01) VALUE ")".
001640         10  LD-TELEFONE         PIC 9(09).
001650     05  LD-FONE-X REDEFINES LD-FONE
001660                                 PIC X(13).
001670     05  FILLER                  PIC X(03) VALUE SPACES.
001680     05  LD-ULT-COMPRA.
001690         10  LD-ULT-DIA          PIC 9(02).
001700         10  FILLER              PIC X(01) VALUE "/".
001710         10  LD-ULT-MES          PIC 9(02).
001720         10  FILLER              PIC X(01) VALUE "/".
001730         10  LD-ULT-ANO          PIC 9(04).
001740     05  LD-ULT-COMPRA-X REDEFINES LD-ULT-COMPRA
001750                                 PIC X(10).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  LD-DIAS                 PIC ZZZZ9 BLANK WHEN ZERO.
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  LD-FAT-12M              PIC ZZZZZZZZZZ9,99.
001800 01  LIN-TOT-VEND.
001810     05  FILLER                  PIC X(36) VALUE
001820         "     CLIENTES A CONTATAR..........: ".
001830     05  LT-QTDE                 PIC ZZZZ9.
001840     05  FILLER                  PIC X(30) VALUE
001850         "   FATURADO 12 MESES........: ".
001860     05  LT-FAT                  PIC ZZZZZZZZZZ9,99.
001870 01  LIN-TOT-GERAL.
001880     05  FILLER                  PIC X(36) VALUE
001890         "TOTAL DE CLIENTES INATIVOS.......: ".
001900     05  LG-QTDE                 PIC ZZZZ9.
001910 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
001920 PROCEDURE DIVISION.
001930******************************************************************
001940*    0000-MAINLINE                                                *
001950******************************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-PARAMETROS THRU 1000-EXIT.
001980     IF W-ABORTA-SIM
001990         MOVE 8 TO RETURN-CODE
002000         STOP RUN.
002010     PERFORM 2000-APURAR-COMPRAS THRU 2000-EXIT.
002020     PERFORM 3000-SELECIONAR-INATIVOS THRU 3000-EXIT.
002030     IF W-ABORTA-SIM
002040         MOVE 8 TO RETURN-CODE
002050         STOP RUN.
002060     OPEN OUTPUT REPINAT.
002070     PERFORM 4000-IMPRIMIR THRU 4000-EXIT.
002080     CLOSE REPINAT.
002090     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
002100     DISPLAY "CEP074: CLIENTES INATIVOS LISTADOS: " W-TOT-GERAL.
002110     DISPLAY "CEP074: RELATORIO EM REPINAT, SPOOL " SPA-NUMERO.
002120     STOP RUN.
002130******************************************************************
002140*    1000-PARAMETROS - DIAS SEM COMPRA (ZERO = 90) E VENDEDOR     *
002150*    (ZERO = TODAS AS CARTEIRAS)                                  *
002160******************************************************************
002170 1000-PARAMETROS.
002180     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
002190     COMPUTE W-ORD-ATUAL = (W-ANO-ATUAL * 360)
002200         + (W-MES-ATUAL * 30) + W-DIA-ATUAL.
002210     COMPUTE W-CORTE-12M = ((W-ANO-ATUAL - 1) * 10000)
002220         + (W-MES-ATUAL * 100) + W-DIA-ATUAL.
002230     DISPLAY "CEP074: DIAS SEM COMPRA (0=90) =>".
002240     ACCEPT W-DIAS-INF.
002250     IF W-DIAS-INF = ZERO
002260         MOVE 90 TO W-DIAS-INF.
002270     DISPLAY "CEP074: VENDEDOR (0=TODOS) =>".
002280     ACCEPT W-CODVEND-INF.
002290     IF W-CODVEND-INF = ZERO
002300         GO TO 1000-EXIT.
002310     OPEN INPUT CADVEND.
002320     IF VND-STATUS NOT = "00"
002330         DISPLAY "CEP074: ARQUIVO DE VENDEDORES NAO EXISTE"
002340         MOVE "S" TO W-ABORTA
002350         GO TO 1000-EXIT.
002360     MOVE W-CODVEND-INF TO VD-CODIGO.
002370     READ CADVEND
002380         INVALID KEY
002390             DISPLAY "CEP074: VENDEDOR NAO CADASTRADO"
002400             MOVE "S" TO W-ABORTA.
002410     CLOSE CADVEND.
002420 1000-EXIT. EXIT.
002430******************************************************************
002440*    2000-APURAR-COMPRAS - ULTIMO PEDIDO FATURADO E FATURADO DOS  *
002450*    ULTIMOS 12 MESES DE CADA CLIENTE                             *
002460******************************************************************
002470 2000-APURAR-COMPRAS.
002480     INITIALIZE W-TAB-CLIENTES.
002490     OPEN INPUT PEDVENDA.
002500     IF PED-STATUS NOT = "00"
002510         DISPLAY "CEP074: SEM ARQUIVO DE PEDIDOS"
002520         GO TO 2000-EXIT.
002530     MOVE "N" TO W-EOF.
002540     MOVE LOW-VALUES TO PV-NUMERO.
002550     START PEDVENDA KEY IS NOT LESS THAN PV-NUMERO
002560         INVALID KEY MOVE "S" TO W-EOF.
002570     IF NOT W-EOF-SIM
002580         PERFORM 2100-LER-PEDIDO THRU 2100-EXIT.
002590     PERFORM 2200-SOMAR-PEDIDO THRU 2200-EXIT
002600         UNTIL W-EOF-SIM.
002610     CLOSE PEDVENDA.
002620 2000-EXIT. EXIT.
002630 2100-LER-PEDIDO.
002640     READ PEDVENDA NEXT RECORD
002650         AT END MOVE "S" TO W-EOF.
002660 2100-EXIT. EXIT.
002670 2200-SOMAR-PEDIDO.
002680     IF NOT PEDIDO-FATURADO OR PV-CODCLI = ZERO
002690         GO TO 2200-LER.
002700     MOVE PV-CODCLI TO W-IC.
002710     MOVE PV-ANO TO W-ANO-PED.
002720     MOVE PV-MES TO W-MES-PED.
002730     MOVE PV-DIA TO W-DIA-PED.
002740     IF W-DATA-PED > TC-ULT-COMPRA (W-IC)
002750         MOVE W-DATA-PED TO TC-ULT-COMPRA (W-IC).
002760     IF W-DATA-PED NOT < W-CORTE-12M
002770         ADD PV-TOTAL TO TC-FAT-12M (W-IC).
002780 2200-LER.
002790     PERFORM 2100-LER-PEDIDO THRU 2100-EXIT.
002800 2200-EXIT. EXIT.
002810******************************************************************
002820*    3000-SELECIONAR-INATIVOS - CLIENTES (C/A) DA CARTEIRA PEDIDA *
002830*    SEM COMPRA FATURADA HA W-DIAS-INF DIAS OU MAIS               *
002840******************************************************************
002850 3000-SELECIONAR-INATIVOS.
002860     OPEN INPUT CADPARCEIRO.
002870     IF PARC-STATUS NOT = "00"
002880         DISPLAY "CEP074: ARQUIVO DE PARCEIROS NAO EXISTE"
002890         MOVE "S" TO W-ABORTA
002900         GO TO 3000-EXIT.
002910     MOVE "N" TO W-EOF.
002920     MOVE LOW-VALUES TO CODIGO.
002930     START CADPARCEIRO KEY IS NOT LESS THAN CODIGO
002940         INVALID KEY MOVE "S" TO W-EOF.
002950     IF NOT W-EOF-SIM
002960         PERFORM 3100-LER-PARCEIRO THRU 3100-EXIT.
002970     PERFORM 3200-TESTAR-CLIENTE THRU 3200-EXIT
002980         UNTIL W-EOF-SIM.
002990     CLOSE CADPARCEIRO.
003000 3000-EXIT. EXIT.
003010 3100-LER-PARCEIRO.
003020     READ CADPARCEIRO NEXT RECORD
003030         AT END MOVE "S" TO W-EOF.
003040 3100-EXIT. EXIT.
003050 3200-TESTAR-CLIENTE.
003060     IF PARCEIRO-FORNECEDOR OR CODIGO = ZERO
003070         GO TO 3200-LER.
003080     IF W-CODVEND-INF NOT = ZERO
003090         AND VEND-CARTEIRA NOT = W-CODVEND-INF
003100         GO TO 3200-LER.
003110     MOVE CODIGO TO W-IC.
003120     MOVE ZERO TO W-DIAS-SEM.
003130     IF TC-ULT-COMPRA (W-IC) NOT = ZERO
003140         MOVE TC-ULT-COMPRA (W-IC) TO W-DATA-PED
003150         COMPUTE W-ORD-COMPRA = (W-ANO-PED * 360)
003160             + (W-MES-PED * 30) + W-DIA-PED
003170         COMPUTE W-DIAS-SEM = W-ORD-ATUAL - W-ORD-COMPRA
003180         IF W-DIAS-SEM < W-DIAS-INF
003190             GO TO 3200-LER
003200         END-IF
003210     END-IF.
003220     IF W-QTDE-INATIVOS NOT < 3000
003230         DISPLAY "CEP074: MAIS DE 3000 INATIVOS - CLIENTE "
003240             CODIGO " FORA DO RELATORIO"
003250         GO TO 3200-LER.
003260     ADD 1 TO W-QTDE-INATIVOS.
003270     MOVE VEND-CARTEIRA         TO TI-CODVEND (W-QTDE-INATIVOS).
003280     MOVE CODIGO                TO TI-CODCLI (W-QTDE-INATIVOS).
003290     MOVE NOME                  TO TI-NOME (W-QTDE-INATIVOS).
003300     PERFORM 3300-TELEFONE THRU 3300-EXIT.
003310     MOVE TC-ULT-COMPRA (W-IC)  TO TI-ULT-COMPRA
003320                                     (W-QTDE-INATIVOS).
003330     MOVE W-DIAS-SEM            TO TI-DIAS (W-QTDE-INATIVOS).
003340     MOVE TC-FAT-12M (W-IC)     TO TI-FAT-12M (W-QTDE-INATIVOS).
003350 3200-LER.
003360     PERFORM 3100-LER-PARCEIRO THRU 3100-EXIT.
003370 3200-EXIT. EXIT.
003380******************************************************************
003390*    3300-TELEFONE - TELEFONE PREFERENCIAL DO CLIENTE             *
003400******************************************************************
003410 3300-TELEFONE.
003420     EVALUATE TRUE
003430         WHEN TEL-PREF-2
003440             MOVE DDD2       TO TI-DDD (W-QTDE-INATIVOS)
003450             MOVE TELEFONE2  TO TI-TELEFONE (W-QTDE-INATIVOS)
003460         WHEN TEL-PREF-3
003470             MOVE DDD3       TO TI-DDD (W-QTDE-INATIVOS)
003480             MOVE TELEFONE3  TO TI-TELEFONE (W-QTDE-INATIVOS)
003490         WHEN OTHER
003500             MOVE DDD1       TO TI-DDD (W-QTDE-INATIVOS)
003510             MOVE TELEFONE1  TO TI-TELEFONE (W-QTDE-INATIVOS)
003520     END-EVALUATE.
003530 3300-EXIT. EXIT.
003540******************************************************************
003550*    4000-IMPRIMIR - UM BLOCO POR VENDEDOR DO CADVEND QUE TENHA   *
003560*    INATIVOS NA CARTEIRA; POR ULTIMO, OS CLIENTES SEM DONO       *
003570******************************************************************
003580 4000-IMPRIMIR.
003590     MOVE W-DIAS-INF  TO LC1-DIAS.
003600     MOVE W-DIA-ATUAL TO LC1-DIA.
003610     MOVE W-MES-ATUAL TO LC1-MES.
003620     MOVE W-ANO-ATUAL TO LC1-ANO.
003630     WRITE REG-RELAT FROM LIN-CABEC1.
003640     OPEN INPUT CADVEND.
003650     IF VND-STATUS NOT = "00"
003660         GO TO 4000-SEM-CARTEIRA.
003670     MOVE "N" TO W-EOF.
003680     MOVE LOW-VALUES TO VD-CODIGO.
003690     START CADVEND KEY IS NOT LESS THAN VD-CODIGO
003700         INVALID KEY MOVE "S" TO W-EOF.
003710     IF NOT W-EOF-SIM
003720         PERFORM 4100-LER-VENDEDOR THRU 4100-EXIT.
003730     PERFORM 4200-VENDEDOR THRU 4200-EXIT
003740         UNTIL W-EOF-SIM.
003750     CLOSE CADVEND.
003760 4000-SEM-CARTEIRA.
003770     IF W-CODVEND-INF = ZERO
003780         MOVE ZERO TO W-VEND-TRAB
003800         MOVE "SEM CARTEIRA" TO VD-NOME
003810         PERFORM 4300-BLOCO THRU 4300-EXIT.
003820     MOVE W-TOT-GERAL TO LG-QTDE.
003830     WRITE REG-RELAT FROM LIN-BRANCO.
003840     WRITE REG-RELAT FROM LIN-TOT-GERAL.
003850 4000-EXIT. EXIT.
003860 4100-LER-VENDEDOR.
003870     READ CADVEND NEXT RECORD
003880         AT END MOVE "S" TO W-EOF.
003890 4100-EXIT. EXIT.
003900 4200-VENDEDOR.
003910     IF VD-CODIGO = ZERO
003920         GO TO 4200-LER.
003930     IF W-CODVEND-INF NOT = ZERO AND VD-CODIGO NOT = W-CODVEND-INF
003940         GO TO 4200-LER.
003950     MOVE VD-CODIGO TO W-VEND-TRAB.
003960     PERFORM 4300-BLOCO THRU 4300-EXIT.
003970 4200-LER.
003980     PERFORM 4100-LER-VENDEDOR THRU 4100-EXIT.
003990 4200-EXIT. EXIT.
004000******************************************************************
004010*    4300-BLOCO - INATIVOS DA CARTEIRA W-VEND-TRAB (NOME EM       *
004020*    VD-NOME), COM O TOTAL DO VENDEDOR                            *
004030******************************************************************
004040 4300-BLOCO.
004050     MOVE ZERO TO W-QTDE-VEND W-FAT-VEND.
004060     PERFORM 4400-CONTAR THRU 4400-EXIT
004070         VARYING W-IX FROM 1 BY 1
004080         UNTIL W-IX > W-QTDE-INATIVOS.
004090     IF W-QTDE-VEND = ZERO
004100         GO TO 4300-EXIT.
004110     WRITE REG-RELAT FROM LIN-BRANCO.
004120     MOVE W-VEND-TRAB TO LV-CODVEND.
004130     MOVE VD-NOME     TO LV-NOME.
004140     WRITE REG-RELAT FROM LIN-VEND.
004150     WRITE REG-RELAT FROM LIN-CABEC2.
004160     PERFORM 4500-DETALHE THRU 4500-EXIT
004170         VARYING W-IX FROM 1 BY 1
004180         UNTIL W-IX > W-QTDE-INATIVOS.
004190     MOVE W-QTDE-VEND TO LT-QTDE.
004200     MOVE W-FAT-VEND  TO LT-FAT.
004210     WRITE REG-RELAT FROM LIN-TOT-VEND.
004220     ADD W-QTDE-VEND TO W-TOT-GERAL.
004230 4300-EXIT. EXIT.
004240 4400-CONTAR.
004250     IF TI-CODVEND (W-IX) = W-VEND-TRAB
004260         ADD 1 TO W-QTDE-VEND
004270         ADD TI-FAT-12M (W-IX) TO W-FAT-VEND.
004280 4400-EXIT. EXIT.
004290 4500-DETALHE.
004300     IF TI-CODVEND (W-IX) NOT = W-VEND-TRAB
004310         GO TO 4500-EXIT.
004320     MOVE SPACES TO LIN-DET.
004330     MOVE TI-CODCLI (W-IX)      TO LD-CODCLI.
004340     MOVE TI-NOME (W-IX)        TO LD-NOME.
004350     MOVE SPACES                TO LD-FONE-X.
004360     IF TI-TELEFONE (W-IX) NOT = ZERO
004370         MOVE "("                TO LD-FONE-X (1:1)
004380         MOVE TI-DDD (W-IX)      TO LD-DDD
004390         MOVE ")"                TO LD-FONE-X (4:1)
004400         MOVE TI-TELEFONE (W-IX) TO LD-TELEFONE.
004410     IF TI-ULT-COMPRA (W-IX) = ZERO
004420         MOVE "NUNCA"           TO LD-ULT-COMPRA-X
004430         MOVE ZERO              TO LD-DIAS
004440     ELSE
004450         MOVE TI-ULT-COMPRA (W-IX) TO W-DATA-PED
004460         MOVE "  /  /    "      TO LD-ULT-COMPRA-X
004470         MOVE W-DIA-PED         TO LD-ULT-DIA
004480         MOVE W-MES-PED         TO LD-ULT-MES
004490         MOVE W-ANO-PED         TO LD-ULT-ANO
004500         MOVE TI-DIAS (W-IX)    TO LD-DIAS.
004510     MOVE TI-FAT-12M (W-IX)     TO LD-FAT-12M.
004520     WRITE REG-RELAT FROM LIN-DET.
004530 4500-EXIT. EXIT.
004540******************************************************************
004550*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
004560*    O SPLREP REIMPRIMIR                                          *
004570******************************************************************
004580 9000-ESPOLAR.
004590     MOVE "I" TO SPA-ACAO.
004600     MOVE "CEP074" TO SPA-PROGRAMA.
004610     MOVE SPACES TO SPA-OPERADOR.
004620     MOVE SPACES TO SPA-PARAMS.
004630     STRING "DIAS " W-DIAS-INF " VEND " W-CODVEND-INF
004640         DELIMITED BY SIZE INTO SPA-PARAMS.
004650     CALL "SPL000" USING SPL-PARAMETROS-AREA.
004660     OPEN INPUT REPINAT.
004670     IF REL-STATUS NOT = "00"
004680         GO TO 9000-FIM.
004690     MOVE "N" TO W-EOF-SPL.
004700     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
004710         UNTIL W-EOF-SPL-SIM.
004720     CLOSE REPINAT.
004730 9000-FIM.
004740     MOVE "F" TO SPA-ACAO.
004750     CALL "SPL000" USING SPL-PARAMETROS-AREA.
004760 9000-EXIT. EXIT.
004770 9100-ESPOLAR-LER.
004780     READ REPINAT
004790         AT END MOVE "S" TO W-EOF-SPL.
004800     IF NOT W-EOF-SPL-SIM
004810         MOVE "L" TO SPA-ACAO
004820         MOVE REG-RELAT TO SPA-LINHA
004830         CALL "SPL000" USING SPL-PARAMETROS-AREA.
004840 9100-EXIT. EXIT.
