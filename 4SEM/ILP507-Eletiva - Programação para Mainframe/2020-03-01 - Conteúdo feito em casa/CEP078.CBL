000010******************************************************************
000020* PROGRAM-ID : CEP078                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-08                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SEGMENTACAO RFM DOS CLIENTES. CADA CLIENTE GANHA   *
000080*              NOTA DE 1 A 5 EM RECENCIA (DIAS DESDE O ULTIMO     *
000090*              PEDIDO FATURADO), FREQUENCIA (PEDIDOS FATURADOS    *
000100*              NOS ULTIMOS 12 MESES) E VALOR (FATURADO DOS 12     *
000110*              MESES MENOS AS DEVOLUCOES, COMPARADO               *
000120*              COM A MEDIA DOS CLIENTES) E CAI NUM SEGMENTO:      *
000130*              CAMPEAO, LEAL, PROMISSOR, ESFRIANDO, EM RISCO,     *
000140*              PERDIDO OU SEM COMPRA. A COMPRA E A NOTA DO        *
000150*              RESUMO MENSAL DE VENDAS (RESVENDA), E OS           *
000160*              DIAS SEGUEM O ANO COMERCIAL DE 360 DIAS. O         *
000170*              RELATORIO REPRFM (SPOOL SPL000) LISTA OS CLIENTES  *
000180*              E RESUME OS SEGMENTOS POR VENDEDOR DA CARTEIRA E   *
000190*              POR REGIAO DO CEP; O RFMCSV, NO MOLDE DO CEP010,   *
000200*              VAI PARA A PLANILHA DO MARKETING.                  *
000210*------------------------------------------------------------------
000220* HISTORICO DE ALTERACOES                                         *
000230* DATA       INICIAIS  DESCRICAO                                  *
000240* 2026-10-08 BH        VERSAO INICIAL                             *
000240* 2026-10-15 BH        COMPRAS E DEVOLUCOES LIDAS DO RESUMO       *
000240*                      MENSAL DE VENDAS (RESVENDA); OS 12 MESES   *
000240*                      PASSAM A SER O MES CORRENTE E OS 11        *
000240*                      ANTERIORES                                 *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CEP078.
000280 AUTHOR. BRUNO HARNIK.
000290 INSTALLATION. FATEC.
000300 DATE-WRITTEN. 2026-10-08.
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
000490     SELECT CADCEP ASSIGN TO "CADCEP"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CEP-CODIGO
000530         ALTERNATE RECORD KEY IS CEP-LOGRA WITH DUPLICATES
000540         ALTERNATE RECORD KEY IS CEP-CIDADE WITH DUPLICATES
000550         FILE STATUS IS CEP-STATUS.
000560     SELECT RESVENDA ASSIGN TO "RESVENDA"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS RS-CHAVE
000600         FILE STATUS IS RSV-STATUS.
000660     SELECT REPRFM ASSIGN TO "REPRFM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS REL-STATUS.
000690     SELECT RFMCSV ASSIGN TO "RFMCSV"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CSV-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CADVEND
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REGVEND.
000770 FD  CADPARCEIRO
000780     LABEL RECORDS ARE STANDARD.
000790     COPY REGPAC.
000800 FD  CADCEP
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGCEP.
000830 FD  RESVENDA
000840     LABEL RECORDS ARE STANDARD.
000850     COPY REGRSV.
000890 FD  REPRFM
000900     LABEL RECORDS ARE STANDARD.
000910 01  REG-RELAT                   PIC X(132).
000920 FD  RFMCSV
000930     LABEL RECORDS ARE STANDARD.
000940 01  REG-RFMCSV                  PIC X(200).
000950 WORKING-STORAGE SECTION.
000960 01  VND-STATUS                  PIC X(02).
000970 01  PARC-STATUS                 PIC X(02).
000980 01  CEP-STATUS                  PIC X(02).
000990 01  RSV-STATUS                  PIC X(02).
001010 01  REL-STATUS                  PIC X(02).
001020 01  CSV-STATUS                  PIC X(02).
001030 COPY SPLPARM.
001040 01  W-SWITCHES.
001050     05  W-EOF                   PIC X(01).
001060         88  W-EOF-SIM           VALUE "S".
001070     05  W-EOF-SPL               PIC X(01).
001080         88  W-EOF-SPL-SIM       VALUE "S".
001090     05  W-ABORTA                PIC X(01) VALUE "N".
001100         88  W-ABORTA-SIM        VALUE "S".
001110     05  W-CEP-ABERTO            PIC X(01) VALUE "N".
001110         88  W-CEP-ABERTO-SIM    VALUE "S".
001110     05  W-ACHOU                 PIC X(01).
001110         88  W-ACHOU-SIM         VALUE "S".
001130 01  W-DATA-ATUAL.
001140     05  W-ANO-ATUAL             PIC 9(04).
001150     05  W-MES-ATUAL             PIC 9(02).
001160     05  W-DIA-ATUAL             PIC 9(02).
001170 01  W-DATA-PED                  PIC 9(08).
001180 01  W-DATA-PED-R REDEFINES W-DATA-PED.
001190     05  W-ANO-PED               PIC 9(04).
001200     05  W-MES-PED               PIC 9(02).
001210     05  W-DIA-PED               PIC 9(02).
001220 01  W-CORTE-12M                 PIC 9(06).
001220 01  W-MES-RESUMO                PIC 9(06).
001230 01  W-ORD-ATUAL                 PIC 9(07) COMP.
001240 01  W-ORD-COMPRA                PIC 9(07) COMP.
001250 01  W-DIAS-SEM                  PIC S9(07) COMP.
001260 01  W-IC                        PIC 9(04) COMP.
001270 01  W-IV                        PIC 9(03) COMP.
001280 01  W-IS                        PIC 9(01) COMP.
001290 01  W-IR                        PIC 9(02) COMP.
001300 01  W-QTDE-VEND                 PIC 9(03) COMP VALUE ZERO.
001310 01  W-QTDE-CLIENTES             PIC 9(05) VALUE ZERO.
001320 01  W-QTDE-POSITIVOS            PIC 9(05) VALUE ZERO.
001330 01  W-SOMA-POSITIVOS            PIC 9(15)V99 VALUE ZERO.
001340 01  W-MEDIA                     PIC 9(13)V99 VALUE ZERO.
001350 01  W-RAZAO                     PIC 9(05)V99.
001360 01  W-REGIAO                    PIC 9(01).
001370 01  W-NOTA-R                    PIC 9(01).
001380 01  W-NOTA-F                    PIC 9(01).
001390 01  W-NOTA-M                    PIC 9(01).
001400 01  W-SEGMENTO                  PIC 9(01).
001410 01  W-TOT-LINHA                 PIC 9(05).
001420******************************************************************
001430*    NOMES DOS SEGMENTOS (ORDEM DAS COLUNAS DO RESUMO)            *
001440******************************************************************
001450 01  W-NOMES-SEGMENTO.
001460     05  FILLER                  PIC X(10) VALUE "CAMPEAO".
001470     05  FILLER                  PIC X(10) VALUE "LEAL".
001480     05  FILLER                  PIC X(10) VALUE "PROMISSOR".
001490     05  FILLER                  PIC X(10) VALUE "ESFRIANDO".
001500     05  FILLER                  PIC X(10) VALUE "EM RISCO".
001510     05  FILLER                  PIC X(10) VALUE "PERDIDO".
001520     05  FILLER                  PIC X(10) VALUE "SEM COMPRA".
001530 01  W-NOMES-SEGMENTO-R REDEFINES W-NOMES-SEGMENTO.
001540     05  W-NOME-SEGMENTO         PIC X(10) OCCURS 7 TIMES.
001550******************************************************************
001560*    ULTIMA COMPRA, PEDIDOS E VALOR LIQUIDO DE 12 MESES POR       *
001570*    CLIENTE (INDICE = CODIGO DO PARCEIRO)                        *
001580******************************************************************
001590 01  W-TAB-CLIENTES.
001600     05  TC-ENTRY OCCURS 9999 TIMES.
001610         10  TC-ULT-COMPRA       PIC 9(08).
001620         10  TC-PEDIDOS-12M      PIC 9(05) COMP.
001630         10  TC-VALOR-12M        PIC S9(12)V99 COMP-3.
001640******************************************************************
001650*    SEGMENTOS POR VENDEDOR DA CARTEIRA (ZERO = SEM CARTEIRA) E   *
001660*    POR REGIAO DO CEP (OCORRENCIA = REGIAO + 1)                  *
001670******************************************************************
001680 01  W-TAB-VEND.
001690     05  TV-ENTRY OCCURS 300 TIMES.
001700         10  TV-CODVEND          PIC 9(04).
001710         10  TV-QTDE             PIC 9(05) OCCURS 7 TIMES.
001720         10  TV-VALOR            PIC S9(13)V99 COMP-3.
001730 01  W-TAB-REGIAO.
001740     05  TR-ENTRY OCCURS 10 TIMES.
001750         10  TR-QTDE             PIC 9(05) OCCURS 7 TIMES.
001760         10  TR-VALOR            PIC S9(13)V99 COMP-3.
001770 01  W-TAB-TOTAL.
001780     05  TT-QTDE                 PIC 9(05) OCCURS 7 TIMES.
001790     05  TT-VALOR                PIC S9(13)V99 COMP-3.
001800******************************************************************
001810*    CAMPOS EDITADOS DO CSV                                       *
001820******************************************************************
001830 01  W-CSV-CODIGO                PIC Z(3)9.
001840 01  W-CSV-VEND                  PIC Z(3)9.
001850 01  W-CSV-DIAS                  PIC Z(4)9.
001860 01  W-CSV-PEDIDOS               PIC Z(4)9.
001870 01  W-CSV-VALOR                 PIC -(12)9,99.
001880 01  W-CSV-DATA.
001890     05  W-CSV-DIA               PIC 9(02).
001900     05  FILLER                  PIC X(01) VALUE "/".
001910     05  W-CSV-MES               PIC 9(02).
001920     05  FILLER                  PIC X(01) VALUE "/".
001930     05  W-CSV-ANO               PIC 9(04).
001940 01  W-CSV-DATA-X REDEFINES W-CSV-DATA
001950                                 PIC X(10).
001960 01  LIN-CABEC-CSV               PIC X(120) VALUE
001970     "CODIGO;NOME;VENDEDOR;REGIAO;ULTIMA COMPRA;DIAS;PEDIDOS 12M;V
001980-    "ALOR LIQUIDO 12M;R;F;M;SEGMENTO".
001990******************************************************************
002000*    LINHAS DO RELATORIO                                          *
002010******************************************************************
002020 01  LIN-CABEC1.
002030     05  FILLER                  PIC X(38) VALUE
002040         "SEGMENTACAO RFM DOS CLIENTES - EM ".
002050     05  LC1-DIA                 PIC 9(02).
002060     05  FILLER                  PIC X(01) VALUE "/".
002070     05  LC1-MES                 PIC 9(02).
002080     05  FILLER                  PIC X(01) VALUE "/".
002090     05  LC1-ANO                 PIC 9(04).
002100 01  LIN-CABEC2.
002110     05  FILLER                  PIC X(36) VALUE
002120         "CLI  NOME                      VEND ".
002130     05  FILLER                  PIC X(40) VALUE
002140         "REG ULT.COMPRA  DIAS PED.12M  VALOR LIQ.".
002150     05  FILLER                  PIC X(30) VALUE
002160         " 12M R F M  SEGMENTO".
002170 01  LIN-DET.
002180     05  LD-CODCLI               PIC ZZZ9.
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  LD-NOME                 PIC X(25).
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  LD-CODVEND              PIC ZZZ9.
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  LD-REGIAO               PIC 9(01).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  LD-ULT-COMPRA           PIC X(10).
002270     05  FILLER                  PIC X(01) VALUE SPACES.
002280     05  LD-DIAS                 PIC ZZZZ9 BLANK WHEN ZERO.
002290     05  FILLER                  PIC X(03) VALUE SPACES.
002300     05  LD-PEDIDOS              PIC ZZZZ9.
002310     05  FILLER                  PIC X(01) VALUE SPACES.
002320     05  LD-VALOR                PIC ZZZZZZZZZZ9,99-.
002330     05  FILLER                  PIC X(01) VALUE SPACES.
002340     05  LD-NOTA-R               PIC 9(01).
002350     05  FILLER                  PIC X(01) VALUE SPACES.
002360     05  LD-NOTA-F               PIC 9(01).
002370     05  FILLER                  PIC X(01) VALUE SPACES.
002380     05  LD-NOTA-M               PIC 9(01).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  LD-SEGMENTO             PIC X(10).
002410 01  LIN-TITULO                  PIC X(60).
002420 01  LIN-CABEC-RES.
002430     05  FILLER                  PIC X(30) VALUE SPACES.
002440     05  FILLER                  PIC X(49) VALUE
002450         "CAMPEAO   LEAL PROMIS ESFRIA  RISCO PERDID SEMCOM".
002460     05  FILLER                  PIC X(25) VALUE
002470         "  TOTAL  VALOR LIQ. 12M".
002480 01  LIN-RES.
002490     05  LR-CODIGO               PIC ZZZ9.
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  LR-NOME                 PIC X(25).
002520     05  LR-COLUNA OCCURS 7 TIMES.
002530         10  FILLER              PIC X(01).
002540         10  LR-QTDE             PIC ZZZZZ9.
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  LR-TOTAL                PIC ZZZZZ9.
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  LR-VALOR                PIC ZZZZZZZZZZZ9,99-.
002590 01  LIN-RES-X REDEFINES LIN-RES PIC X(103).
002600 01  LIN-CRITERIOS.
002610     05  FILLER                  PIC X(52) VALUE
002620         "R: ATE 30/90/180/360 DIAS = 5/4/3/2, MAIS = 1   F: ".
002630     05  FILLER                  PIC X(52) VALUE
002640         "12/6/3/2 PEDIDOS = 5/4/3/2   M: 2/1,25/0,75/0,25 X ".
002650     05  FILLER                  PIC X(06) VALUE "MEDIA ".
002660     05  LCR-MEDIA               PIC ZZZZZZZZZ9,99.
002670 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
002680 PROCEDURE DIVISION.
002690******************************************************************
002700*    0000-MAINLINE                                                *
002710******************************************************************
002720 0000-MAINLINE.
002730     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
002740     COMPUTE W-ORD-ATUAL = (W-ANO-ATUAL * 360)
002750         + (W-MES-ATUAL * 30) + W-DIA-ATUAL.
002760     IF W-MES-ATUAL = 12
002770         COMPUTE W-CORTE-12M = (W-ANO-ATUAL * 100) + 1
002770     ELSE
002770         COMPUTE W-CORTE-12M = ((W-ANO-ATUAL - 1) * 100)
002770             + W-MES-ATUAL + 1.
002780     INITIALIZE W-TAB-CLIENTES W-TAB-VEND W-TAB-REGIAO
002790                W-TAB-TOTAL.
002800     PERFORM 2000-APURAR-COMPRAS THRU 2000-EXIT.
002820     PERFORM 2800-MEDIA THRU 2800-EXIT
002830         VARYING W-IC FROM 1 BY 1
002840         UNTIL W-IC > 9999.
002850     IF W-QTDE-POSITIVOS NOT = ZERO
002860         COMPUTE W-MEDIA ROUNDED =
002870             W-SOMA-POSITIVOS / W-QTDE-POSITIVOS.
002880     OPEN INPUT CADPARCEIRO.
002890     IF PARC-STATUS NOT = "00"
002900         DISPLAY "CEP078: ARQUIVO DE PARCEIROS NAO EXISTE"
002910         MOVE 8 TO RETURN-CODE
002920         STOP RUN.
002930     OPEN INPUT CADCEP.
002940     IF CEP-STATUS = "00"
002950         MOVE "S" TO W-CEP-ABERTO.
002960     OPEN OUTPUT REPRFM RFMCSV.
002970     PERFORM 3000-CABECALHO THRU 3000-EXIT.
002980     PERFORM 4000-CLASSIFICAR THRU 4000-EXIT.
002990     CLOSE CADPARCEIRO.
003000     IF W-CEP-ABERTO-SIM
003010         CLOSE CADCEP.
003020     PERFORM 5000-RESUMOS THRU 5000-EXIT.
003030     CLOSE REPRFM RFMCSV.
003040     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
003050     DISPLAY "CEP078: CLIENTES CLASSIFICADOS: " W-QTDE-CLIENTES.
003060     DISPLAY "CEP078: RELATORIO EM REPRFM, SPOOL " SPA-NUMERO.
003070     DISPLAY "CEP078: PLANILHA EM RFMCSV".
003080     STOP RUN.
003090******************************************************************
003100*    2000-APURAR-COMPRAS - PELO RESUMO MENSAL DE VENDAS (ORIGEM   *
003110*    NOTA): ULTIMA NOTA DE CADA CLIENTE, E NOTAS E FATURADO MENOS *
003115*    DEVOLUCOES DO MES CORRENTE E DOS 11 ANTERIORES               *
003120******************************************************************
003130 2000-APURAR-COMPRAS.
003140     OPEN INPUT RESVENDA.
003150     IF RSV-STATUS NOT = "00"
003160         DISPLAY "CEP078: SEM RESUMO MENSAL DE VENDAS"
003170         GO TO 2000-EXIT.
003180     MOVE "N" TO W-EOF.
003190     INITIALIZE REGRSV.
003200     START RESVENDA KEY IS NOT LESS THAN RS-CHAVE
003210         INVALID KEY MOVE "S" TO W-EOF.
003220     IF NOT W-EOF-SIM
003230         PERFORM 2100-LER-RESUMO THRU 2100-EXIT.
003240     PERFORM 2200-SOMAR-RESUMO THRU 2200-EXIT
003250         UNTIL W-EOF-SIM.
003260     CLOSE RESVENDA.
003270 2000-EXIT. EXIT.
003280 2100-LER-RESUMO.
003290     READ RESVENDA NEXT RECORD
003300         AT END MOVE "S" TO W-EOF.
003310 2100-EXIT. EXIT.
003320 2200-SOMAR-RESUMO.
003330     IF NOT RS-ORIGEM-NOTA OR RS-CODCLI = ZERO
003340         GO TO 2200-LER.
003350     MOVE RS-CODCLI TO W-IC.
003360     COMPUTE W-MES-RESUMO = (RS-ANO * 100) + RS-MES.
003370     IF RS-CODPROD NOT = ZERO
003380         GO TO 2200-ITEM.
003390     IF RS-DOCUMENTOS > ZERO
003395         AND RS-ULT-DATA > TC-ULT-COMPRA (W-IC)
003400         MOVE RS-ULT-DATA TO TC-ULT-COMPRA (W-IC).
003410     IF W-MES-RESUMO NOT < W-CORTE-12M
003420         ADD RS-DOCUMENTOS TO TC-PEDIDOS-12M (W-IC).
003425     GO TO 2200-LER.
003430 2200-ITEM.
003435     IF W-MES-RESUMO NOT < W-CORTE-12M
003440         ADD RS-VALOR TO TC-VALOR-12M (W-IC)
003445         SUBTRACT RS-VALOR-DEV FROM TC-VALOR-12M (W-IC).
003450 2200-LER.
003455     PERFORM 2100-LER-RESUMO THRU 2100-EXIT.
003460 2200-EXIT. EXIT.
003810******************************************************************
003820*    2800-MEDIA - BASE DA NOTA DE VALOR: MEDIA DOS CLIENTES COM   *
003830*    VALOR LIQUIDO POSITIVO NOS 12 MESES                          *
003840******************************************************************
003850 2800-MEDIA.
003860     IF TC-VALOR-12M (W-IC) > ZERO
003870         ADD 1 TO W-QTDE-POSITIVOS
003880         ADD TC-VALOR-12M (W-IC) TO W-SOMA-POSITIVOS.
003890 2800-EXIT. EXIT.
003900 3000-CABECALHO.
003910     MOVE W-DIA-ATUAL TO LC1-DIA.
003920     MOVE W-MES-ATUAL TO LC1-MES.
003930     MOVE W-ANO-ATUAL TO LC1-ANO.
003940     WRITE REG-RELAT FROM LIN-CABEC1.
003950     MOVE W-MEDIA TO LCR-MEDIA.
003960     WRITE REG-RELAT FROM LIN-CRITERIOS.
003970     WRITE REG-RELAT FROM LIN-BRANCO.
003980     WRITE REG-RELAT FROM LIN-CABEC2.
003990     WRITE REG-RFMCSV FROM LIN-CABEC-CSV.
004000 3000-EXIT. EXIT.
004010******************************************************************
004020*    4000-CLASSIFICAR - NOTAS E SEGMENTO DE CADA CLIENTE (C/A),   *
004030*    COM A LINHA DO RELATORIO, A DO CSV E OS RESUMOS              *
004040******************************************************************
004050 4000-CLASSIFICAR.
004060     MOVE "N" TO W-EOF.
004070     MOVE LOW-VALUES TO CODIGO.
004080     START CADPARCEIRO KEY IS NOT LESS THAN CODIGO
004090         INVALID KEY MOVE "S" TO W-EOF.
004100     IF NOT W-EOF-SIM
004110         PERFORM 4100-LER-PARCEIRO THRU 4100-EXIT.
004120     PERFORM 4200-CLIENTE THRU 4200-EXIT
004130         UNTIL W-EOF-SIM.
004140 4000-EXIT. EXIT.
004150 4100-LER-PARCEIRO.
004160     READ CADPARCEIRO NEXT RECORD
004170         AT END MOVE "S" TO W-EOF.
004180 4100-EXIT. EXIT.
004190 4200-CLIENTE.
004200     IF PARCEIRO-FORNECEDOR OR CODIGO = ZERO
004210         GO TO 4200-LER.
004220     MOVE CODIGO TO W-IC.
004230     PERFORM 4300-NOTAS THRU 4300-EXIT.
004240     PERFORM 4400-SEGMENTO THRU 4400-EXIT.
004250     PERFORM 4500-REGIAO THRU 4500-EXIT.
004260     PERFORM 4600-ACUMULAR THRU 4600-EXIT.
004270     PERFORM 4700-DETALHE THRU 4700-EXIT.
004280     PERFORM 4800-CSV THRU 4800-EXIT.
004290     ADD 1 TO W-QTDE-CLIENTES.
004300 4200-LER.
004310     PERFORM 4100-LER-PARCEIRO THRU 4100-EXIT.
004320 4200-EXIT. EXIT.
004330******************************************************************
004340*    4300-NOTAS - R PELOS DIAS SEM COMPRA, F PELOS PEDIDOS DE 12  *
004350*    MESES, M PELO VALOR LIQUIDO SOBRE A MEDIA; NUNCA COMPROU = R *
004360*    ZERO                                                         *
004370******************************************************************
004380 4300-NOTAS.
004390     MOVE ZERO TO W-DIAS-SEM W-NOTA-R.
004400     MOVE 1    TO W-NOTA-F W-NOTA-M.
004410     IF TC-ULT-COMPRA (W-IC) = ZERO
004420         GO TO 4300-EXIT.
004430     MOVE TC-ULT-COMPRA (W-IC) TO W-DATA-PED.
004440     COMPUTE W-ORD-COMPRA = (W-ANO-PED * 360)
004450         + (W-MES-PED * 30) + W-DIA-PED.
004460     COMPUTE W-DIAS-SEM = W-ORD-ATUAL - W-ORD-COMPRA.
004470     EVALUATE TRUE
004480         WHEN W-DIAS-SEM NOT > 30
004490             MOVE 5 TO W-NOTA-R
004500         WHEN W-DIAS-SEM NOT > 90
004510             MOVE 4 TO W-NOTA-R
004520         WHEN W-DIAS-SEM NOT > 180
004530             MOVE 3 TO W-NOTA-R
004540         WHEN W-DIAS-SEM NOT > 360
004550             MOVE 2 TO W-NOTA-R
004560         WHEN OTHER
004570             MOVE 1 TO W-NOTA-R
004580     END-EVALUATE.
004590     EVALUATE TRUE
004600         WHEN TC-PEDIDOS-12M (W-IC) NOT < 12
004610             MOVE 5 TO W-NOTA-F
004620         WHEN TC-PEDIDOS-12M (W-IC) NOT < 6
004630             MOVE 4 TO W-NOTA-F
004640         WHEN TC-PEDIDOS-12M (W-IC) NOT < 3
004650             MOVE 3 TO W-NOTA-F
004660         WHEN TC-PEDIDOS-12M (W-IC) = 2
004670             MOVE 2 TO W-NOTA-F
004680     END-EVALUATE.
004690     IF TC-VALOR-12M (W-IC) NOT > ZERO OR W-MEDIA = ZERO
004700         GO TO 4300-EXIT.
004710     COMPUTE W-RAZAO = TC-VALOR-12M (W-IC) / W-MEDIA.
004720     EVALUATE TRUE
004730         WHEN W-RAZAO NOT < 2
004740             MOVE 5 TO W-NOTA-M
004750         WHEN W-RAZAO NOT < 1,25
004760             MOVE 4 TO W-NOTA-M
004770         WHEN W-RAZAO NOT < 0,75
004780             MOVE 3 TO W-NOTA-M
004790         WHEN W-RAZAO NOT < 0,25
004800             MOVE 2 TO W-NOTA-M
004810     END-EVALUATE.
004820 4300-EXIT. EXIT.
004830******************************************************************
004840*    4400-SEGMENTO - 1 CAMPEAO, 2 LEAL, 3 PROMISSOR, 4 ESFRIANDO, *
004850*    5 EM RISCO, 6 PERDIDO, 7 SEM COMPRA                          *
004860******************************************************************
004870 4400-SEGMENTO.
004880     EVALUATE TRUE
004890         WHEN W-NOTA-R = ZERO
004900             MOVE 7 TO W-SEGMENTO
004910         WHEN W-NOTA-R NOT < 4 AND W-NOTA-F NOT < 4
004920             AND W-NOTA-M NOT < 4
004930             MOVE 1 TO W-SEGMENTO
004940         WHEN W-NOTA-R NOT < 3 AND W-NOTA-F NOT < 3
004950             MOVE 2 TO W-SEGMENTO
004960         WHEN W-NOTA-R NOT < 4
004970             MOVE 3 TO W-SEGMENTO
004980         WHEN W-NOTA-R = 1
004990             MOVE 6 TO W-SEGMENTO
005000         WHEN W-NOTA-R = 2 AND W-NOTA-F NOT < 3
005010             MOVE 5 TO W-SEGMENTO
005020         WHEN OTHER
005030             MOVE 4 TO W-SEGMENTO
005040     END-EVALUATE.
005050 4400-EXIT. EXIT.
005060******************************************************************
005070*    4500-REGIAO - REGIAO DO CEP DO CLIENTE NO CADCEP (FORA DO    *
005080*    CADCEP = REGIAO ZERO)                                        *
005090******************************************************************
005100 4500-REGIAO.
005110     MOVE ZERO TO W-REGIAO.
005120     IF NOT W-CEP-ABERTO-SIM OR NCEP = ZERO
005130         GO TO 4500-EXIT.
005140     MOVE NCEP TO CEP-CODIGO.
005150     READ CADCEP
005160         INVALID KEY
005170             GO TO 4500-EXIT.
005180     MOVE CEP-REGIAO TO W-REGIAO.
005190 4500-EXIT. EXIT.
005200******************************************************************
005210*    4600-ACUMULAR - CONTA O CLIENTE NO SEGMENTO DO VENDEDOR, DA  *
005220*    REGIAO E DO TOTAL                                            *
005230******************************************************************
005240 4600-ACUMULAR.
005240     MOVE "N" TO W-ACHOU.
005240     PERFORM 4610-ACHAR-VENDEDOR THRU 4610-EXIT
005240         VARYING W-IV FROM 1 BY 1
005240         UNTIL W-IV > W-QTDE-VEND
005240         OR W-ACHOU-SIM.
005240     IF NOT W-ACHOU-SIM
005300         IF W-QTDE-VEND < 300
005310             ADD 1 TO W-QTDE-VEND
005320             MOVE W-QTDE-VEND   TO W-IV
005330             MOVE VEND-CARTEIRA TO TV-CODVEND (W-IV)
005340         ELSE
005350             DISPLAY "CEP078: MAIS DE 300 VENDEDORES - CARTEIRA "
005360                 VEND-CARTEIRA " FORA DO RESUMO"
005370             GO TO 4600-REGIAO.
005380     ADD 1 TO TV-QTDE (W-IV W-SEGMENTO).
005390     ADD TC-VALOR-12M (W-IC) TO TV-VALOR (W-IV).
005400 4600-REGIAO.
005410     COMPUTE W-IR = W-REGIAO + 1.
005420     ADD 1 TO TR-QTDE (W-IR W-SEGMENTO).
005430     ADD TC-VALOR-12M (W-IC) TO TR-VALOR (W-IR).
005440     ADD 1 TO TT-QTDE (W-SEGMENTO).
005450     ADD TC-VALOR-12M (W-IC) TO TT-VALOR.
005460 4600-EXIT. EXIT.
005470 4610-ACHAR-VENDEDOR.
005470     IF TV-CODVEND (W-IV) = VEND-CARTEIRA
005470         MOVE "S" TO W-ACHOU
005470         SUBTRACT 1 FROM W-IV.
005470 4610-EXIT. EXIT.
005490 4700-DETALHE.
005500     MOVE SPACES TO LIN-DET.
005510     MOVE CODIGO               TO LD-CODCLI.
005520     MOVE NOME                 TO LD-NOME.
005530     MOVE VEND-CARTEIRA        TO LD-CODVEND.
005540     MOVE W-REGIAO             TO LD-REGIAO.
005550     IF TC-ULT-COMPRA (W-IC) = ZERO
005560         MOVE "NUNCA"          TO LD-ULT-COMPRA
005570         MOVE SPACES           TO W-CSV-DATA-X
005580     ELSE
005590         MOVE W-DIA-PED        TO W-CSV-DIA
005600         MOVE W-MES-PED        TO W-CSV-MES
005610         MOVE W-ANO-PED        TO W-CSV-ANO
005620         MOVE W-CSV-DATA-X     TO LD-ULT-COMPRA.
005630     MOVE W-DIAS-SEM           TO LD-DIAS.
005640     MOVE TC-PEDIDOS-12M (W-IC) TO LD-PEDIDOS.
005650     MOVE TC-VALOR-12M (W-IC)  TO LD-VALOR.
005660     MOVE W-NOTA-R             TO LD-NOTA-R.
005670     MOVE W-NOTA-F             TO LD-NOTA-F.
005680     MOVE W-NOTA-M             TO LD-NOTA-M.
005690     MOVE W-NOME-SEGMENTO (W-SEGMENTO) TO LD-SEGMENTO.
005700     WRITE REG-RELAT FROM LIN-DET.
005710 4700-EXIT. EXIT.
005720 4800-CSV.
005730     MOVE CODIGO                TO W-CSV-CODIGO.
005740     MOVE VEND-CARTEIRA         TO W-CSV-VEND.
005750     MOVE W-DIAS-SEM            TO W-CSV-DIAS.
005760     MOVE TC-PEDIDOS-12M (W-IC) TO W-CSV-PEDIDOS.
005770     MOVE TC-VALOR-12M (W-IC)   TO W-CSV-VALOR.
005780     MOVE SPACES TO REG-RFMCSV.
005790     STRING W-CSV-CODIGO ";" NOME ";" W-CSV-VEND ";" W-REGIAO ";"
005800         W-CSV-DATA-X ";" W-CSV-DIAS ";" W-CSV-PEDIDOS ";"
005810         W-CSV-VALOR ";" W-NOTA-R ";" W-NOTA-F ";" W-NOTA-M ";"
005820         W-NOME-SEGMENTO (W-SEGMENTO)
005830         DELIMITED BY SIZE INTO REG-RFMCSV.
005840     WRITE REG-RFMCSV.
005850 4800-EXIT. EXIT.
005860******************************************************************
005870*    5000-RESUMOS - SEGMENTOS POR VENDEDOR (NA ORDEM DO CADVEND,  *
005880*    SEM CARTEIRA NO FIM) E POR REGIAO, COM O TOTAL GERAL         *
005890******************************************************************
005900 5000-RESUMOS.
005910     WRITE REG-RELAT FROM LIN-BRANCO.
005920     MOVE "RESUMO DOS SEGMENTOS POR VENDEDOR DA CARTEIRA"
005930         TO LIN-TITULO.
005940     WRITE REG-RELAT FROM LIN-TITULO.
005950     WRITE REG-RELAT FROM LIN-CABEC-RES.
005960     OPEN INPUT CADVEND.
005970     PERFORM 5100-VENDEDOR THRU 5100-EXIT
005980         VARYING W-IV FROM 1 BY 1
005990         UNTIL W-IV > W-QTDE-VEND.
006000     IF VND-STATUS = "00"
006010         CLOSE CADVEND.
006020     WRITE REG-RELAT FROM LIN-BRANCO.
006030     MOVE "RESUMO DOS SEGMENTOS POR REGIAO DO CEP" TO LIN-TITULO.
006040     WRITE REG-RELAT FROM LIN-TITULO.
006050     WRITE REG-RELAT FROM LIN-CABEC-RES.
006060     PERFORM 5200-REGIAO THRU 5200-EXIT
006070         VARYING W-IR FROM 1 BY 1
006080         UNTIL W-IR > 10.
006090     WRITE REG-RELAT FROM LIN-BRANCO.
006100     MOVE SPACES TO LIN-RES-X.
006110     MOVE "TOTAL GERAL" TO LR-NOME.
006120     MOVE ZERO TO W-TOT-LINHA.
006130     PERFORM 5300-COLUNA-TOTAL THRU 5300-EXIT
006140         VARYING W-IS FROM 1 BY 1
006150         UNTIL W-IS > 7.
006160     MOVE W-TOT-LINHA TO LR-TOTAL.
006170     MOVE TT-VALOR TO LR-VALOR.
006180     WRITE REG-RELAT FROM LIN-RES.
006190 5000-EXIT. EXIT.
006200 5100-VENDEDOR.
006210     MOVE SPACES TO LIN-RES-X.
006220     MOVE TV-CODVEND (W-IV) TO LR-CODIGO.
006230     IF TV-CODVEND (W-IV) = ZERO
006240         MOVE "SEM CARTEIRA" TO LR-NOME
006250     ELSE
006260         MOVE TV-CODVEND (W-IV) TO VD-CODIGO
006270         MOVE SPACES TO VD-NOME
006280         IF VND-STATUS = "00"
006290             READ CADVEND
006300                 INVALID KEY
006310                     MOVE "*** NAO CADASTRADO ***" TO VD-NOME
006320             END-READ
006330         END-IF
006340         MOVE VD-NOME TO LR-NOME.
006350     MOVE ZERO TO W-TOT-LINHA.
006360     PERFORM 5110-COLUNA-VEND THRU 5110-EXIT
006370         VARYING W-IS FROM 1 BY 1
006380         UNTIL W-IS > 7.
006390     MOVE W-TOT-LINHA TO LR-TOTAL.
006400     MOVE TV-VALOR (W-IV) TO LR-VALOR.
006410     WRITE REG-RELAT FROM LIN-RES.
006420 5100-EXIT. EXIT.
006430 5110-COLUNA-VEND.
006440     MOVE TV-QTDE (W-IV W-IS) TO LR-QTDE (W-IS).
006450     ADD TV-QTDE (W-IV W-IS) TO W-TOT-LINHA.
006460 5110-EXIT. EXIT.
006470 5200-REGIAO.
006480     MOVE ZERO TO W-TOT-LINHA.
006490     PERFORM 5210-SOMAR-REGIAO THRU 5210-EXIT
006500         VARYING W-IS FROM 1 BY 1
006510         UNTIL W-IS > 7.
006520     IF W-TOT-LINHA = ZERO
006530         GO TO 5200-EXIT.
006540     MOVE SPACES TO LIN-RES-X.
006550     COMPUTE LR-CODIGO = W-IR - 1.
006560     MOVE "REGIAO DO CEP" TO LR-NOME.
006570     PERFORM 5220-COLUNA-REGIAO THRU 5220-EXIT
006580         VARYING W-IS FROM 1 BY 1
006590         UNTIL W-IS > 7.
006600     MOVE W-TOT-LINHA TO LR-TOTAL.
006610     MOVE TR-VALOR (W-IR) TO LR-VALOR.
006620     WRITE REG-RELAT FROM LIN-RES.
006630 5200-EXIT. EXIT.
006640 5210-SOMAR-REGIAO.
006650     ADD TR-QTDE (W-IR W-IS) TO W-TOT-LINHA.
006660 5210-EXIT. EXIT.
006670 5220-COLUNA-REGIAO.
006680     MOVE TR-QTDE (W-IR W-IS) TO LR-QTDE (W-IS).
006690 5220-EXIT. EXIT.
006700 5300-COLUNA-TOTAL.
006710     MOVE TT-QTDE (W-IS) TO LR-QTDE (W-IS).
006720     ADD TT-QTDE (W-IS) TO W-TOT-LINHA.
006730 5300-EXIT. EXIT.
006740******************************************************************
006750*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
006760*    O SPLREP REIMPRIMIR                                          *
006770******************************************************************
006780 9000-ESPOLAR.
006790     MOVE "I" TO SPA-ACAO.
006800     MOVE "CEP078" TO SPA-PROGRAMA.
006810     MOVE SPACES TO SPA-OPERADOR.
006820     MOVE SPACES TO SPA-PARAMS.
006830     STRING "RFM " W-DATA-ATUAL
006840         DELIMITED BY SIZE INTO SPA-PARAMS.
006850     CALL "SPL000" USING SPL-PARAMETROS-AREA.
006860     OPEN INPUT REPRFM.
006870     IF REL-STATUS NOT = "00"
006880         GO TO 9000-FIM.
006890     MOVE "N" TO W-EOF-SPL.
006900     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
006910         UNTIL W-EOF-SPL-SIM.
006920     CLOSE REPRFM.
006930 9000-FIM.
006940     MOVE "F" TO SPA-ACAO.
006950     CALL "SPL000" USING SPL-PARAMETROS-AREA.
006960 9000-EXIT. EXIT.
006970 9100-ESPOLAR-LER.
006980     READ REPRFM
006990         AT END MOVE "S" TO W-EOF-SPL.
007000     IF NOT W-EOF-SPL-SIM
007010         MOVE "L" TO SPA-ACAO
007020         MOVE REG-RELAT TO SPA-LINHA
007030         CALL "SPL000" USING SPL-PARAMETROS-AREA.
007040 9100-EXIT. EXIT.
