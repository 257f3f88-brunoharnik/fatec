000010******************************************************************
000020* PROGRAM-ID : BALDIA                                            *
000030* AUTHOR     : BRUNO HARNIK                                      *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME            *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070* PURPOSE    : BALANCEAMENTO DIARIO ENTRE OS SUBSISTEMAS - PASSO *
000080*              DA ESTEIRA NOTURNA (RUNCHAIN). CADA SUBSISTEMA JA *
000090*              CONFERE A SI MESMO (CEP008 O ESTOQUE, CTBBAL O    *
000100*              LOTE); AQUI SE PROVA QUE AS PONTAS BATEM ENTRE SI *
000110*              NA DATA DE NEGOCIO:                               *
000120*              1) NOTAS DO DIA (NOTAREG) X TITULOS NOVOS DO      *
000130*                 CRECEBER, E ITENS DE BALCAO (CAIXAITM) X       *
000140*                 RECEBIDO NO CAIXA (CAIXAMOV);                  *
000150*              2) CUSTO DOS ITENS FATURADOS GRAVADO NO PEDITEM X *
000160*                 SAIDAS "S" DO MOVESTQ;                         *
000170*              3) RECEBIMENTOS DO CEP016 (NFENTRA) X TITULOS DO  *
000180*                 CPAGAR;                                        *
000190*              4) LIQUIDO DO FOPAGTO X REMESSA CNAB DE SALARIO   *
000200*                 (CNABREM) GERADA NO DIA PELO FP16215.          *
000210*              CADA DIFERENCA SAI NO REPBAL (SPOOL SPL000) ATE O *
000220*              DOCUMENTO - NOTA, PEDIDO, TITULO, VENDA,          *
000230*              RECEBIMENTO, FUNCIONARIO - SEGUIDA DO QUADRO COM  *
000240*              OS TOTAIS DE CONTROLE DE CADA PAR. PAR QUE NAO    *
000250*              BATE ENCERRA O PROGRAMA COM RETURN-CODE 8.        *
000260*-----------------------------------------------------------------
000270* HISTORICO DE ALTERACOES                                        *
000280* DATA       INICIAIS  DESCRICAO                                 *
000290* 2026-10-15 BH        VERSAO INICIAL                            *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. BALDIA.
000330 AUTHOR. BRUNO HARNIK.
000340 INSTALLATION. FATEC.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT NOTAREG ASSIGN TO "NOTAREG"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS NF-NUMERO
000470         FILE STATUS IS NOT-STATUS.
000480     SELECT CRECEBER ASSIGN TO "CRECEBER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CR-CHAVE
000520         FILE STATUS IS CRC-STATUS.
000530     SELECT PEDITEM ASSIGN TO "PEDITEM"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PVI-CHAVE
000570         FILE STATUS IS ITM-STATUS.
000580     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS MOV-STATUS.
000610     SELECT CAIXAMOV ASSIGN TO "CAIXAMOV"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CXM-STATUS.
000640     SELECT CAIXAITM ASSIGN TO "CAIXAITM"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CXI-STATUS.
000670     SELECT NFENTRA ASSIGN TO "NFENTRA"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS NE-CHAVE
000710         FILE STATUS IS NFE-STATUS.
000720     SELECT CPAGAR ASSIGN TO "CPAGAR"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CP-CHAVE
000760         FILE STATUS IS CPG-STATUS.
000770     SELECT FOPAGTO ASSIGN TO "FOPAGTO"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS PAG-STATUS.
000800     SELECT CNABREM ASSIGN TO "CNABREM"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS REM-STATUS.
000830     SELECT REPBAL ASSIGN TO "REPBAL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS REL-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  NOTAREG
000890     LABEL RECORDS ARE STANDARD.
000900     COPY REGNOT.
000910 FD  CRECEBER
000920     LABEL RECORDS ARE STANDARD.
000930     COPY REGCREC.
000940 FD  PEDITEM
000950     LABEL RECORDS ARE STANDARD.
000960     COPY REGPEDI.
000970 FD  MOVESTQ
000980     LABEL RECORDS ARE STANDARD.
000990     COPY REGMOV.
001000 FD  CAIXAMOV
001010     LABEL RECORDS ARE STANDARD.
001020     COPY REGCXM.
001030 FD  CAIXAITM
001040     LABEL RECORDS ARE STANDARD.
001050     COPY REGCXI.
001060 FD  NFENTRA
001070     LABEL RECORDS ARE STANDARD.
001080     COPY REGNFE.
001090 FD  CPAGAR
001100     LABEL RECORDS ARE STANDARD.
001110     COPY REGCPAG.
001120 FD  FOPAGTO
001130     LABEL RECORDS ARE STANDARD.
001140     COPY REGPAG.
001150******************************************************************
001160*    REMESSA DO FP16215: HEADER "0", DETALHE "1" POR CREDITO E   *
001170*    TRAILER "9" (MESMO LAYOUT GRAVADO POR ELE)                  *
001180******************************************************************
001190 FD  CNABREM
001200     LABEL RECORDS ARE STANDARD.
001210 01  CNAB-HEADER.
001220     05  CH-TIPO                 PIC X(01).
001230     05  CH-LITERAL              PIC X(15).
001240     05  CH-DATA                 PIC 9(06).
001250     05  CH-COMP-ANO             PIC 9(04).
001260     05  CH-COMP-MES             PIC 9(02).
001270     05  CH-TIPO-FOLHA           PIC X(01).
001280     05  FILLER                  PIC X(61).
001290 01  CNAB-DETALHE.
001300     05  CD-TIPO                 PIC X(01).
001310     05  CD-CODFUNC              PIC 9(06).
001320     05  CD-BANCO                PIC 9(03).
001330     05  CD-AGENCIA              PIC 9(05).
001340     05  CD-CONTA                PIC 9(10).
001350     05  CD-DV                   PIC X(01).
001360     05  CD-NOME                 PIC X(30).
001370     05  CD-VALOR                PIC 9(13)V99.
001380     05  CD-STATUS               PIC X(02).
001390     05  FILLER                  PIC X(17).
001400 01  CNAB-TRAILER.
001410     05  CT-TIPO                 PIC X(01).
001420     05  CT-QTDE                 PIC 9(06).
001430     05  CT-TOTAL                PIC 9(15)V99.
001440     05  FILLER                  PIC X(66).
001450 FD  REPBAL
001460     LABEL RECORDS ARE STANDARD.
001470 01  REG-RELAT                   PIC X(132).
001480 WORKING-STORAGE SECTION.
001490 01  NOT-STATUS                  PIC X(02).
001500 01  CRC-STATUS                  PIC X(02).
001510 01  ITM-STATUS                  PIC X(02).
001520 01  MOV-STATUS                  PIC X(02).
001530 01  CXM-STATUS                  PIC X(02).
001540 01  CXI-STATUS                  PIC X(02).
001550 01  NFE-STATUS                  PIC X(02).
001560 01  CPG-STATUS                  PIC X(02).
001570 01  PAG-STATUS                  PIC X(02).
001580 01  REM-STATUS                  PIC X(02).
001590 01  REL-STATUS                  PIC X(02).
001600 COPY RUNPARM.
001610 COPY SPLPARM.
001620 01  W-SWITCHES.
001630     05  W-EOF                   PIC X(01).
001640         88  W-EOF-SIM           VALUE "S".
001650     05  W-EOF-ITEM              PIC X(01).
001660         88  W-EOF-ITEM-SIM      VALUE "S".
001670     05  W-EOF-SPL               PIC X(01).
001680         88  W-EOF-SPL-SIM       VALUE "S".
001690     05  W-ACHOU                 PIC X(01).
001700         88  W-ACHOU-SIM         VALUE "S".
001710     05  W-CRECEBER-ABERTO       PIC X(01) VALUE "N".
001720         88  W-CRECEBER-ABERTO-SIM VALUE "S".
001730     05  W-CPAGAR-ABERTO         PIC X(01) VALUE "N".
001740         88  W-CPAGAR-ABERTO-SIM VALUE "S".
001750 01  W-DATA-NEGOCIO              PIC 9(06).
001760 01  W-DATA-NEGOCIO-R REDEFINES W-DATA-NEGOCIO.
001770     05  W-DN-ANO                PIC 9(02).
001780     05  W-DN-MES                PIC 9(02).
001790     05  W-DN-DIA                PIC 9(02).
001800 01  W-DATA-BAL.
001810     05  W-ANO-BAL               PIC 9(04).
001820     05  W-MES-BAL               PIC 9(02).
001830     05  W-DIA-BAL               PIC 9(02).
001840 01  W-PAR                       PIC 9(01).
001850 01  W-IDX                       PIC 9(04) COMP.
001860 01  W-SUB                       PIC 9(04) COMP.
001870 01  W-QTDE-PEDIDOS              PIC 9(04) COMP VALUE ZERO.
001880 01  W-QTDE-TITULOS              PIC 9(04) COMP.
001890 01  W-QTDE-VENDAS               PIC 9(04) COMP VALUE ZERO.
001900 01  W-QTDE-SAIDAS               PIC 9(04) COMP VALUE ZERO.
001910 01  W-QTDE-FOLHA                PIC 9(04) COMP VALUE ZERO.
001920 01  W-CODCLI-NOTA               PIC 9(04).
001930 01  W-PEDIDO-NOTA               PIC 9(08).
001940 01  W-NUMERO-NOTA               PIC 9(08).
001950 01  W-NUMERO-VENDA              PIC 9(08).
001960 01  W-DOC-INICIAL               PIC 9(08).
001970 01  W-DOC-FINAL                 PIC 9(08).
001980 01  W-PEDIDO-TITULO             PIC 9(08).
001990 01  W-VALOR-A                   PIC S9(13)V99.
002000 01  W-VALOR-B                   PIC S9(13)V99.
002010 01  W-VALOR-TITULOS             PIC S9(13)V99.
002020 01  W-SOMA-REMESSA              PIC S9(15)V99.
002030 01  W-TIPO-REMESSA              PIC X(01).
002040 01  W-SITUACAO                  PIC X(30).
002050 01  W-DOC-1                     PIC X(12).
002060 01  W-DOC-2                     PIC X(14).
002070 01  W-QTDE-NOTAS                PIC 9(07) VALUE ZERO.
002080 01  W-QTDE-CANCELADAS           PIC 9(07) VALUE ZERO.
002090 01  W-QTDE-ITENS                PIC 9(07) VALUE ZERO.
002100 01  W-QTDE-OUTRAS-SAIDAS        PIC 9(07) VALUE ZERO.
002110 01  W-QTDE-RECEBIMENTOS         PIC 9(07) VALUE ZERO.
002120 01  W-QTDE-BLOQUEADOS           PIC 9(07) VALUE ZERO.
002130 01  W-QTDE-REJEITADOS           PIC 9(07) VALUE ZERO.
002140 01  W-QTDE-CREDITOS             PIC 9(07) VALUE ZERO.
002150 01  W-QTDE-EXCEDENTE            PIC 9(07) VALUE ZERO.
002160 01  W-QTDE-DIFERENCAS           PIC 9(07) VALUE ZERO.
002170******************************************************************
002180*    PARES CONFERIDOS: 1 NOTAS X CRECEBER, 2 BALCAO X CAIXA, 3   *
002190*    PEDITEM X MOVESTQ, 4 NFENTRA X CPAGAR, 5 FOPAGTO X CNAB. TR-*
002200*    CONFERIDO "N" = ARQUIVO AUSENTE OU SEM O QUE CONFERIR       *
002210******************************************************************
002220 01  TAB-PARES.
002230     05  TAB-PAR-OCR OCCURS 5 TIMES.
002240         10  TR-NOME             PIC X(40).
002250         10  TR-VALOR-A          PIC S9(13)V99.
002260         10  TR-VALOR-B          PIC S9(13)V99.
002270         10  TR-QTDE-DIF         PIC 9(07).
002280         10  TR-CONFERIDO        PIC X(01).
002290******************************************************************
002300*    PEDIDOS DAS NOTAS DO DIA (PARA ACHAR O TITULO SEM NOTA) E   *
002310*    TITULOS DA NOTA CORRENTE (RASTRO DA DIFERENCA)              *
002320******************************************************************
002330 01  TAB-PEDIDOS.
002340     05  TAB-PED-OCR OCCURS 2000 TIMES.
002350         10  TPD-CODCLI          PIC 9(04).
002360         10  TPD-PEDIDO          PIC 9(08).
002370 01  TAB-TITULOS.
002380     05  TAB-TIT-OCR OCCURS 99 TIMES.
002390         10  TT-DOCUMENTO        PIC 9(08).
002400         10  TT-VALOR            PIC 9(12)V99.
002410******************************************************************
002420*    VENDAS DE BALCAO DO DIA: ITENS DO CAIXAITM E FORMAS DE      *
002430*    PAGAMENTO DO CAIXAMOV SOMADOS POR NUMERO DA VENDA           *
002440******************************************************************
002450 01  TAB-VENDAS.
002460     05  TAB-VEN-OCR OCCURS 2000 TIMES.
002470         10  TV-NUMERO           PIC 9(08).
002480         10  TV-OPERADOR         PIC X(08).
002490         10  TV-ITENS            PIC S9(13)V99.
002500         10  TV-CAIXA            PIC S9(13)V99.
002510******************************************************************
002520*    SAIDAS "S" DO DIA NO MOVESTQ (SEM AS DE CONSUMO INTERNO),   *
002530*    CASADAS UMA A UMA COM OS ITENS FATURADOS                    *
002540******************************************************************
002550 01  TAB-SAIDAS.
002560     05  TAB-SAI-OCR OCCURS 3000 TIMES.
002570         10  TS-CODPROD          PIC 9(08).
002580         10  TS-QUANTIDADE       PIC 9(07).
002590         10  TS-VALOR            PIC S9(13)V99.
002600         10  TS-USADA            PIC X(01).
002610******************************************************************
002620*    LIQUIDO DO FOPAGTO DA COMPETENCIA E TIPO DA REMESSA         *
002630******************************************************************
002640 01  TAB-FOLHA.
002650     05  TAB-FOL-OCR OCCURS 3000 TIMES.
002660         10  TF-CODFUNC          PIC 9(06).
002670         10  TF-LIQUIDO          PIC S9(11)V99.
002680         10  TF-USADO            PIC X(01).
002690******************************************************************
002700*    LINHAS DO RELATORIO                                         *
002710******************************************************************
002720 01  LIN-CABEC1.
002730     05  FILLER                  PIC X(56) VALUE
002740         "BALANCEAMENTO DIARIO ENTRE SUBSISTEMAS - BALDIA - DIA ".
002750     05  LC1-DIA                 PIC 9(02).
002760     05  FILLER                  PIC X(01) VALUE "/".
002770     05  LC1-MES                 PIC 9(02).
002780     05  FILLER                  PIC X(01) VALUE "/".
002790     05  LC1-ANO                 PIC 9(04).
002800 01  LIN-SECAO.
002810     05  FILLER                  PIC X(06) VALUE "SECAO ".
002820     05  LS-PAR                  PIC 9(01).
002830     05  FILLER                  PIC X(02) VALUE ": ".
002840     05  LS-TITULO               PIC X(70).
002850 01  LIN-COLUNAS.
002860     05  FILLER                  PIC X(23) VALUE "  DOCUMENTO".
002870     05  FILLER                  PIC X(23) VALUE "REFERENCIA".
002880     05  LCO-A                   PIC X(16) JUSTIFIED RIGHT.
002890     05  LCO-B                   PIC X(16) JUSTIFIED RIGHT.
002900     05  FILLER                  PIC X(16)
002910         VALUE "       DIFERENCA".
002920     05  FILLER                  PIC X(10) VALUE "  SITUACAO".
002930 01  LIN-DET.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  LD-ROTULO-1             PIC X(09).
002960     05  LD-DOC-1                PIC X(12).
002970     05  FILLER                  PIC X(01) VALUE SPACES.
002980     05  LD-ROTULO-2             PIC X(08).
002990     05  LD-DOC-2                PIC X(14).
003000     05  LD-VALOR-A              PIC -(12)9,99.
003010     05  LD-VALOR-B              PIC -(12)9,99.
003020     05  LD-DIFERENCA            PIC -(12)9,99.
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  LD-SITUACAO             PIC X(30).
003050 01  LIN-RASTRO.
003060     05  FILLER                  PIC X(06) VALUE SPACES.
003070     05  LR-ROTULO               PIC X(17).
003080     05  LR-DOC                  PIC X(23).
003090     05  LR-VALOR                PIC -(12)9,99.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  LR-OBS                  PIC X(40).
003120 01  LIN-AVISO.
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  LA-TEXTO                PIC X(60).
003150     05  LA-QTDE                 PIC ZZZZZZ9.
003160 01  LIN-TOTAL-SECAO.
003170     05  FILLER                  PIC X(46) VALUE
003180         "  TOTAIS DE CONTROLE DA SECAO".
003190     05  LT-VALOR-A              PIC -(12)9,99.
003200     05  LT-VALOR-B              PIC -(12)9,99.
003210     05  LT-DIFERENCA            PIC -(12)9,99.
003220     05  FILLER                  PIC X(13) VALUE "  DOCUMENTOS ".
003230     05  LT-QTDE                 PIC ZZZZZZ9.
003240 01  LIN-QUADRO-CAB.
003250     05  FILLER                  PIC X(42) VALUE
003260         "  PAR CONFERIDO".
003270     05  FILLER                  PIC X(48) VALUE
003280         "          LADO A          LADO B       DIFERENCA".
003290     05  FILLER                  PIC X(25) VALUE
003300         "     DOCS  SITUACAO".
003310 01  LIN-QUADRO.
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  LQ-NOME                 PIC X(40).
003340     05  LQ-VALOR-A              PIC -(12)9,99.
003350     05  LQ-VALOR-B              PIC -(12)9,99.
003360     05  LQ-DIFERENCA            PIC -(12)9,99.
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  LQ-QTDE                 PIC ZZZZZZ9.
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  LQ-SITUACAO             PIC X(14).
003410 01  LIN-VEREDITO                PIC X(60).
003420 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
003430 PROCEDURE DIVISION.
003440******************************************************************
003450*    0000-MAINLINE                                               *
003460******************************************************************
003470 0000-MAINLINE.
003480     DISPLAY "BALDIA - BALANCEAMENTO DIARIO ENTRE SUBSISTEMAS".
003490     DISPLAY "DATA DE NEGOCIO (AAMMDD, 0=HOJE) =>".
003500     ACCEPT W-DATA-NEGOCIO.
003510     IF W-DATA-NEGOCIO = ZERO
003520         ACCEPT W-DATA-NEGOCIO FROM DATE.
003530     MOVE "BALDIA" TO RCT-PROGRAMA.
003540     MOVE W-DATA-NEGOCIO TO RCT-DATA.
003550     MOVE "L" TO RCT-ACAO.
003560     CALL "RUNCTL" USING RCT-PARAMETROS.
003570     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003580     PERFORM 2000-NOTAS THRU 2000-EXIT.
003590     PERFORM 3000-BALCAO THRU 3000-EXIT.
003600     PERFORM 4000-SAIDAS THRU 4000-EXIT.
003610     PERFORM 5000-RECEBIMENTOS THRU 5000-EXIT.
003620     PERFORM 6000-FOLHA THRU 6000-EXIT.
003630     PERFORM 8000-QUADRO THRU 8000-EXIT.
003640     CLOSE REPBAL.
003650     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
003660     DISPLAY "BALDIA: NOTAS DO DIA.............: " W-QTDE-NOTAS.
003670     DISPLAY "BALDIA: RECEBIMENTOS DO DIA......: "
003680         W-QTDE-RECEBIMENTOS.
003690     DISPLAY "BALDIA: DOCUMENTOS COM DIFERENCA.: "
003700         W-QTDE-DIFERENCAS.
003710     DISPLAY "BALDIA: RELATORIO EM REPBAL, SPOOL " SPA-NUMERO.
003720     MOVE W-QTDE-DIFERENCAS TO RCT-REGISTROS.
003730     MOVE "F" TO RCT-ACAO.
003740     CALL "RUNCTL" USING RCT-PARAMETROS.
003750     IF W-QTDE-DIFERENCAS > ZERO
003760         MOVE 8 TO RETURN-CODE
003770     ELSE
003780         MOVE ZERO TO RETURN-CODE.
003790     GOBACK.
003800******************************************************************
003810*    1000-INICIALIZAR - DATA DE NEGOCIO POR EXTENSO, NOMES DOS   *
003820*    PARES E CABECALHO DO RELATORIO                              *
003830******************************************************************
003840 1000-INICIALIZAR.
003850     COMPUTE W-ANO-BAL = 2000 + W-DN-ANO.
003860     MOVE W-DN-MES TO W-MES-BAL.
003870     MOVE W-DN-DIA TO W-DIA-BAL.
003880     INITIALIZE TAB-PARES.
003890     MOVE "NOTAS DO DIA X TITULOS DO CRECEBER" TO TR-NOME(1).
003900     MOVE "ITENS DE BALCAO X RECEBIDO NO CAIXA" TO TR-NOME(2).
003910     MOVE "CUSTO NO PEDITEM X SAIDAS DO MOVESTQ" TO TR-NOME(3).
003920     MOVE "RECEBIMENTOS X TITULOS DO CPAGAR" TO TR-NOME(4).
003930     MOVE "LIQUIDO DO FOPAGTO X REMESSA CNAB" TO TR-NOME(5).
003940     MOVE "S" TO TR-CONFERIDO(1) TR-CONFERIDO(2) TR-CONFERIDO(3)
003950                 TR-CONFERIDO(4) TR-CONFERIDO(5).
003960     OPEN OUTPUT REPBAL.
003970     MOVE W-DIA-BAL TO LC1-DIA.
003980     MOVE W-MES-BAL TO LC1-MES.
003990     MOVE W-ANO-BAL TO LC1-ANO.
004000     WRITE REG-RELAT FROM LIN-CABEC1.
004010     WRITE REG-RELAT FROM LIN-BRANCO.
004020 1000-EXIT. EXIT.
004030******************************************************************
004040*    2000-NOTAS - CADA NOTA EMITIDA NO DIA DEVE TER NO CRECEBER  *
004050*    AS PARCELAS DO PEDIDO (CR-DOCUMENTO = PEDIDO X 100 +        *
004060*    PARCELA, COMO O CEP013 GRAVA) SOMANDO O TOTAL DA NOTA;      *
004070*    DEPOIS, TITULO NOVO DO DIA SEM NOTA DO DIA. NOTA CANCELADA  *
004080*    NAO TEM TITULO (O CEP049 EXCLUI AS PARCELAS) E FICA FORA;   *
004090*    PARCELA DE ACORDO (DOCUMENTO 9XXXXXXX, CEP069) NAO E VENDA E*
004100*    TAMBEM FICA FORA                                            *
004110******************************************************************
004120 2000-NOTAS.
004130     MOVE 1 TO W-PAR.
004140     MOVE "NOTAS DO DIA (NOTAREG) X TITULOS NOVOS DO CRECEBER"
004150         TO LS-TITULO.
004160     MOVE "VALOR DA NOTA" TO LCO-A.
004170     MOVE "TITULOS" TO LCO-B.
004180     PERFORM 9200-ABRIR-SECAO THRU 9200-EXIT.
004190     OPEN INPUT NOTAREG.
004200     IF NOT-STATUS NOT = "00"
004210         MOVE "NOTAREG AUSENTE - PAR NAO CONFERIDO" TO LA-TEXTO
004220         PERFORM 9300-NAO-CONFERIDO THRU 9300-EXIT
004230         GO TO 2000-FIM.
004240     OPEN INPUT CRECEBER.
004250     IF CRC-STATUS = "00"
004260         MOVE "S" TO W-CRECEBER-ABERTO.
004270     MOVE "N" TO W-EOF.
004280     MOVE LOW-VALUES TO NF-NUMERO.
004290     START NOTAREG KEY IS NOT LESS THAN NF-NUMERO
004300         INVALID KEY MOVE "S" TO W-EOF.
004310     PERFORM 2100-LER-NOTA THRU 2100-EXIT
004320         UNTIL W-EOF-SIM.
004330     CLOSE NOTAREG.
004340     IF W-CRECEBER-ABERTO-SIM
004350         PERFORM 2300-TITULOS-SEM-NOTA THRU 2300-EXIT
004360         CLOSE CRECEBER
004370         MOVE "N" TO W-CRECEBER-ABERTO.
004380     IF W-QTDE-CANCELADAS > ZERO
004390         MOVE "NOTAS CANCELADAS NO DIA (FORA DO PAR)" TO LA-TEXTO
004400         MOVE W-QTDE-CANCELADAS TO LA-QTDE
004410         WRITE REG-RELAT FROM LIN-AVISO.
004420 2000-FIM.
004430     PERFORM 9100-FECHAR-SECAO THRU 9100-EXIT.
004440 2000-EXIT. EXIT.
004450 2100-LER-NOTA.
004460     READ NOTAREG NEXT RECORD
004470         AT END
004480             MOVE "S" TO W-EOF
004490             GO TO 2100-EXIT.
004500     IF NF-EMI-DIA NOT = W-DIA-BAL
004510         OR NF-EMI-MES NOT = W-MES-BAL
004520         OR NF-EMI-ANO NOT = W-ANO-BAL
004530         GO TO 2100-EXIT.
004540     IF NOTA-CANCELADA
004550         ADD 1 TO W-QTDE-CANCELADAS
004560         GO TO 2100-EXIT.
004570     ADD 1 TO W-QTDE-NOTAS.
004580     IF W-QTDE-PEDIDOS < 2000
004590         ADD 1 TO W-QTDE-PEDIDOS
004600         MOVE NF-CODCLI        TO TPD-CODCLI(W-QTDE-PEDIDOS)
004610         MOVE NF-NUMERO-PEDIDO TO TPD-PEDIDO(W-QTDE-PEDIDOS)
004620     ELSE
004630         ADD 1 TO W-QTDE-EXCEDENTE.
004640     COMPUTE W-VALOR-A = NF-TOTAL-MERCADORIA + NF-TOTAL-FRETE
004650         + NF-TOTAL-ST.
004660     MOVE ZERO TO W-VALOR-TITULOS.
004670     MOVE ZERO TO W-QTDE-TITULOS.
004680     IF W-CRECEBER-ABERTO-SIM
004690         PERFORM 2110-SOMAR-TITULOS THRU 2110-EXIT.
004700     MOVE W-VALOR-TITULOS TO W-VALOR-B.
004710     ADD W-VALOR-A TO TR-VALOR-A(1).
004720     ADD W-VALOR-B TO TR-VALOR-B(1).
004730     IF W-VALOR-A = W-VALOR-B
004740         GO TO 2100-EXIT.
004750     IF W-QTDE-TITULOS = ZERO
004760         MOVE "NOTA SEM TITULO NO CRECEBER" TO W-SITUACAO
004770     ELSE
004780         MOVE "TITULOS NAO SOMAM A NOTA" TO W-SITUACAO.
004790     MOVE "NOTA"   TO LD-ROTULO-1.
004800     MOVE NF-NUMERO TO W-DOC-1.
004810     MOVE "PEDIDO" TO LD-ROTULO-2.
004820     MOVE NF-NUMERO-PEDIDO TO W-DOC-2.
004830     PERFORM 9400-IMPRIMIR-DIFERENCA THRU 9400-EXIT.
004840     PERFORM 2150-RASTREAR-TITULO THRU 2150-EXIT
004850         VARYING W-SUB FROM 1 BY 1
004860         UNTIL W-SUB > W-QTDE-TITULOS.
004870 2100-EXIT. EXIT.
004880******************************************************************
004890*    2110-SOMAR-TITULOS - PARCELAS DO PEDIDO DA NOTA NO CRECEBER *
004900******************************************************************
004910 2110-SOMAR-TITULOS.
004920     MOVE NF-CODCLI TO W-CODCLI-NOTA.
004930     COMPUTE W-DOC-INICIAL = NF-NUMERO-PEDIDO * 100 + 1.
004940     COMPUTE W-DOC-FINAL   = NF-NUMERO-PEDIDO * 100 + 99.
004950     MOVE W-CODCLI-NOTA TO CR-CODCLI.
004960     MOVE W-DOC-INICIAL TO CR-DOCUMENTO.
004970     MOVE "N" TO W-EOF-ITEM.
004980     START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
004990         INVALID KEY MOVE "S" TO W-EOF-ITEM.
005000     PERFORM 2120-LER-TITULO THRU 2120-EXIT
005010         UNTIL W-EOF-ITEM-SIM.
005020 2110-EXIT. EXIT.
005030 2120-LER-TITULO.
005040     READ CRECEBER NEXT RECORD
005050         AT END
005060             MOVE "S" TO W-EOF-ITEM
005070             GO TO 2120-EXIT.
005080     IF CR-CODCLI NOT = W-CODCLI-NOTA
005090         OR CR-DOCUMENTO > W-DOC-FINAL
005100         MOVE "S" TO W-EOF-ITEM
005110         GO TO 2120-EXIT.
005120     ADD CR-VALOR TO W-VALOR-TITULOS.
005130     IF W-QTDE-TITULOS < 99
005140         ADD 1 TO W-QTDE-TITULOS
005150         MOVE CR-DOCUMENTO TO TT-DOCUMENTO(W-QTDE-TITULOS)
005160         MOVE CR-VALOR     TO TT-VALOR(W-QTDE-TITULOS).
005170 2120-EXIT. EXIT.
005180 2150-RASTREAR-TITULO.
005190     MOVE "TITULO CRECEBER" TO LR-ROTULO.
005200     MOVE TT-DOCUMENTO(W-SUB) TO LR-DOC.
005210     MOVE TT-VALOR(W-SUB) TO LR-VALOR.
005220     MOVE SPACES TO LR-OBS.
005230     WRITE REG-RELAT FROM LIN-RASTRO.
005240 2150-EXIT. EXIT.
005250******************************************************************
005260*    2300-TITULOS-SEM-NOTA - PARCELA DE VENDA EMITIDA NO DIA CUJO*
005270*    PEDIDO NAO TEM NOTA EMITIDA NO DIA                          *
005280******************************************************************
005290 2300-TITULOS-SEM-NOTA.
005300     MOVE "N" TO W-EOF.
005310     MOVE LOW-VALUES TO CR-CHAVE.
005320     START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
005330         INVALID KEY MOVE "S" TO W-EOF.
005340     PERFORM 2310-LER-CRECEBER THRU 2310-EXIT
005350         UNTIL W-EOF-SIM.
005360 2300-EXIT. EXIT.
005370 2310-LER-CRECEBER.
005380     READ CRECEBER NEXT RECORD
005390         AT END
005400             MOVE "S" TO W-EOF
005410             GO TO 2310-EXIT.
005420     IF CR-EMI-DIA NOT = W-DIA-BAL
005430         OR CR-EMI-MES NOT = W-MES-BAL
005440         OR CR-EMI-ANO NOT = W-ANO-BAL
005450         OR CR-DOCUMENTO NOT < 90000000
005460         GO TO 2310-EXIT.
005470     DIVIDE CR-DOCUMENTO BY 100 GIVING W-PEDIDO-TITULO.
005480     MOVE "N" TO W-ACHOU.
005490     PERFORM 2320-PROCURAR-PEDIDO THRU 2320-EXIT
005500         VARYING W-SUB FROM 1 BY 1
005510         UNTIL W-SUB > W-QTDE-PEDIDOS
005520         OR W-ACHOU-SIM.
005530     IF W-ACHOU-SIM
005540         GO TO 2310-EXIT.
005550     MOVE ZERO TO W-VALOR-A.
005560     MOVE CR-VALOR TO W-VALOR-B.
005570     ADD W-VALOR-B TO TR-VALOR-B(1).
005580     MOVE "TITULO SEM NOTA NO DIA" TO W-SITUACAO.
005590     MOVE "TITULO" TO LD-ROTULO-1.
005600     MOVE CR-DOCUMENTO TO W-DOC-1.
005610     MOVE "CLIENTE" TO LD-ROTULO-2.
005620     MOVE CR-CODCLI TO W-DOC-2.
005630     PERFORM 9400-IMPRIMIR-DIFERENCA THRU 9400-EXIT.
005640 2310-EXIT. EXIT.
005650 2320-PROCURAR-PEDIDO.
005660     IF TPD-CODCLI(W-SUB) = CR-CODCLI
005670         AND TPD-PEDIDO(W-SUB) = W-PEDIDO-TITULO
005680         MOVE "S" TO W-ACHOU.
005690 2320-EXIT. EXIT.
005700******************************************************************
005710*    3000-BALCAO - VENDA A VISTA DO CEP063: SOMA DOS ITENS NO    *
005720*    CAIXAITM X SOMA DAS FORMAS DE PAGAMENTO NO CAIXAMOV, VENDA A*
005730*    VENDA. ARQUIVO AUSENTE = DIA SEM VENDA DE BALCAO            *
005740******************************************************************
005750 3000-BALCAO.
005760     MOVE 2 TO W-PAR.
005770     MOVE "VENDAS DE BALCAO - ITENS (CAIXAITM) X CAIXA (CAIXAMOV)"
005780         TO LS-TITULO.
005790     MOVE "ITENS VENDIDOS" TO LCO-A.
005800     MOVE "RECEBIDO" TO LCO-B.
005810     PERFORM 9200-ABRIR-SECAO THRU 9200-EXIT.
005820     OPEN INPUT CAIXAMOV.
005830     IF CXM-STATUS = "00"
005840         MOVE "N" TO W-EOF
005850         PERFORM 3100-LER-CAIXA THRU 3100-EXIT
005860             UNTIL W-EOF-SIM
005870         CLOSE CAIXAMOV.
005880     OPEN INPUT CAIXAITM.
005890     IF CXI-STATUS = "00"
005900         MOVE "N" TO W-EOF
005910         PERFORM 3200-LER-ITEM THRU 3200-EXIT
005920             UNTIL W-EOF-SIM
005930         CLOSE CAIXAITM.
005940     PERFORM 3300-CONFERIR-VENDA THRU 3300-EXIT
005950         VARYING W-IDX FROM 1 BY 1
005960         UNTIL W-IDX > W-QTDE-VENDAS.
005970     PERFORM 9100-FECHAR-SECAO THRU 9100-EXIT.
005980 3000-EXIT. EXIT.
005990 3100-LER-CAIXA.
006000     READ CAIXAMOV
006010         AT END
006020             MOVE "S" TO W-EOF
006030             GO TO 3100-EXIT.
006040     IF CX-DATA NOT = W-DATA-BAL
006050         GO TO 3100-EXIT.
006060     MOVE CX-NUMERO TO W-NUMERO-VENDA.
006070     PERFORM 3400-ACHAR-VENDA THRU 3400-EXIT.
006080     IF NOT W-ACHOU-SIM
006090         GO TO 3100-EXIT.
006100     IF TV-OPERADOR(W-IDX) = SPACES
006110         MOVE CX-OPERADOR TO TV-OPERADOR(W-IDX).
006120     ADD CX-VALOR TO TV-CAIXA(W-IDX).
006130 3100-EXIT. EXIT.
006140 3200-LER-ITEM.
006150     READ CAIXAITM
006160         AT END
006170             MOVE "S" TO W-EOF
006180             GO TO 3200-EXIT.
006190     IF CXI-DATA NOT = W-DATA-BAL
006200         GO TO 3200-EXIT.
006210     MOVE CXI-NUMERO TO W-NUMERO-VENDA.
006220     PERFORM 3400-ACHAR-VENDA THRU 3400-EXIT.
006230     IF NOT W-ACHOU-SIM
006240         GO TO 3200-EXIT.
006250     IF TV-OPERADOR(W-IDX) = SPACES
006260         MOVE CXI-OPERADOR TO TV-OPERADOR(W-IDX).
006270     ADD CXI-VALOR TO TV-ITENS(W-IDX).
006280 3200-EXIT. EXIT.
006290 3300-CONFERIR-VENDA.
006300     MOVE TV-ITENS(W-IDX) TO W-VALOR-A.
006310     MOVE TV-CAIXA(W-IDX) TO W-VALOR-B.
006320     ADD W-VALOR-A TO TR-VALOR-A(2).
006330     ADD W-VALOR-B TO TR-VALOR-B(2).
006340     IF W-VALOR-A = W-VALOR-B
006350         GO TO 3300-EXIT.
006360     IF W-VALOR-A = ZERO
006370         MOVE "VENDA SEM ITENS NO CAIXAITM" TO W-SITUACAO
006380     ELSE
006390         IF W-VALOR-B = ZERO
006400             MOVE "VENDA SEM RECEBIMENTO" TO W-SITUACAO
006410         ELSE
006420             MOVE "PAGAMENTO NAO SOMA OS ITENS" TO W-SITUACAO.
006430     MOVE "VENDA" TO LD-ROTULO-1.
006440     MOVE TV-NUMERO(W-IDX) TO W-DOC-1.
006450     MOVE "OPERADOR" TO LD-ROTULO-2.
006460     MOVE TV-OPERADOR(W-IDX) TO W-DOC-2.
006470     PERFORM 9400-IMPRIMIR-DIFERENCA THRU 9400-EXIT.
006480 3300-EXIT. EXIT.
006490******************************************************************
006500*    3400-ACHAR-VENDA - POSICAO DA VENDA W-NUMERO-VENDA NA TABELA*
006510*    (W-IDX), INCLUINDO A VENDA NOVA                             *
006520******************************************************************
006530 3400-ACHAR-VENDA.
006540     MOVE "N" TO W-ACHOU.
006550     PERFORM 3410-COMPARAR-VENDA THRU 3410-EXIT
006560         VARYING W-SUB FROM 1 BY 1
006570         UNTIL W-SUB > W-QTDE-VENDAS
006580         OR W-ACHOU-SIM.
006590     IF W-ACHOU-SIM
006600         GO TO 3400-EXIT.
006610     IF W-QTDE-VENDAS NOT < 2000
006620         ADD 1 TO W-QTDE-EXCEDENTE
006630         GO TO 3400-EXIT.
006640     ADD 1 TO W-QTDE-VENDAS.
006650     MOVE W-QTDE-VENDAS TO W-IDX.
006660     MOVE W-NUMERO-VENDA TO TV-NUMERO(W-IDX).
006670     MOVE SPACES    TO TV-OPERADOR(W-IDX).
006680     MOVE ZERO      TO TV-ITENS(W-IDX) TV-CAIXA(W-IDX).
006690     MOVE "S" TO W-ACHOU.
006700 3400-EXIT. EXIT.
006710 3410-COMPARAR-VENDA.
006720     IF TV-NUMERO(W-SUB) = W-NUMERO-VENDA
006730         MOVE W-SUB TO W-IDX
006740         MOVE "S" TO W-ACHOU.
006750 3410-EXIT. EXIT.
006760******************************************************************
006770*    4000-SAIDAS - CADA ITEM DAS NOTAS DO DIA DEVE TER A SAIDA   *
006780*    "S" DO MESMO PRODUTO E QUANTIDADE NO MOVESTQ, PELO VALOR DO *
006790*    CUSTO CAPTURADO NO PEDITEM. SAIDAS QUE SOBRAM SAO DE OUTRAS *
006800*    ORIGENS (BALCAO, KIT, DEVOLUCAO DE COMPRA) E SO SAO CONTADAS*
006810******************************************************************
006820 4000-SAIDAS.
006830     MOVE 3 TO W-PAR.
006840     MOVE "CUSTO DOS ITENS FATURADOS (PEDITEM) X SAIDAS MOVESTQ"
006850         TO LS-TITULO.
006860     MOVE "CUSTO PEDITEM" TO LCO-A.
006870     MOVE "SAIDA MOVESTQ" TO LCO-B.
006880     PERFORM 9200-ABRIR-SECAO THRU 9200-EXIT.
006890     OPEN INPUT MOVESTQ.
006900     IF MOV-STATUS NOT = "00"
006910         MOVE "MOVESTQ AUSENTE - PAR NAO CONFERIDO" TO LA-TEXTO
006920         PERFORM 9300-NAO-CONFERIDO THRU 9300-EXIT
006930         GO TO 4000-FIM.
006940     MOVE "N" TO W-EOF.
006950     PERFORM 4100-CARREGAR-SAIDA THRU 4100-EXIT
006960         UNTIL W-EOF-SIM.
006970     CLOSE MOVESTQ.
006980     OPEN INPUT PEDITEM.
006990     IF ITM-STATUS NOT = "00"
007000         MOVE "PEDITEM AUSENTE - PAR NAO CONFERIDO" TO LA-TEXTO
007010         PERFORM 9300-NAO-CONFERIDO THRU 9300-EXIT
007020         GO TO 4000-FIM.
007030     OPEN INPUT NOTAREG.
007040     IF NOT-STATUS NOT = "00"
007050         CLOSE PEDITEM
007060         MOVE "NOTAREG AUSENTE - PAR NAO CONFERIDO" TO LA-TEXTO
007070         PERFORM 9300-NAO-CONFERIDO THRU 9300-EXIT
007080         GO TO 4000-FIM.
007090     MOVE "N" TO W-EOF.
007100     MOVE LOW-VALUES TO NF-NUMERO.
007110     START NOTAREG KEY IS NOT LESS THAN NF-NUMERO
007120         INVALID KEY MOVE "S" TO W-EOF.
007130     PERFORM 4200-LER-NOTA THRU 4200-EXIT
007140         UNTIL W-EOF-SIM.
007150     CLOSE NOTAREG PEDITEM.
007160     PERFORM 4400-CONTAR-SOBRA THRU 4400-EXIT
007170         VARYING W-IDX FROM 1 BY 1
007180         UNTIL W-IDX > W-QTDE-SAIDAS.
007190     MOVE "ITENS FATURADOS NO DIA" TO LA-TEXTO.
007200     MOVE W-QTDE-ITENS TO LA-QTDE.
007210     WRITE REG-RELAT FROM LIN-AVISO.
007220     MOVE "SAIDAS DE OUTRAS ORIGENS (BALCAO, KIT, DEVOLUCAO)"
007230         TO LA-TEXTO.
007240     MOVE W-QTDE-OUTRAS-SAIDAS TO LA-QTDE.
007250     WRITE REG-RELAT FROM LIN-AVISO.
007260 4000-FIM.
007270     PERFORM 9100-FECHAR-SECAO THRU 9100-EXIT.
007280 4000-EXIT. EXIT.
007290 4100-CARREGAR-SAIDA.
007300     READ MOVESTQ
007310         AT END
007320             MOVE "S" TO W-EOF
007330             GO TO 4100-EXIT.
007340     IF NOT MOV-SAIDA
007350         OR MOV-CODDEPC NOT = ZERO
007360         OR MOV-DIA NOT = W-DIA-BAL
007370         OR MOV-MES NOT = W-MES-BAL
007380         OR MOV-ANO NOT = W-ANO-BAL
007390         GO TO 4100-EXIT.
007400     IF W-QTDE-SAIDAS NOT < 3000
007410         ADD 1 TO W-QTDE-EXCEDENTE
007420         GO TO 4100-EXIT.
007430     ADD 1 TO W-QTDE-SAIDAS.
007440     MOVE MOV-CODPROD    TO TS-CODPROD(W-QTDE-SAIDAS).
007450     MOVE MOV-QUANTIDADE TO TS-QUANTIDADE(W-QTDE-SAIDAS).
007460     COMPUTE TS-VALOR(W-QTDE-SAIDAS) = MOV-PRECO * MOV-QUANTIDADE.
007470     MOVE "N" TO TS-USADA(W-QTDE-SAIDAS).
007480 4100-EXIT. EXIT.
007490 4200-LER-NOTA.
007500     READ NOTAREG NEXT RECORD
007510         AT END
007520             MOVE "S" TO W-EOF
007530             GO TO 4200-EXIT.
007540     IF NF-EMI-DIA NOT = W-DIA-BAL
007550         OR NF-EMI-MES NOT = W-MES-BAL
007560         OR NF-EMI-ANO NOT = W-ANO-BAL
007570         OR NOT NOTA-EMITIDA
007580         GO TO 4200-EXIT.
007590     MOVE NF-NUMERO        TO W-NUMERO-NOTA.
007600     MOVE NF-NUMERO-PEDIDO TO W-PEDIDO-NOTA.
007610     MOVE W-PEDIDO-NOTA TO PVI-NUMERO.
007620     MOVE ZERO TO PVI-SEQ.
007630     MOVE "N" TO W-EOF-ITEM.
007640     START PEDITEM KEY IS NOT LESS THAN PVI-CHAVE
007650         INVALID KEY MOVE "S" TO W-EOF-ITEM.
007660     PERFORM 4210-LER-ITEM THRU 4210-EXIT
007670         UNTIL W-EOF-ITEM-SIM.
007680 4200-EXIT. EXIT.
007690 4210-LER-ITEM.
007700     READ PEDITEM NEXT RECORD
007710         AT END
007720             MOVE "S" TO W-EOF-ITEM
007730             GO TO 4210-EXIT.
007740     IF PVI-NUMERO NOT = W-PEDIDO-NOTA
007750         MOVE "S" TO W-EOF-ITEM
007760         GO TO 4210-EXIT.
007770     ADD 1 TO W-QTDE-ITENS.
007780     COMPUTE W-VALOR-A = PVI-CUSTO * PVI-QUANTIDADE.
007790     MOVE ZERO TO W-VALOR-B.
007800     MOVE "N" TO W-ACHOU.
007810     PERFORM 4220-CASAR-SAIDA THRU 4220-EXIT
007820         VARYING W-SUB FROM 1 BY 1
007830         UNTIL W-SUB > W-QTDE-SAIDAS
007840         OR W-ACHOU-SIM.
007850     ADD W-VALOR-A TO TR-VALOR-A(3).
007860     ADD W-VALOR-B TO TR-VALOR-B(3).
007870     IF W-ACHOU-SIM AND W-VALOR-A = W-VALOR-B
007880         GO TO 4210-EXIT.
007890     IF W-ACHOU-SIM
007900         MOVE "CUSTO DA SAIDA DIFERENTE" TO W-SITUACAO
007910     ELSE
007920         MOVE "ITEM SEM SAIDA NO MOVESTQ" TO W-SITUACAO.
007930     MOVE "NOTA" TO LD-ROTULO-1.
007940     MOVE W-NUMERO-NOTA TO W-DOC-1.
007950     MOVE "PRODUTO" TO LD-ROTULO-2.
007960     MOVE PVI-CODPROD TO W-DOC-2.
007970     PERFORM 9400-IMPRIMIR-DIFERENCA THRU 9400-EXIT.
007980     MOVE "PEDIDO/ITEM" TO LR-ROTULO.
007990     MOVE SPACES TO LR-DOC.
008000     STRING PVI-NUMERO "/" PVI-SEQ
008010         DELIMITED BY SIZE INTO LR-DOC.
008020     MOVE PVI-CUSTO TO LR-VALOR.
008030     MOVE SPACES TO LR-OBS.
008040     STRING "CUSTO UNITARIO, QUANTIDADE " PVI-QUANTIDADE
008050         DELIMITED BY SIZE INTO LR-OBS.
008060     WRITE REG-RELAT FROM LIN-RASTRO.
008070 4210-EXIT. EXIT.
008080 4220-CASAR-SAIDA.
008090     IF TS-USADA(W-SUB) = "N"
008100         AND TS-CODPROD(W-SUB) = PVI-CODPROD
008110         AND TS-QUANTIDADE(W-SUB) = PVI-QUANTIDADE
008120         MOVE "S" TO TS-USADA(W-SUB)
008130         MOVE TS-VALOR(W-SUB) TO W-VALOR-B
008140         MOVE "S" TO W-ACHOU.
008150 4220-EXIT. EXIT.
008160 4400-CONTAR-SOBRA.
008170     IF TS-USADA(W-IDX) = "N"
008180         ADD 1 TO W-QTDE-OUTRAS-SAIDAS.
008190 4400-EXIT. EXIT.
008200******************************************************************
008210*    5000-RECEBIMENTOS - RECEBIMENTO LIBERADO NO NFENTRA DEVE TER*
008220*    O TITULO DO CPAGAR (FORNECEDOR + DOCUMENTO) PELO VALOR      *
008230*    RECEBIDO. O BLOQUEADO AGUARDA A APROVACAO "RD" E O REJEITADO*
008240*    NAO GERA TITULO: AMBOS SO SAO LISTADOS/CONTADOS, FORA DOS   *
008250*    TOTAIS                                                      *
008260******************************************************************
008270 5000-RECEBIMENTOS.
008280     MOVE 4 TO W-PAR.
008290     MOVE "RECEBIMENTOS DO CEP016 (NFENTRA) X TITULOS DO CPAGAR"
008300         TO LS-TITULO.
008310     MOVE "RECEBIDO" TO LCO-A.
008320     MOVE "TITULO CPAGAR" TO LCO-B.
008330     PERFORM 9200-ABRIR-SECAO THRU 9200-EXIT.
008340     OPEN INPUT NFENTRA.
008350     IF NFE-STATUS NOT = "00"
008360         MOVE "NFENTRA AUSENTE - PAR NAO CONFERIDO" TO LA-TEXTO
008370         PERFORM 9300-NAO-CONFERIDO THRU 9300-EXIT
008380         GO TO 5000-FIM.
008390     OPEN INPUT CPAGAR.
008400     IF CPG-STATUS = "00"
008410         MOVE "S" TO W-CPAGAR-ABERTO.
008420     MOVE "N" TO W-EOF.
008430     MOVE LOW-VALUES TO NE-CHAVE.
008440     START NFENTRA KEY IS NOT LESS THAN NE-CHAVE
008450         INVALID KEY MOVE "S" TO W-EOF.
008460     PERFORM 5100-LER-RECEBIMENTO THRU 5100-EXIT
008470         UNTIL W-EOF-SIM.
008480     CLOSE NFENTRA.
008490     IF W-CPAGAR-ABERTO-SIM
008500         CLOSE CPAGAR
008510         MOVE "N" TO W-CPAGAR-ABERTO.
008520     IF W-QTDE-BLOQUEADOS > ZERO
008530         MOVE "BLOQUEADOS AGUARDANDO APROVACAO (FORA DO PAR)"
008540             TO LA-TEXTO
008550         MOVE W-QTDE-BLOQUEADOS TO LA-QTDE
008560         WRITE REG-RELAT FROM LIN-AVISO.
008570     IF W-QTDE-REJEITADOS > ZERO
008580         MOVE "REJEITADOS NA APROVACAO, SEM TITULO (FORA DO PAR)"
008590             TO LA-TEXTO
008600         MOVE W-QTDE-REJEITADOS TO LA-QTDE
008610         WRITE REG-RELAT FROM LIN-AVISO.
008620 5000-FIM.
008630     PERFORM 9100-FECHAR-SECAO THRU 9100-EXIT.
008640 5000-EXIT. EXIT.
008650 5100-LER-RECEBIMENTO.
008660     READ NFENTRA NEXT RECORD
008670         AT END
008680             MOVE "S" TO W-EOF
008690             GO TO 5100-EXIT.
008700     IF NE-REC-DIA NOT = W-DIA-BAL
008710         OR NE-REC-MES NOT = W-MES-BAL
008720         OR NE-REC-ANO NOT = W-ANO-BAL
008730         GO TO 5100-EXIT.
008740     ADD 1 TO W-QTDE-RECEBIMENTOS.
008750     IF NE-REJEITADO
008760         ADD 1 TO W-QTDE-REJEITADOS
008770         GO TO 5100-EXIT.
008780     IF NE-BLOQUEADO
008790         ADD 1 TO W-QTDE-BLOQUEADOS
008800         MOVE "BLOQUEADO" TO LR-ROTULO
008810         MOVE SPACES TO LR-DOC
008820         STRING NE-NUMERO "/" NE-SEQ
008830             DELIMITED BY SIZE INTO LR-DOC
008840         MOVE NE-VALOR TO LR-VALOR
008850         MOVE SPACES TO LR-OBS
008860         STRING "AGUARDA APROVACAO " NE-NUM-APROV
008870             DELIMITED BY SIZE INTO LR-OBS
008880         WRITE REG-RELAT FROM LIN-RASTRO
008890         GO TO 5100-EXIT.
008900     MOVE NE-VALOR TO W-VALOR-A.
008910     MOVE ZERO TO W-VALOR-B.
008920     MOVE "N" TO W-ACHOU.
008930     IF W-CPAGAR-ABERTO-SIM
008940         MOVE NE-CODFORN   TO CP-CODFORN
008950         MOVE NE-DOCUMENTO TO CP-DOCUMENTO
008960         READ CPAGAR
008970             INVALID KEY
008980                 CONTINUE
008990             NOT INVALID KEY
009000                 MOVE CP-VALOR TO W-VALOR-B
009010                 MOVE "S" TO W-ACHOU
009020         END-READ.
009030     ADD W-VALOR-A TO TR-VALOR-A(4).
009040     ADD W-VALOR-B TO TR-VALOR-B(4).
009050     IF W-ACHOU-SIM AND W-VALOR-A = W-VALOR-B
009060         GO TO 5100-EXIT.
009070     IF W-ACHOU-SIM
009080         MOVE "VALOR DO TITULO DIFERENTE" TO W-SITUACAO
009090     ELSE
009100         MOVE "TITULO AUSENTE DO CPAGAR" TO W-SITUACAO.
009110     MOVE "RECEB." TO LD-ROTULO-1.
009120     MOVE SPACES TO W-DOC-1.
009130     STRING NE-NUMERO "/" NE-SEQ
009140         DELIMITED BY SIZE INTO W-DOC-1.
009150     MOVE "FORN/DOC" TO LD-ROTULO-2.
009160     MOVE SPACES TO W-DOC-2.
009170     STRING NE-CODFORN "/" NE-DOCUMENTO
009180         DELIMITED BY SIZE INTO W-DOC-2.
009190     PERFORM 9400-IMPRIMIR-DIFERENCA THRU 9400-EXIT.
009200 5100-EXIT. EXIT.
009210******************************************************************
009220*    6000-FOLHA - SO HA O QUE CONFERIR QUANDO O CNABREM E UMA    *
009230*    REMESSA DE SALARIO GERADA NA DATA DE NEGOCIO: CADA CREDITO X*
009240*    LIQUIDO DO FUNCIONARIO NO FOPAGTO DA MESMA COMPETENCIA E    *
009250*    TIPO DE FOLHA (HEADER ANTIGO SEM TIPO = MENSAL), O TRAILER X*
009260*    SOMA DOS CREDITOS E, NO FIM, O LIQUIDO QUE FICOU FORA DA    *
009270*    REMESSA                                                     *
009280******************************************************************
009290 6000-FOLHA.
009300     MOVE 5 TO W-PAR.
009310     MOVE "LIQUIDO DO FOPAGTO X REMESSA CNAB DE SALARIO (CNABREM)"
009320         TO LS-TITULO.
009330     MOVE "LIQUIDO FOPAGTO" TO LCO-A.
009340     MOVE "CREDITO REMESSA" TO LCO-B.
009350     PERFORM 9200-ABRIR-SECAO THRU 9200-EXIT.
009360     OPEN INPUT CNABREM.
009370     IF REM-STATUS NOT = "00"
009380         MOVE "CNABREM AUSENTE - PAR NAO CONFERIDO" TO LA-TEXTO
009390         PERFORM 9300-NAO-CONFERIDO THRU 9300-EXIT
009400         GO TO 6000-FIM.
009410     MOVE SPACES TO CNAB-HEADER.
009420     READ CNABREM
009430         AT END CONTINUE.
009440     IF CH-TIPO NOT = "0"
009450         OR CH-LITERAL NOT = "REMESSA SALARIO"
009460         OR CH-DATA NOT = W-DATA-NEGOCIO
009470         CLOSE CNABREM
009480         MOVE "SEM REMESSA DE SALARIO NO DIA - PAR NAO CONFERIDO"
009490             TO LA-TEXTO
009500         PERFORM 9300-NAO-CONFERIDO THRU 9300-EXIT
009510         GO TO 6000-FIM.
009520     MOVE CH-TIPO-FOLHA TO W-TIPO-REMESSA.
009530     IF W-TIPO-REMESSA = SPACE
009540         MOVE "M" TO W-TIPO-REMESSA.
009550     OPEN INPUT FOPAGTO.
009560     IF PAG-STATUS = "00"
009570         MOVE "N" TO W-EOF
009580         PERFORM 6100-CARREGAR-FOLHA THRU 6100-EXIT
009590             UNTIL W-EOF-SIM
009600         CLOSE FOPAGTO.
009610     MOVE ZERO TO W-SOMA-REMESSA.
009620     MOVE "N" TO W-EOF.
009630     PERFORM 6200-LER-CREDITO THRU 6200-EXIT
009640         UNTIL W-EOF-SIM.
009650     CLOSE CNABREM.
009660     PERFORM 6300-FORA-DA-REMESSA THRU 6300-EXIT
009670         VARYING W-IDX FROM 1 BY 1
009680         UNTIL W-IDX > W-QTDE-FOLHA.
009690     MOVE "CREDITOS NA REMESSA" TO LA-TEXTO.
009700     MOVE W-QTDE-CREDITOS TO LA-QTDE.
009710     WRITE REG-RELAT FROM LIN-AVISO.
009720 6000-FIM.
009730     PERFORM 9100-FECHAR-SECAO THRU 9100-EXIT.
009740 6000-EXIT. EXIT.
009750 6100-CARREGAR-FOLHA.
009760     READ FOPAGTO
009770         AT END
009780             MOVE "S" TO W-EOF
009790             GO TO 6100-EXIT.
009800     IF PAG-COMP-ANO NOT = CH-COMP-ANO
009810         OR PAG-COMP-MES NOT = CH-COMP-MES
009820         OR PAG-TIPO-FOLHA NOT = W-TIPO-REMESSA
009830         GO TO 6100-EXIT.
009840     IF W-QTDE-FOLHA NOT < 3000
009850         ADD 1 TO W-QTDE-EXCEDENTE
009860         GO TO 6100-EXIT.
009870     ADD 1 TO W-QTDE-FOLHA.
009880     MOVE PAG-CODFUNC TO TF-CODFUNC(W-QTDE-FOLHA).
009890     MOVE PAG-LIQUIDO TO TF-LIQUIDO(W-QTDE-FOLHA).
009900     MOVE "N"         TO TF-USADO(W-QTDE-FOLHA).
009910 6100-EXIT. EXIT.
009920 6200-LER-CREDITO.
009930     READ CNABREM
009940         AT END
009950             MOVE "S" TO W-EOF
009960             GO TO 6200-EXIT.
009970     IF CD-TIPO = "9"
009980         PERFORM 6250-CONFERIR-TRAILER THRU 6250-EXIT
009990         GO TO 6200-EXIT.
010000     IF CD-TIPO NOT = "1"
010010         GO TO 6200-EXIT.
010020     ADD 1 TO W-QTDE-CREDITOS.
010030     ADD CD-VALOR TO W-SOMA-REMESSA.
010040     MOVE CD-VALOR TO W-VALOR-B.
010050     MOVE ZERO TO W-VALOR-A.
010060     MOVE "N" TO W-ACHOU.
010070     PERFORM 6210-CASAR-FOLHA THRU 6210-EXIT
010080         VARYING W-SUB FROM 1 BY 1
010090         UNTIL W-SUB > W-QTDE-FOLHA
010100         OR W-ACHOU-SIM.
010110     ADD W-VALOR-A TO TR-VALOR-A(5).
010120     ADD W-VALOR-B TO TR-VALOR-B(5).
010130     IF W-ACHOU-SIM AND W-VALOR-A = W-VALOR-B
010140         GO TO 6200-EXIT.
010150     IF W-ACHOU-SIM
010160         MOVE "CREDITO DIFERENTE DO LIQUIDO" TO W-SITUACAO
010170     ELSE
010180         MOVE "CREDITO SEM FOLHA NO FOPAGTO" TO W-SITUACAO.
010190     MOVE "FUNC." TO LD-ROTULO-1.
010200     MOVE CD-CODFUNC TO W-DOC-1.
010210     MOVE "NOME" TO LD-ROTULO-2.
010220     MOVE CD-NOME TO W-DOC-2.
010230     PERFORM 9400-IMPRIMIR-DIFERENCA THRU 9400-EXIT.
010240 6200-EXIT. EXIT.
010250 6210-CASAR-FOLHA.
010260     IF TF-USADO(W-SUB) = "N"
010270         AND TF-CODFUNC(W-SUB) = CD-CODFUNC
010280         MOVE "S" TO TF-USADO(W-SUB)
010290         MOVE TF-LIQUIDO(W-SUB) TO W-VALOR-A
010300         MOVE "S" TO W-ACHOU.
010310 6210-EXIT. EXIT.
010320 6250-CONFERIR-TRAILER.
010330     IF CT-TOTAL = W-SOMA-REMESSA
010340         GO TO 6250-EXIT.
010350     MOVE W-SOMA-REMESSA TO W-VALOR-A.
010360     MOVE CT-TOTAL TO W-VALOR-B.
010370     MOVE "TRAILER NAO SOMA OS CREDITOS" TO W-SITUACAO.
010380     MOVE "TRAILER" TO LD-ROTULO-1.
010390     MOVE CT-QTDE TO W-DOC-1.
010400     MOVE SPACES TO LD-ROTULO-2.
010410     MOVE SPACES TO W-DOC-2.
010420     PERFORM 9400-IMPRIMIR-DIFERENCA THRU 9400-EXIT.
010430 6250-EXIT. EXIT.
010440 6300-FORA-DA-REMESSA.
010450     IF TF-USADO(W-IDX) = "S"
010460         OR TF-LIQUIDO(W-IDX) = ZERO
010470         GO TO 6300-EXIT.
010480     MOVE TF-LIQUIDO(W-IDX) TO W-VALOR-A.
010490     MOVE ZERO TO W-VALOR-B.
010500     ADD W-VALOR-A TO TR-VALOR-A(5).
010510     MOVE "LIQUIDO FORA DA REMESSA" TO W-SITUACAO.
010520     MOVE "FUNC." TO LD-ROTULO-1.
010530     MOVE TF-CODFUNC(W-IDX) TO W-DOC-1.
010540     MOVE "FOLHA" TO LD-ROTULO-2.
010550     MOVE SPACES TO W-DOC-2.
010560     STRING CH-COMP-MES "/" CH-COMP-ANO " " W-TIPO-REMESSA
010570         DELIMITED BY SIZE INTO W-DOC-2.
010580     PERFORM 9400-IMPRIMIR-DIFERENCA THRU 9400-EXIT.
010590 6300-EXIT. EXIT.
010600******************************************************************
010610*    8000-QUADRO - TOTAIS DE CONTROLE DE CADA PAR, A LINHA DAS   *
010620*    VENDAS DO DIA (NOTAS + BALCAO X TITULOS + CAIXA) E O        *
010630*    VEREDITO                                                    *
010640******************************************************************
010650 8000-QUADRO.
010660     WRITE REG-RELAT FROM LIN-BRANCO.
010670     MOVE "QUADRO DE CONTROLE" TO REG-RELAT.
010680     WRITE REG-RELAT.
010690     WRITE REG-RELAT FROM LIN-QUADRO-CAB.
010700     PERFORM 8100-LINHA-PAR THRU 8100-EXIT
010710         VARYING W-IDX FROM 1 BY 1
010720         UNTIL W-IDX > 5.
010730     MOVE "VENDAS DO DIA (NOTAS+BALCAO X TIT.+CAIXA)" TO LQ-NOME.
010740     COMPUTE W-VALOR-A = TR-VALOR-A(1) + TR-VALOR-A(2).
010750     COMPUTE W-VALOR-B = TR-VALOR-B(1) + TR-VALOR-B(2).
010760     MOVE W-VALOR-A TO LQ-VALOR-A.
010770     MOVE W-VALOR-B TO LQ-VALOR-B.
010780     COMPUTE LQ-DIFERENCA = W-VALOR-A - W-VALOR-B.
010790     COMPUTE LQ-QTDE = TR-QTDE-DIF(1) + TR-QTDE-DIF(2).
010800     IF W-VALOR-A = W-VALOR-B
010810         AND TR-QTDE-DIF(1) = ZERO AND TR-QTDE-DIF(2) = ZERO
010820         MOVE "BATE" TO LQ-SITUACAO
010830     ELSE
010840         MOVE "NAO BATE" TO LQ-SITUACAO.
010850     WRITE REG-RELAT FROM LIN-QUADRO.
010860     IF W-QTDE-EXCEDENTE > ZERO
010870         MOVE "REGISTROS ALEM DAS TABELAS (NAO CONFERIDOS)"
010880             TO LA-TEXTO
010890         MOVE W-QTDE-EXCEDENTE TO LA-QTDE
010900         WRITE REG-RELAT FROM LIN-AVISO.
010910     WRITE REG-RELAT FROM LIN-BRANCO.
010920     IF W-QTDE-DIFERENCAS = ZERO
010930         MOVE "TODOS OS PARES CONFERIDOS BATEM" TO LIN-VEREDITO
010940     ELSE
010950         MOVE "EXISTEM PARES QUE NAO BATEM - VER SECOES ACIMA"
010960             TO LIN-VEREDITO.
010970     WRITE REG-RELAT FROM LIN-VEREDITO.
010980 8000-EXIT. EXIT.
010990 8100-LINHA-PAR.
011000     MOVE TR-NOME(W-IDX)    TO LQ-NOME.
011010     MOVE TR-VALOR-A(W-IDX) TO LQ-VALOR-A.
011020     MOVE TR-VALOR-B(W-IDX) TO LQ-VALOR-B.
011030     COMPUTE LQ-DIFERENCA = TR-VALOR-A(W-IDX) - TR-VALOR-B(W-IDX).
011040     MOVE TR-QTDE-DIF(W-IDX) TO LQ-QTDE.
011050     IF TR-CONFERIDO(W-IDX) = "N"
011060         MOVE "NAO CONFERIDO" TO LQ-SITUACAO
011070     ELSE
011080         IF TR-QTDE-DIF(W-IDX) = ZERO
011090             MOVE "BATE" TO LQ-SITUACAO
011100         ELSE
011110             MOVE "NAO BATE" TO LQ-SITUACAO.
011120     WRITE REG-RELAT FROM LIN-QUADRO.
011130 8100-EXIT. EXIT.
011140******************************************************************
011150*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA O*
011160*    SPLREP REIMPRIMIR                                           *
011170******************************************************************
011180 9000-ESPOLAR.
011190     MOVE "I" TO SPA-ACAO.
011200     MOVE "BALDIA" TO SPA-PROGRAMA.
011210     MOVE SPACES TO SPA-OPERADOR.
011220     MOVE SPACES TO SPA-PARAMS.
011230     STRING "DIA " W-DATA-NEGOCIO
011240         DELIMITED BY SIZE INTO SPA-PARAMS.
011250     CALL "SPL000" USING SPL-PARAMETROS-AREA.
011260     OPEN INPUT REPBAL.
011270     IF REL-STATUS NOT = "00"
011280         GO TO 9000-FIM.
011290     MOVE "N" TO W-EOF-SPL.
011300     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
011310         UNTIL W-EOF-SPL-SIM.
011320     CLOSE REPBAL.
011330 9000-FIM.
011340     MOVE "F" TO SPA-ACAO.
011350     CALL "SPL000" USING SPL-PARAMETROS-AREA.
011360 9000-EXIT. EXIT.
011370 9010-ESPOLAR-LER.
011380     READ REPBAL
011390         AT END MOVE "S" TO W-EOF-SPL.
011400     IF NOT W-EOF-SPL-SIM
011410         MOVE "L" TO SPA-ACAO
011420         MOVE REG-RELAT TO SPA-LINHA
011430         CALL "SPL000" USING SPL-PARAMETROS-AREA.
011440 9010-EXIT. EXIT.
011450******************************************************************
011460*    9100-FECHAR-SECAO - TOTAIS DE CONTROLE DO PAR W-PAR (OU A   *
011470*    LINHA DE PAR QUE BATE)                                      *
011480******************************************************************
011490 9100-FECHAR-SECAO.
011500     IF TR-CONFERIDO(W-PAR) = "N"
011510         GO TO 9100-EXIT.
011520     IF TR-QTDE-DIF(W-PAR) = ZERO
011530         MOVE "NENHUMA DIFERENCA - PAR BATE" TO LA-TEXTO
011540         MOVE ZERO TO LA-QTDE
011550         WRITE REG-RELAT FROM LIN-AVISO.
011560     MOVE TR-VALOR-A(W-PAR) TO LT-VALOR-A.
011570     MOVE TR-VALOR-B(W-PAR) TO LT-VALOR-B.
011580     COMPUTE LT-DIFERENCA = TR-VALOR-A(W-PAR) - TR-VALOR-B(W-PAR).
011590     MOVE TR-QTDE-DIF(W-PAR) TO LT-QTDE.
011600     WRITE REG-RELAT FROM LIN-TOTAL-SECAO.
011610     WRITE REG-RELAT FROM LIN-BRANCO.
011620 9100-EXIT. EXIT.
011630 9200-ABRIR-SECAO.
011640     MOVE W-PAR TO LS-PAR.
011650     WRITE REG-RELAT FROM LIN-SECAO.
011660     WRITE REG-RELAT FROM LIN-COLUNAS.
011670 9200-EXIT. EXIT.
011680 9300-NAO-CONFERIDO.
011690     MOVE "N" TO TR-CONFERIDO(W-PAR).
011700     MOVE ZERO TO LA-QTDE.
011710     WRITE REG-RELAT FROM LIN-AVISO.
011720     WRITE REG-RELAT FROM LIN-BRANCO.
011730 9300-EXIT. EXIT.
011740******************************************************************
011750*    9400-IMPRIMIR-DIFERENCA - LINHA DO DOCUMENTO COM DIFERENCA  *
011760*    NO PAR W-PAR (W-VALOR-A, W-VALOR-B, W-DOC-1/2, W-SITUACAO)  *
011770******************************************************************
011780 9400-IMPRIMIR-DIFERENCA.
011790     ADD 1 TO TR-QTDE-DIF(W-PAR).
011800     ADD 1 TO W-QTDE-DIFERENCAS.
011810     MOVE W-DOC-1      TO LD-DOC-1.
011820     MOVE W-DOC-2      TO LD-DOC-2.
011830     MOVE W-VALOR-A    TO LD-VALOR-A.
011840     MOVE W-VALOR-B    TO LD-VALOR-B.
011850     COMPUTE LD-DIFERENCA = W-VALOR-A - W-VALOR-B.
011860     MOVE W-SITUACAO   TO LD-SITUACAO.
011870     WRITE REG-RELAT FROM LIN-DET.
011880 9400-EXIT. EXIT.
