000010******************************************************************
000020* PROGRAM-ID : SODCONF                                           *
000030* AUTHOR     : BRUNO HARNIK                                      *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME            *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070* PURPOSE    : RELATORIO PERIODICO DE CONFLITOS DE SEGREGACAO DE *
000080*              FUNCOES (REGRAS DO SODREGRA, MANTIDAS NO SODCAD). *
000090*              SECAO 1: MONTA PELO SORT QUEM FEZ CADA ACAO EM    *
000100*              CADA DOCUMENTO - GERACAO E APROVACAO DO PEDIDO    *
000110*              (PEDCOMPRA), RECEBIMENTO (NFENTRA), APROVACAO DO  *
000120*              RECEBIMENTO DIVERGENTE (APROVPEN "RD"), INCLUSAO  *
000130*              E PAGAMENTO DO TITULO (CPAGAR, LIGADO AO PEDIDO   *
000140*              PELO DOCUMENTO DO NFENTRA; TITULO SEM RECEBIMENTO *
000150*              E DOCUMENTO PROPRIO) E CADASTRO/ALTERACAO DO      *
000160*              FORNECEDOR (ENTRADAS CADPARCEIRO DO CEP003/CEP035 *
000170*              NA TRILHA FAUDIT, ESTENDIDAS A TODOS OS           *
000180*              DOCUMENTOS DO FORNECEDOR) - E LISTA O OPERADOR    *
000190*              QUE FEZ AS DUAS ACOES DE UMA REGRA NO MESMO       *
000200*              DOCUMENTO, QUANDO A MAIS RECENTE CAI NO PERIODO.  *
000210*              SECAO 2: OPERADORES DO CADUSER CUJO PERFIL        *
000220*              ALCANCA AS DUAS TELAS DE UMA REGRA (MESMA TABELA  *
000230*              DO 3000-AUTORIZAR DO MENU000). RELATORIO NO       *
000240*              REPSOD (SPOOL SPL000); RC 8 QUANDO HA VIOLACAO NA *
000250*              SECAO 1.                                          *
000260*-----------------------------------------------------------------
000270* HISTORICO DE ALTERACOES                                        *
000280* DATA       INICIAIS  DESCRICAO                                 *
000290* 2026-10-15 BH        VERSAO INICIAL                            *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. SODCONF.
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
000430     SELECT SODREGRA ASSIGN TO "SODREGRA"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SR-CHAVE
000470         FILE STATUS IS SOD-STATUS.
000480     SELECT PEDCOMPRA ASSIGN TO "PEDCOMPRA"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PC-NUMERO
000520         FILE STATUS IS PED-STATUS.
000530     SELECT NFENTRA ASSIGN TO "NFENTRA"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS NE-CHAVE
000570         FILE STATUS IS NFE-STATUS.
000580     SELECT APROVPEN ASSIGN TO "APROVPEN"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS AP-NUMERO
000620         FILE STATUS IS APR-STATUS.
000630     SELECT CPAGAR ASSIGN TO "CPAGAR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CP-CHAVE
000670         FILE STATUS IS CPG-STATUS.
000680     SELECT FAUDIT ASSIGN TO "FAUDIT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS AUD-STATUS.
000710     SELECT CADUSER ASSIGN TO "CADUSER"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS USR-CODIGO
000750         FILE STATUS IS USR-STATUS.
000760     SELECT REPSOD ASSIGN TO "REPSOD"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS REL-STATUS.
000790     SELECT SORTWK ASSIGN TO "SORTWK".
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  SODREGRA
000830     LABEL RECORDS ARE STANDARD.
000840     COPY REGSOD.
000850 FD  PEDCOMPRA
000860     LABEL RECORDS ARE STANDARD.
000870     COPY REGPEDC.
000880 FD  NFENTRA
000890     LABEL RECORDS ARE STANDARD.
000900     COPY REGNFE.
000910 FD  APROVPEN
000920     LABEL RECORDS ARE STANDARD.
000930     COPY REGAPR.
000940 FD  CPAGAR
000950     LABEL RECORDS ARE STANDARD.
000960     COPY REGCPAG.
000970 FD  FAUDIT
000980     LABEL RECORDS ARE STANDARD.
000990 01  REG-FAUDIT                  PIC X(233).
001000 FD  CADUSER
001010     LABEL RECORDS ARE STANDARD.
001020     COPY REGUSER.
001030 FD  REPSOD
001040     LABEL RECORDS ARE STANDARD.
001050 01  REG-RELAT                   PIC X(132).
001060 SD  SORTWK.
001070 01  SD-REGACAO.
001080     05  SD-DOC.
001090         10  SD-DOC-TIPO         PIC X(01).
001100         10  SD-DOC-NUMERO       PIC 9(12).
001110     05  SD-OPERADOR             PIC X(08).
001120     05  SD-ACAO                 PIC X(02).
001130     05  SD-DATA                 PIC 9(08).
001140     05  SD-CODFORN              PIC 9(04).
001150 WORKING-STORAGE SECTION.
001160 01  SOD-STATUS                  PIC X(02).
001170 01  PED-STATUS                  PIC X(02).
001180 01  NFE-STATUS                  PIC X(02).
001190 01  APR-STATUS                  PIC X(02).
001200 01  CPG-STATUS                  PIC X(02).
001210 01  AUD-STATUS                  PIC X(02).
001220 01  USR-STATUS                  PIC X(02).
001230 01  REL-STATUS                  PIC X(02).
001240 COPY AUDITLOG.
001250 COPY RUNPARM.
001260 COPY SPLPARM.
001270 01  W-SWITCHES.
001280     05  W-EOF                   PIC X(01).
001290         88  W-EOF-SIM           VALUE "S".
001300     05  W-EOF-SORT              PIC X(01).
001310         88  W-EOF-SORT-SIM      VALUE "S".
001320     05  W-EOF-SPL               PIC X(01).
001330         88  W-EOF-SPL-SIM       VALUE "S".
001340     05  W-ACHOU                 PIC X(01).
001350         88  W-ACHOU-SIM         VALUE "S".
001360     05  W-PERMITE-A             PIC X(01).
001370         88  W-PERMITE-A-SIM     VALUE "S".
001380     05  W-PERMITE-B             PIC X(01).
001390         88  W-PERMITE-B-SIM     VALUE "S".
001400     05  W-OPER-LISTADO          PIC X(01).
001410         88  W-OPER-LISTADO-SIM  VALUE "S".
001420     05  W-AVISO-CF              PIC X(01) VALUE "N".
001430         88  W-AVISO-CF-SIM      VALUE "S".
001440     05  W-AVISO-NFE             PIC X(01) VALUE "N".
001450         88  W-AVISO-NFE-SIM     VALUE "S".
001460******************************************************************
001470*    PERIODO DO RELATORIO (AAAAMMDD; ZERO = MES CORRENTE)        *
001480******************************************************************
001490 01  W-DATA-INICIO               PIC 9(08).
001500 01  W-DATA-FIM                  PIC 9(08).
001510 01  W-HOJE                      PIC 9(08).
001520 01  W-ANOMES                    PIC 9(06).
001530 01  W-DATA-TRAB                 PIC 9(08).
001540 01  W-DATA-TRAB-R REDEFINES W-DATA-TRAB.
001550     05  W-DT-ANO                PIC 9(04).
001560     05  W-DT-MES                PIC 9(02).
001570     05  W-DT-DIA                PIC 9(02).
001580 01  W-DATA-EDITADA.
001590     05  W-DE-DIA                PIC 9(02).
001600     05  FILLER                  PIC X(01) VALUE "/".
001610     05  W-DE-MES                PIC 9(02).
001620     05  FILLER                  PIC X(01) VALUE "/".
001630     05  W-DE-ANO                PIC 9(04).
001640 01  W-DATA-MAIOR                PIC 9(08).
001650******************************************************************
001660*    CONTADORES E INDICES                                        *
001670******************************************************************
001680 01  W-IDX                       PIC 9(04) COMP.
001690 01  W-SUB                       PIC 9(04) COMP.
001700 01  W-I                         PIC 9(04) COMP.
001710 01  W-J                         PIC 9(04) COMP.
001720 01  W-K                         PIC 9(04) COMP.
001730 01  W-IDX-REGRA                 PIC 9(04) COMP.
001740 01  W-IDX-PERFIL                PIC 9(04) COMP.
001750 01  W-QTDE-REGRAS               PIC 9(04) COMP VALUE ZERO.
001760 01  W-QTDE-CF                   PIC 9(04) COMP VALUE ZERO.
001770 01  W-QTDE-NFE                  PIC 9(04) COMP VALUE ZERO.
001780 01  W-QTDE-ACO                  PIC 9(04) COMP VALUE ZERO.
001790 01  W-QTDE-ACOES                PIC 9(07) COMP VALUE ZERO.
001800 01  W-QTDE-VIOLACOES            PIC 9(07) COMP VALUE ZERO.
001810 01  W-QTDE-VIOL-ALTA            PIC 9(07) COMP VALUE ZERO.
001820 01  W-QTDE-OPER-CONFLITO        PIC 9(07) COMP VALUE ZERO.
001830 01  W-QTDE-LINHAS-2             PIC 9(07) COMP VALUE ZERO.
001840******************************************************************
001850*    CAMPOS DE TRABALHO                                          *
001860******************************************************************
001870 01  W-ACAO-A                    PIC X(02).
001880 01  W-ACAO-B                    PIC X(02).
001890 01  W-CODFORN-DOC               PIC 9(04).
001900 01  W-PEDIDO-DOC                PIC 9(08).
001910 01  W-GRUPO-ATUAL.
001920     05  W-GRUPO-DOC             PIC X(13).
001930     05  W-GRUPO-OPERADOR        PIC X(08).
001940 01  W-DOC-TRAB.
001950     05  W-DOC-TIPO              PIC X(01).
001960     05  W-DOC-NUMERO            PIC 9(12).
001970     05  W-DOC-NUMERO-R REDEFINES W-DOC-NUMERO.
001980         10  W-DOC-FORN          PIC 9(04).
001990         10  W-DOC-TITULO        PIC 9(08).
002000******************************************************************
002010*    REGRAS DO SODREGRA (COM AS VIOLACOES DE CADA UMA)           *
002020******************************************************************
002030 01  TAB-REGRAS.
002040     05  TAB-REG-OCR OCCURS 50 TIMES.
002050         10  TRG-ACAO-1          PIC X(02).
002060         10  TRG-ACAO-2          PIC X(02).
002070         10  TRG-DESCRICAO       PIC X(40).
002080         10  TRG-SEVERIDADE      PIC X(01).
002090         10  TRG-QTDE-VIOL       PIC 9(07) COMP.
002100         10  TRG-QTDE-OPER       PIC 9(07) COMP.
002110******************************************************************
002120*    CADASTROS/ALTERACOES DE FORNECEDOR LIDOS DA TRILHA FAUDIT   *
002130******************************************************************
002140 01  TAB-CF.
002150     05  TAB-CF-OCR OCCURS 3000 TIMES.
002160         10  TCF-CODFORN         PIC 9(04).
002170         10  TCF-OPERADOR        PIC X(08).
002180         10  TCF-DATA            PIC 9(08).
002190******************************************************************
002200*    RECEBIMENTOS: DOCUMENTO DO TITULO NO CPAGAR -> PEDIDO       *
002210******************************************************************
002220 01  TAB-NFE.
002230     05  TAB-NFE-OCR OCCURS 5000 TIMES.
002240         10  TNF-CODFORN         PIC 9(04).
002250         10  TNF-DOCUMENTO       PIC 9(08).
002260         10  TNF-PEDIDO          PIC 9(08).
002270******************************************************************
002280*    ACOES (DISTINTAS) DE UM OPERADOR NUM DOCUMENTO, COM A DATA  *
002290*    MAIS RECENTE DE CADA UMA                                    *
002300******************************************************************
002310 01  TAB-ACOES.
002320     05  TAB-ACO-OCR OCCURS 7 TIMES.
002330         10  TAC-ACAO            PIC X(02).
002340         10  TAC-DATA            PIC 9(08).
002350******************************************************************
002360*    ACOES ALCANCADAS POR PERFIL - MESMA TABELA DO 3000-AUTORIZAR*
002370*    DO MENU000: "E" ALCANCA AS OPCOES 2 (CEP003 - CF), 7 (CEP015*
002380*    - TI/PG) E 8 (CEP016 - PC/PA/RM); "A" ALCANCA TUDO,         *
002390*    INCLUSIVE A FILA DE APROVACOES (OPCAO T, APRV000 - RD); "R" *
002400*    NENHUMA                                                     *
002410******************************************************************
002420 01  TAB-PERFIL-VAL.
002430     05  FILLER          PIC X(15) VALUE "ACFPCPARMRDTIPG".
002440     05  FILLER          PIC X(15) VALUE "ECFPCPARM  TIPG".
002450     05  FILLER          PIC X(15) VALUE "R              ".
002460 01  TAB-PERFIL REDEFINES TAB-PERFIL-VAL.
002470     05  TPF-OCR OCCURS 3 TIMES.
002480         10  TPF-PERFIL          PIC X(01).
002490         10  TPF-ACAO            PIC X(02) OCCURS 7 TIMES.
002500******************************************************************
002510*    LINHAS DO RELATORIO                                         *
002520******************************************************************
002530 01  LIN-CABEC1.
002540     05  FILLER                  PIC X(50) VALUE
002550         "CONFLITOS DE SEGREGACAO DE FUNCOES - SODCONF - ".
002560     05  FILLER                  PIC X(08) VALUE "PERIODO ".
002570     05  LC1-INICIO              PIC X(10).
002580     05  FILLER                  PIC X(03) VALUE " A ".
002590     05  LC1-FIM                 PIC X(10).
002600 01  LIN-SECAO                   PIC X(80).
002610 01  LIN-COLUNAS-1.
002620     05  FILLER                  PIC X(46) VALUE
002630         "  REGRA    SEV  OPERADOR  DOCUMENTO".
002640     05  FILLER                  PIC X(38) VALUE
002650         "FORN  ACAO DATA        ACAO DATA".
002660     05  FILLER                  PIC X(09) VALUE "DESCRICAO".
002670 01  LIN-DET-1.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  LD-ACAO-1               PIC X(02).
002700     05  FILLER                  PIC X(03) VALUE " X ".
002710     05  LD-ACAO-2               PIC X(02).
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  LD-SEVERIDADE           PIC X(01).
002740     05  FILLER                  PIC X(04) VALUE SPACES.
002750     05  LD-OPERADOR             PIC X(08).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  LD-DOCUMENTO            PIC X(20).
002780     05  LD-CODFORN              PIC 9(04).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  LD-ACAO-D1              PIC X(02).
002810     05  FILLER                  PIC X(03) VALUE SPACES.
002820     05  LD-DATA-1               PIC X(10).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  LD-ACAO-D2              PIC X(02).
002850     05  FILLER                  PIC X(03) VALUE SPACES.
002860     05  LD-DATA-2               PIC X(10).
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  LD-DESCRICAO            PIC X(40).
002890 01  LIN-QUADRO.
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  LQ-ACAO-1               PIC X(02).
002920     05  FILLER                  PIC X(03) VALUE " X ".
002930     05  LQ-ACAO-2               PIC X(02).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  LQ-SEVERIDADE           PIC X(01).
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  LQ-DESCRICAO            PIC X(40).
002980     05  LQ-QTDE-VIOL            PIC ZZZZZZ9.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  LQ-QTDE-OPER            PIC ZZZZZZ9.
003010 01  LIN-QUADRO-CAB.
003020     05  FILLER                  PIC X(52) VALUE
003030         "  REGRA    SEV DESCRICAO".
003040     05  FILLER                  PIC X(20) VALUE
003050         "VIOLACOES OPERADORES".
003060 01  LIN-COLUNAS-2.
003070     05  FILLER                  PIC X(44) VALUE
003080         "  OPERADOR  NOME".
003090     05  FILLER                  PIC X(50) VALUE
003100         "PERFIL SITUACAO   REGRA    SEV DESCRICAO".
003110 01  LIN-DET-2.
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  L2-OPERADOR             PIC X(08).
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  L2-NOME                 PIC X(30).
003160     05  FILLER                  PIC X(04) VALUE SPACES.
003170     05  L2-PERFIL               PIC X(01).
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  L2-SITUACAO             PIC X(09).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  L2-ACAO-1               PIC X(02).
003220     05  FILLER                  PIC X(03) VALUE " X ".
003230     05  L2-ACAO-2               PIC X(02).
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  L2-SEVERIDADE           PIC X(01).
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  L2-DESCRICAO            PIC X(40).
003280 01  LIN-AVISO.
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  LA-TEXTO                PIC X(60).
003310     05  LA-QTDE                 PIC ZZZZZZ9.
003320 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
003330 PROCEDURE DIVISION.
003340******************************************************************
003350*    0000-MAINLINE                                               *
003360******************************************************************
003370 0000-MAINLINE.
003380     DISPLAY "SODCONF - CONFLITOS DE SEGREGACAO DE FUNCOES".
003390     DISPLAY "INICIO DO PERIODO (AAAAMMDD, 0=MES CORRENTE) =>".
003400     ACCEPT W-DATA-INICIO.
003410     DISPLAY "FIM DO PERIODO (AAAAMMDD, 0=MES CORRENTE) =>".
003420     ACCEPT W-DATA-FIM.
003430     MOVE "SODCONF" TO RCT-PROGRAMA.
003440     MOVE ZERO TO RCT-DATA.
003450     MOVE "L" TO RCT-ACAO.
003460     CALL "RUNCTL" USING RCT-PARAMETROS.
003470     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003480     IF W-QTDE-REGRAS = ZERO
003490         MOVE "SODREGRA SEM REGRAS - NADA A CONFERIR" TO LA-TEXTO
003500         MOVE ZERO TO LA-QTDE
003510         WRITE REG-RELAT FROM LIN-AVISO
003520     ELSE
003530         SORT SORTWK ON ASCENDING KEY SD-DOC SD-OPERADOR SD-ACAO
003540             INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
003550             OUTPUT PROCEDURE IS 3000-APURAR THRU 3000-EXIT
003560         PERFORM 4000-QUADRO THRU 4000-EXIT
003570         PERFORM 5000-AUTORIZACOES THRU 5000-EXIT
003580     END-IF.
003590     CLOSE REPSOD.
003600     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
003610     DISPLAY "SODCONF: ACOES APURADAS............: " W-QTDE-ACOES.
003620     DISPLAY "SODCONF: VIOLACOES NO PERIODO......: "
003630         W-QTDE-VIOLACOES.
003640     DISPLAY "SODCONF: OPERADORES COM PAR NO PERFIL: "
003650         W-QTDE-OPER-CONFLITO.
003660     DISPLAY "SODCONF: RELATORIO EM REPSOD, SPOOL " SPA-NUMERO.
003670     MOVE W-QTDE-VIOLACOES TO RCT-REGISTROS.
003680     MOVE "F" TO RCT-ACAO.
003690     CALL "RUNCTL" USING RCT-PARAMETROS.
003700     IF W-QTDE-VIOLACOES > ZERO OR W-QTDE-REGRAS = ZERO
003710         MOVE 8 TO RETURN-CODE
003720     ELSE
003730         MOVE ZERO TO RETURN-CODE.
003740     GOBACK.
003750******************************************************************
003760*    1000-INICIALIZAR - PERIODO (ZERO = MES CORRENTE), REGRAS DO *
003770*    SODREGRA NA TABELA E CABECALHO DO RELATORIO                 *
003780******************************************************************
003790 1000-INICIALIZAR.
003800     ACCEPT W-HOJE FROM DATE YYYYMMDD.
003810     COMPUTE W-ANOMES = W-HOJE / 100.
003820     IF W-DATA-INICIO NOT NUMERIC OR W-DATA-INICIO = ZERO
003830         COMPUTE W-DATA-INICIO = W-ANOMES * 100 + 1.
003840     IF W-DATA-FIM NOT NUMERIC OR W-DATA-FIM = ZERO
003850         COMPUTE W-DATA-FIM = W-ANOMES * 100 + 31.
003860     INITIALIZE TAB-REGRAS.
003870     OPEN INPUT SODREGRA.
003880     IF SOD-STATUS = "00"
003890         MOVE "N" TO W-EOF
003900         MOVE LOW-VALUES TO SR-CHAVE
003910         START SODREGRA KEY IS NOT LESS THAN SR-CHAVE
003920             INVALID KEY MOVE "S" TO W-EOF
003930         END-START
003940         PERFORM 1100-LER-REGRA THRU 1100-EXIT
003950             UNTIL W-EOF-SIM
003960         CLOSE SODREGRA
003970     END-IF.
003980     OPEN OUTPUT REPSOD.
003990     MOVE W-DATA-INICIO TO W-DATA-TRAB.
004000     PERFORM 9300-EDITAR-DATA THRU 9300-EXIT.
004010     MOVE W-DATA-EDITADA TO LC1-INICIO.
004020     MOVE W-DATA-FIM TO W-DATA-TRAB.
004030     PERFORM 9300-EDITAR-DATA THRU 9300-EXIT.
004040     MOVE W-DATA-EDITADA TO LC1-FIM.
004050     WRITE REG-RELAT FROM LIN-CABEC1.
004060     WRITE REG-RELAT FROM LIN-BRANCO.
004070 1000-EXIT. EXIT.
004080 1100-LER-REGRA.
004090     READ SODREGRA NEXT RECORD
004100         AT END MOVE "S" TO W-EOF.
004110     IF W-EOF-SIM
004120         GO TO 1100-EXIT.
004130     IF W-QTDE-REGRAS NOT < 50
004140         DISPLAY "SODCONF: MAIS DE 50 REGRAS - EXCEDENTE IGNORADO"
004150         MOVE "S" TO W-EOF
004160         GO TO 1100-EXIT.
004170     ADD 1 TO W-QTDE-REGRAS.
004180     MOVE SR-ACAO-1     TO TRG-ACAO-1(W-QTDE-REGRAS).
004190     MOVE SR-ACAO-2     TO TRG-ACAO-2(W-QTDE-REGRAS).
004200     MOVE SR-DESCRICAO  TO TRG-DESCRICAO(W-QTDE-REGRAS).
004210     MOVE SR-SEVERIDADE TO TRG-SEVERIDADE(W-QTDE-REGRAS).
004220 1100-EXIT. EXIT.
004230******************************************************************
004240*    2000-SELECIONAR - FASE DE ENTRADA DO SORT: UMA LINHA POR    *
004250*    DOCUMENTO, OPERADOR E ACAO. O NFENTRA VEM ANTES DO APROVPEN *
004260*    E DO CPAGAR PORQUE LIGA O TITULO E A APROVACAO AO PEDIDO    *
004270******************************************************************
004280 2000-SELECIONAR.
004290     PERFORM 2100-CARREGAR-CF THRU 2100-EXIT.
004300     PERFORM 2200-PEDIDOS THRU 2200-EXIT.
004310     PERFORM 2300-RECEBIMENTOS THRU 2300-EXIT.
004320     PERFORM 2400-APROVACOES THRU 2400-EXIT.
004330     PERFORM 2500-TITULOS THRU 2500-EXIT.
004340 2000-EXIT. EXIT.
004350******************************************************************
004360*    2100-CARREGAR-CF - ENTRADAS DE                              *
004370*    INCLUSAO/ALTERACAO/RESTAURACAO DO CADPARCEIRO FEITAS NA     *
004380*    MANUTENCAO (CEP003) OU NA IMPORTACAO (CEP035); AUD-CHAVE    *
004390*    TRAZ O CODIGO DO PARCEIRO                                   *
004400******************************************************************
004410 2100-CARREGAR-CF.
004420     OPEN INPUT FAUDIT.
004430     IF AUD-STATUS NOT = "00"
004440         DISPLAY "SODCONF: TRILHA FAUDIT NAO EXISTE - SEM ACAO CF"
004450         GO TO 2100-EXIT.
004460     MOVE "N" TO W-EOF.
004470     PERFORM 2110-LER-FAUDIT THRU 2110-EXIT
004480         UNTIL W-EOF-SIM.
004490     CLOSE FAUDIT.
004500 2100-EXIT. EXIT.
004510 2110-LER-FAUDIT.
004520     READ FAUDIT
004530         AT END MOVE "S" TO W-EOF.
004540     IF W-EOF-SIM
004550         GO TO 2110-EXIT.
004560     MOVE REG-FAUDIT TO REG-AUDITLOG.
004570     IF AUD-ARQUIVO NOT = "CADPARCEIRO"
004580         GO TO 2110-EXIT.
004590     IF AUD-PROGRAMA NOT = "CEP003"
004600         AND AUD-PROGRAMA NOT = "CEP035"
004610         GO TO 2110-EXIT.
004620     IF AUD-OPERACAO-EXCLUSAO OR AUD-OPERADOR = SPACES
004630         GO TO 2110-EXIT.
004640     IF AUD-CHAVE(1:4) NOT NUMERIC
004650         GO TO 2110-EXIT.
004660     IF W-QTDE-CF NOT < 3000
004670         IF NOT W-AVISO-CF-SIM
004680             DISPLAY "SODCONF: TABELA DE CADASTROS DE FORNECEDOR "
004690                     "CHEIA - EXCEDENTE IGNORADO"
004700             MOVE "S" TO W-AVISO-CF
004710         END-IF
004720         GO TO 2110-EXIT.
004730     ADD 1 TO W-QTDE-CF.
004740     MOVE AUD-CHAVE(1:4) TO TCF-CODFORN(W-QTDE-CF).
004750     MOVE AUD-OPERADOR   TO TCF-OPERADOR(W-QTDE-CF).
004760     COMPUTE TCF-DATA(W-QTDE-CF) = 20000000 + (AUD-ANO * 10000)
004770         + (AUD-MES * 100) + AUD-DIA.
004780 2110-EXIT. EXIT.
004790******************************************************************
004800*    2200-PEDIDOS - GERACAO (PC) E APROVACAO (PA) DE CADA PEDIDO,*
004810*    E O CADASTRO DO FORNECEDOR (CF) ESTENDIDO AO PEDIDO         *
004820******************************************************************
004830 2200-PEDIDOS.
004840     OPEN INPUT PEDCOMPRA.
004850     IF PED-STATUS NOT = "00"
004860         DISPLAY "SODCONF: ARQUIVO PEDCOMPRA NAO EXISTE"
004870         GO TO 2200-EXIT.
004880     MOVE "N" TO W-EOF.
004890     MOVE LOW-VALUES TO PC-NUMERO.
004900     START PEDCOMPRA KEY IS NOT LESS THAN PC-NUMERO
004910         INVALID KEY MOVE "S" TO W-EOF.
004920     PERFORM 2210-LER-PEDIDO THRU 2210-EXIT
004930         UNTIL W-EOF-SIM.
004940     CLOSE PEDCOMPRA.
004950 2200-EXIT. EXIT.
004960 2210-LER-PEDIDO.
004970     READ PEDCOMPRA NEXT RECORD
004980         AT END MOVE "S" TO W-EOF.
004990     IF W-EOF-SIM
005000         GO TO 2210-EXIT.
005010     MOVE "P"        TO W-DOC-TIPO.
005020     MOVE PC-NUMERO  TO W-DOC-NUMERO.
005030     MOVE PC-CODFORN TO W-CODFORN-DOC.
005040     IF PC-OPER-GERACAO NOT = SPACES
005050         MOVE PC-OPER-GERACAO TO SD-OPERADOR
005060         MOVE "PC"            TO SD-ACAO
005070         COMPUTE SD-DATA = (PC-ANO * 10000) + (PC-MES * 100)
005080             + PC-DIA
005090         PERFORM 2900-LIBERAR THRU 2900-EXIT
005100     END-IF.
005110     IF PC-OPER-APROVACAO NOT = SPACES
005120         MOVE PC-OPER-APROVACAO TO SD-OPERADOR
005130         MOVE "PA"              TO SD-ACAO
005140         MOVE PC-DATA-APROVACAO TO SD-DATA
005150         PERFORM 2900-LIBERAR THRU 2900-EXIT
005160     END-IF.
005170     PERFORM 2910-LIBERAR-CF THRU 2910-EXIT.
005180 2210-EXIT. EXIT.
005190******************************************************************
005200*    2300-RECEBIMENTOS - QUEM RECEBEU (RM) CADA ENTRADA DO       *
005210*    PEDIDO; GUARDA FORNECEDOR/DOCUMENTO -> PEDIDO PARA O CPAGAR *
005220******************************************************************
005230 2300-RECEBIMENTOS.
005240     OPEN INPUT NFENTRA.
005250     IF NFE-STATUS NOT = "00"
005260         DISPLAY "SODCONF: ARQUIVO NFENTRA NAO EXISTE"
005270         GO TO 2300-EXIT.
005280     MOVE "N" TO W-EOF.
005290     MOVE LOW-VALUES TO NE-CHAVE.
005300     START NFENTRA KEY IS NOT LESS THAN NE-CHAVE
005310         INVALID KEY MOVE "S" TO W-EOF.
005320     PERFORM 2310-LER-RECEBIMENTO THRU 2310-EXIT
005330         UNTIL W-EOF-SIM.
005340     CLOSE NFENTRA.
005350 2300-EXIT. EXIT.
005360 2310-LER-RECEBIMENTO.
005370     READ NFENTRA NEXT RECORD
005380         AT END MOVE "S" TO W-EOF.
005390     IF W-EOF-SIM
005400         GO TO 2310-EXIT.
005410     IF W-QTDE-NFE < 5000
005420         ADD 1 TO W-QTDE-NFE
005430         MOVE NE-CODFORN   TO TNF-CODFORN(W-QTDE-NFE)
005440         MOVE NE-DOCUMENTO TO TNF-DOCUMENTO(W-QTDE-NFE)
005450         MOVE NE-NUMERO    TO TNF-PEDIDO(W-QTDE-NFE)
005460     ELSE
005470         IF NOT W-AVISO-NFE-SIM
005480             DISPLAY "SODCONF: TABELA DE RECEBIMENTOS CHEIA - "
005490                     "TITULOS EXCEDENTES FICAM AVULSOS"
005500             MOVE "S" TO W-AVISO-NFE
005510         END-IF
005520     END-IF.
005530     IF NE-OPERADOR = SPACES
005540         GO TO 2310-EXIT.
005550     MOVE "P"         TO W-DOC-TIPO.
005560     MOVE NE-NUMERO   TO W-DOC-NUMERO.
005570     MOVE NE-CODFORN  TO W-CODFORN-DOC.
005580     MOVE NE-OPERADOR TO SD-OPERADOR.
005590     MOVE "RM"        TO SD-ACAO.
005600     COMPUTE SD-DATA = (NE-REC-ANO * 10000) + (NE-REC-MES * 100)
005610         + NE-REC-DIA.
005620     PERFORM 2900-LIBERAR THRU 2900-EXIT.
005630 2310-EXIT. EXIT.
005640******************************************************************
005650*    2400-APROVACOES - APROVACAO DO RECEBIMENTO DIVERGENTE (RD)  *
005660*    NA FILA APROVPEN: AP-CHAVE-ALVO TRAZ O PEDIDO NAS 8         *
005670*    PRIMEIRAS POSICOES                                          *
005680******************************************************************
005690 2400-APROVACOES.
005700     OPEN INPUT APROVPEN.
005710     IF APR-STATUS NOT = "00"
005720         GO TO 2400-EXIT.
005730     MOVE "N" TO W-EOF.
005740     MOVE LOW-VALUES TO AP-NUMERO.
005750     START APROVPEN KEY IS NOT LESS THAN AP-NUMERO
005760         INVALID KEY MOVE "S" TO W-EOF.
005770     PERFORM 2410-LER-APROVACAO THRU 2410-EXIT
005780         UNTIL W-EOF-SIM.
005790     CLOSE APROVPEN.
005800 2400-EXIT. EXIT.
005810 2410-LER-APROVACAO.
005820     READ APROVPEN NEXT RECORD
005830         AT END MOVE "S" TO W-EOF.
005840     IF W-EOF-SIM
005850         GO TO 2410-EXIT.
005860     IF NOT APROV-RECEB-DIVERG
005870         GO TO 2410-EXIT.
005880     IF NOT APROV-APROVADA AND NOT APROV-EXECUTADA
005890         GO TO 2410-EXIT.
005900     IF AP-APROVADOR = SPACES OR AP-CHAVE-ALVO(1:8) NOT NUMERIC
005910         GO TO 2410-EXIT.
005920     MOVE "P"                TO W-DOC-TIPO.
005930     MOVE AP-CHAVE-ALVO(1:8) TO W-PEDIDO-DOC.
005940     MOVE W-PEDIDO-DOC       TO W-DOC-NUMERO.
005950     MOVE ZERO               TO W-CODFORN-DOC.
005960     PERFORM 2420-FORN-DO-PEDIDO THRU 2420-EXIT
005970         VARYING W-IDX FROM 1 BY 1
005980         UNTIL W-IDX > W-QTDE-NFE OR W-CODFORN-DOC > ZERO.
005990     MOVE AP-APROVADOR       TO SD-OPERADOR.
006000     MOVE "RD"               TO SD-ACAO.
006010     MOVE AP-DATA-DECISAO    TO SD-DATA.
006020     PERFORM 2900-LIBERAR THRU 2900-EXIT.
006030 2410-EXIT. EXIT.
006040 2420-FORN-DO-PEDIDO.
006050     IF TNF-PEDIDO(W-IDX) = W-PEDIDO-DOC
006060         MOVE TNF-CODFORN(W-IDX) TO W-CODFORN-DOC.
006070 2420-EXIT. EXIT.
006080******************************************************************
006090*    2500-TITULOS - INCLUSAO (TI) E PAGAMENTO (PG) DO TITULO. O  *
006100*    TITULO GERADO NO RECEBIMENTO ENTRA NO PEDIDO; O INCLUIDO NA *
006110*    MAO (SEM RECEBIMENTO) E UM DOCUMENTO PROPRIO, COM O CADASTRO*
006120*    DO FORNECEDOR ESTENDIDO A ELE. TITULO SEM OPERADOR (GERADO  *
006130*    PELO SISTEMA) NAO ENTRA. O PAGAMENTO AINDA NAO LIQUIDADO    *
006140*    (REMESSA APROVADA NO CEP042) VALE PELA DATA DE HOJE         *
006150******************************************************************
006160 2500-TITULOS.
006170     OPEN INPUT CPAGAR.
006180     IF CPG-STATUS NOT = "00"
006190         DISPLAY "SODCONF: ARQUIVO CPAGAR NAO EXISTE"
006200         GO TO 2500-EXIT.
006210     MOVE "N" TO W-EOF.
006220     MOVE LOW-VALUES TO CP-CHAVE.
006230     START CPAGAR KEY IS NOT LESS THAN CP-CHAVE
006240         INVALID KEY MOVE "S" TO W-EOF.
006250     PERFORM 2510-LER-TITULO THRU 2510-EXIT
006260         UNTIL W-EOF-SIM.
006270     CLOSE CPAGAR.
006280 2500-EXIT. EXIT.
006290 2510-LER-TITULO.
006300     READ CPAGAR NEXT RECORD
006310         AT END MOVE "S" TO W-EOF.
006320     IF W-EOF-SIM
006330         GO TO 2510-EXIT.
006340     IF CP-OPER-INCLUSAO = SPACES AND CP-OPER-PAGTO = SPACES
006350         GO TO 2510-EXIT.
006360     MOVE CP-CODFORN TO W-CODFORN-DOC.
006370     MOVE ZERO TO W-PEDIDO-DOC.
006380     PERFORM 2520-PEDIDO-DO-TITULO THRU 2520-EXIT
006390         VARYING W-IDX FROM 1 BY 1
006400         UNTIL W-IDX > W-QTDE-NFE OR W-PEDIDO-DOC > ZERO.
006410     IF W-PEDIDO-DOC > ZERO
006420         MOVE "P"          TO W-DOC-TIPO
006430         MOVE W-PEDIDO-DOC TO W-DOC-NUMERO
006440     ELSE
006450         MOVE "T"          TO W-DOC-TIPO
006460         MOVE CP-CODFORN   TO W-DOC-FORN
006470         MOVE CP-DOCUMENTO TO W-DOC-TITULO
006480         PERFORM 2910-LIBERAR-CF THRU 2910-EXIT
006490     END-IF.
006500     IF CP-OPER-INCLUSAO NOT = SPACES
006510         MOVE CP-OPER-INCLUSAO TO SD-OPERADOR
006520         MOVE "TI"             TO SD-ACAO
006530         COMPUTE SD-DATA = (CP-EMI-ANO * 10000)
006540             + (CP-EMI-MES * 100) + CP-EMI-DIA
006550         PERFORM 2900-LIBERAR THRU 2900-EXIT
006560     END-IF.
006570     IF CP-OPER-PAGTO NOT = SPACES
006580         MOVE CP-OPER-PAGTO TO SD-OPERADOR
006590         MOVE "PG"          TO SD-ACAO
006600         IF CP-PAGO-SIM
006610             COMPUTE SD-DATA = (CP-PAG-ANO * 10000)
006620                 + (CP-PAG-MES * 100) + CP-PAG-DIA
006630         ELSE
006640             MOVE W-HOJE TO SD-DATA
006650         END-IF
006660         PERFORM 2900-LIBERAR THRU 2900-EXIT
006670     END-IF.
006680 2510-EXIT. EXIT.
006690 2520-PEDIDO-DO-TITULO.
006700     IF TNF-CODFORN(W-IDX) = CP-CODFORN
006710         AND TNF-DOCUMENTO(W-IDX) = CP-DOCUMENTO
006720         MOVE TNF-PEDIDO(W-IDX) TO W-PEDIDO-DOC.
006730 2520-EXIT. EXIT.
006740******************************************************************
006750*    2900-LIBERAR - GRAVA NA FASE DE SORT A ACAO JA MONTADA PARA *
006760*    O DOCUMENTO W-DOC-TRAB                                      *
006770******************************************************************
006780 2900-LIBERAR.
006790     MOVE W-DOC-TIPO    TO SD-DOC-TIPO.
006800     MOVE W-DOC-NUMERO  TO SD-DOC-NUMERO.
006810     MOVE W-CODFORN-DOC TO SD-CODFORN.
006820     RELEASE SD-REGACAO.
006830     ADD 1 TO W-QTDE-ACOES.
006840 2900-EXIT. EXIT.
006850******************************************************************
006860*    2910-LIBERAR-CF - UMA ACAO CF NO DOCUMENTO PARA CADA        *
006870*    CADASTRO OU ALTERACAO DO FORNECEDOR DO DOCUMENTO NA TRILHA  *
006880******************************************************************
006890 2910-LIBERAR-CF.
006900     PERFORM 2920-CF-DO-FORNECEDOR THRU 2920-EXIT
006910         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDE-CF.
006920 2910-EXIT. EXIT.
006930 2920-CF-DO-FORNECEDOR.
006940     IF TCF-CODFORN(W-IDX) NOT = W-CODFORN-DOC
006950         GO TO 2920-EXIT.
006960     MOVE TCF-OPERADOR(W-IDX) TO SD-OPERADOR.
006970     MOVE "CF"                TO SD-ACAO.
006980     MOVE TCF-DATA(W-IDX)     TO SD-DATA.
006990     PERFORM 2900-LIBERAR THRU 2900-EXIT.
007000 2920-EXIT. EXIT.
007010******************************************************************
007020*    3000-APURAR - FASE DE SAIDA: AGRUPA POR DOCUMENTO E OPERADOR*
007030*    AS ACOES DISTINTAS (COM A DATA MAIS RECENTE) E, NA QUEBRA,  *
007040*    TESTA CADA PAR CONTRA AS REGRAS                             *
007050******************************************************************
007060 3000-APURAR.
007070     MOVE "SECAO 1: ACOES CONFLITANTES DO MESMO OPERADOR"
007080         TO LIN-SECAO.
007090     WRITE REG-RELAT FROM LIN-SECAO.
007100     WRITE REG-RELAT FROM LIN-BRANCO.
007110     WRITE REG-RELAT FROM LIN-COLUNAS-1.
007120     MOVE SPACES TO W-GRUPO-ATUAL.
007130     MOVE ZERO TO W-QTDE-ACO.
007140     MOVE "N" TO W-EOF-SORT.
007150     PERFORM 3100-RETORNAR THRU 3100-EXIT.
007160     PERFORM 3200-TRATAR THRU 3200-EXIT
007170         UNTIL W-EOF-SORT-SIM.
007180     PERFORM 3300-FECHAR-GRUPO THRU 3300-EXIT.
007190     IF W-QTDE-VIOLACOES = ZERO
007200         MOVE "NENHUMA VIOLACAO NO PERIODO" TO LA-TEXTO
007210         MOVE ZERO TO LA-QTDE
007220         WRITE REG-RELAT FROM LIN-AVISO.
007230     WRITE REG-RELAT FROM LIN-BRANCO.
007240 3000-EXIT. EXIT.
007250 3100-RETORNAR.
007260     RETURN SORTWK
007270         AT END MOVE "S" TO W-EOF-SORT.
007280 3100-EXIT. EXIT.
007290 3200-TRATAR.
007300     IF SD-DOC NOT = W-GRUPO-DOC
007310         OR SD-OPERADOR NOT = W-GRUPO-OPERADOR
007320         PERFORM 3300-FECHAR-GRUPO THRU 3300-EXIT
007330         MOVE SD-DOC      TO W-GRUPO-DOC
007340         MOVE SD-OPERADOR TO W-GRUPO-OPERADOR
007350         MOVE SD-CODFORN  TO W-CODFORN-DOC
007360         MOVE ZERO        TO W-QTDE-ACO.
007370     IF W-QTDE-ACO > ZERO
007380         AND TAC-ACAO(W-QTDE-ACO) = SD-ACAO
007390         IF SD-DATA > TAC-DATA(W-QTDE-ACO)
007400             MOVE SD-DATA TO TAC-DATA(W-QTDE-ACO)
007410         END-IF
007420     ELSE
007430         IF W-QTDE-ACO < 7
007440             ADD 1 TO W-QTDE-ACO
007450             MOVE SD-ACAO TO TAC-ACAO(W-QTDE-ACO)
007460             MOVE SD-DATA TO TAC-DATA(W-QTDE-ACO)
007470         END-IF
007480     END-IF.
007490     PERFORM 3100-RETORNAR THRU 3100-EXIT.
007500 3200-EXIT. EXIT.
007510 3300-FECHAR-GRUPO.
007520     IF W-QTDE-ACO < 2
007530         GO TO 3300-EXIT.
007540     PERFORM 3310-TESTAR-PAR THRU 3310-EXIT
007550         VARYING W-I FROM 1 BY 1 UNTIL W-I > W-QTDE-ACO
007560         AFTER W-J FROM 1 BY 1 UNTIL W-J > W-QTDE-ACO.
007570 3300-EXIT. EXIT.
007580******************************************************************
007590*    3310-TESTAR-PAR - O PAR (I, J) TEM REGRA? A VIOLACAO ENTRA  *
007600*    NO RELATORIO QUANDO A ACAO MAIS RECENTE DO PAR CAI NO       *
007610*    PERIODO                                                     *
007620******************************************************************
007630 3310-TESTAR-PAR.
007640     IF W-J NOT > W-I
007650         GO TO 3310-EXIT.
007660     MOVE TAC-ACAO(W-I) TO W-ACAO-A.
007670     MOVE TAC-ACAO(W-J) TO W-ACAO-B.
007680     PERFORM 7000-ACHAR-REGRA THRU 7000-EXIT.
007690     IF W-IDX-REGRA = ZERO
007700         GO TO 3310-EXIT.
007710     MOVE TAC-DATA(W-I) TO W-DATA-MAIOR.
007720     IF TAC-DATA(W-J) > W-DATA-MAIOR
007730         MOVE TAC-DATA(W-J) TO W-DATA-MAIOR.
007740     IF W-DATA-MAIOR < W-DATA-INICIO OR W-DATA-MAIOR > W-DATA-FIM
007750         GO TO 3310-EXIT.
007760     MOVE TRG-ACAO-1(W-IDX-REGRA)     TO LD-ACAO-1.
007770     MOVE TRG-ACAO-2(W-IDX-REGRA)     TO LD-ACAO-2.
007780     MOVE TRG-SEVERIDADE(W-IDX-REGRA) TO LD-SEVERIDADE.
007790     MOVE TRG-DESCRICAO(W-IDX-REGRA)  TO LD-DESCRICAO.
007800     MOVE W-GRUPO-OPERADOR            TO LD-OPERADOR.
007810     MOVE W-GRUPO-DOC                 TO W-DOC-TRAB.
007820     MOVE SPACES TO LD-DOCUMENTO.
007830     IF W-DOC-TIPO = "P"
007840         MOVE W-DOC-TITULO TO W-PEDIDO-DOC
007850         STRING "PEDIDO " W-PEDIDO-DOC
007860             DELIMITED BY SIZE INTO LD-DOCUMENTO
007870     ELSE
007880         STRING "TITULO " W-DOC-FORN "/" W-DOC-TITULO
007890             DELIMITED BY SIZE INTO LD-DOCUMENTO.
007900     MOVE W-CODFORN-DOC TO LD-CODFORN.
007910     MOVE TAC-ACAO(W-I) TO LD-ACAO-D1.
007920     MOVE TAC-DATA(W-I) TO W-DATA-TRAB.
007930     PERFORM 9300-EDITAR-DATA THRU 9300-EXIT.
007940     MOVE W-DATA-EDITADA TO LD-DATA-1.
007950     MOVE TAC-ACAO(W-J) TO LD-ACAO-D2.
007960     MOVE TAC-DATA(W-J) TO W-DATA-TRAB.
007970     PERFORM 9300-EDITAR-DATA THRU 9300-EXIT.
007980     MOVE W-DATA-EDITADA TO LD-DATA-2.
007990     WRITE REG-RELAT FROM LIN-DET-1.
008000     ADD 1 TO W-QTDE-VIOLACOES.
008010     ADD 1 TO TRG-QTDE-VIOL(W-IDX-REGRA).
008020     IF TRG-SEVERIDADE(W-IDX-REGRA) = "A"
008030         ADD 1 TO W-QTDE-VIOL-ALTA.
008040 3310-EXIT. EXIT.
008050******************************************************************
008060*    4000-QUADRO - VIOLACOES POR REGRA                           *
008070******************************************************************
008080 4000-QUADRO.
008090     WRITE REG-RELAT FROM LIN-QUADRO-CAB.
008100     PERFORM 4100-LINHA-QUADRO THRU 4100-EXIT
008110         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDE-REGRAS.
008120     MOVE "TOTAL DE VIOLACOES NO PERIODO" TO LA-TEXTO.
008130     MOVE W-QTDE-VIOLACOES TO LA-QTDE.
008140     WRITE REG-RELAT FROM LIN-AVISO.
008150     MOVE "  DAS QUAIS DE SEVERIDADE ALTA" TO LA-TEXTO.
008160     MOVE W-QTDE-VIOL-ALTA TO LA-QTDE.
008170     WRITE REG-RELAT FROM LIN-AVISO.
008180     WRITE REG-RELAT FROM LIN-BRANCO.
008190 4000-EXIT. EXIT.
008200 4100-LINHA-QUADRO.
008210     MOVE TRG-ACAO-1(W-IDX)     TO LQ-ACAO-1.
008220     MOVE TRG-ACAO-2(W-IDX)     TO LQ-ACAO-2.
008230     MOVE TRG-SEVERIDADE(W-IDX) TO LQ-SEVERIDADE.
008240     MOVE TRG-DESCRICAO(W-IDX)  TO LQ-DESCRICAO.
008250     MOVE TRG-QTDE-VIOL(W-IDX)  TO LQ-QTDE-VIOL.
008260     MOVE TRG-QTDE-OPER(W-IDX)  TO LQ-QTDE-OPER.
008270     WRITE REG-RELAT FROM LIN-QUADRO.
008280 4100-EXIT. EXIT.
008290******************************************************************
008300*    5000-AUTORIZACOES - SECAO 2: OPERADOR CUJO PERFIL ALCANCA AS*
008310*    DUAS ACOES DE UMA REGRA (UMA LINHA POR OPERADOR E REGRA; O  *
008320*    OPERADOR BLOQUEADO SAI MARCADO)                             *
008330******************************************************************
008340 5000-AUTORIZACOES.
008350     MOVE "SECAO 2: PERFIS QUE PERMITEM UM PAR CONFLITANTE"
008360         TO LIN-SECAO.
008370     WRITE REG-RELAT FROM LIN-SECAO.
008380     WRITE REG-RELAT FROM LIN-BRANCO.
008390     OPEN INPUT CADUSER.
008400     IF USR-STATUS NOT = "00"
008410         MOVE "CADASTRO DE OPERADORES (CADUSER) NAO EXISTE"
008420             TO LA-TEXTO
008430         MOVE ZERO TO LA-QTDE
008440         WRITE REG-RELAT FROM LIN-AVISO
008450         GO TO 5000-EXIT.
008460     WRITE REG-RELAT FROM LIN-COLUNAS-2.
008470     MOVE "N" TO W-EOF.
008480     MOVE LOW-VALUES TO USR-CODIGO.
008490     START CADUSER KEY IS NOT LESS THAN USR-CODIGO
008500         INVALID KEY MOVE "S" TO W-EOF.
008510     PERFORM 5100-LER-OPERADOR THRU 5100-EXIT
008520         UNTIL W-EOF-SIM.
008530     CLOSE CADUSER.
008540     IF W-QTDE-LINHAS-2 = ZERO
008550         MOVE "NENHUM OPERADOR COM PAR CONFLITANTE NO PERFIL"
008560             TO LA-TEXTO
008570         MOVE ZERO TO LA-QTDE
008580         WRITE REG-RELAT FROM LIN-AVISO.
008590     WRITE REG-RELAT FROM LIN-BRANCO.
008600     MOVE "OPERADORES COM PAR CONFLITANTE NO PERFIL" TO LA-TEXTO.
008610     MOVE W-QTDE-OPER-CONFLITO TO LA-QTDE.
008620     WRITE REG-RELAT FROM LIN-AVISO.
008630 5000-EXIT. EXIT.
008640 5100-LER-OPERADOR.
008650     READ CADUSER NEXT RECORD
008660         AT END MOVE "S" TO W-EOF.
008670     IF W-EOF-SIM
008680         GO TO 5100-EXIT.
008690     MOVE ZERO TO W-IDX-PERFIL.
008700     PERFORM 5110-ACHAR-PERFIL THRU 5110-EXIT
008710         VARYING W-K FROM 1 BY 1 UNTIL W-K > 3.
008720     IF W-IDX-PERFIL = ZERO
008730         GO TO 5100-EXIT.
008740     MOVE "N" TO W-OPER-LISTADO.
008750     PERFORM 5200-TESTAR-REGRA THRU 5200-EXIT
008760         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDE-REGRAS.
008770     IF W-OPER-LISTADO-SIM
008780         ADD 1 TO W-QTDE-OPER-CONFLITO.
008790 5100-EXIT. EXIT.
008800 5110-ACHAR-PERFIL.
008810     IF TPF-PERFIL(W-K) = USR-PERFIL
008820         MOVE W-K TO W-IDX-PERFIL.
008830 5110-EXIT. EXIT.
008840 5200-TESTAR-REGRA.
008850     MOVE TRG-ACAO-1(W-IDX) TO W-ACAO-A.
008860     MOVE TRG-ACAO-2(W-IDX) TO W-ACAO-B.
008870     MOVE "N" TO W-PERMITE-A.
008880     MOVE "N" TO W-PERMITE-B.
008890     PERFORM 5210-ACAO-NO-PERFIL THRU 5210-EXIT
008900         VARYING W-K FROM 1 BY 1 UNTIL W-K > 7.
008910     IF NOT W-PERMITE-A-SIM OR NOT W-PERMITE-B-SIM
008920         GO TO 5200-EXIT.
008930     MOVE USR-CODIGO            TO L2-OPERADOR.
008940     MOVE USR-NOME              TO L2-NOME.
008950     MOVE USR-PERFIL            TO L2-PERFIL.
008960     MOVE SPACES                TO L2-SITUACAO.
008970     IF USR-BLOQUEADO-SIM
008980         MOVE "BLOQUEADO"       TO L2-SITUACAO.
008990     MOVE W-ACAO-A              TO L2-ACAO-1.
009000     MOVE W-ACAO-B              TO L2-ACAO-2.
009010     MOVE TRG-SEVERIDADE(W-IDX) TO L2-SEVERIDADE.
009020     MOVE TRG-DESCRICAO(W-IDX)  TO L2-DESCRICAO.
009030     WRITE REG-RELAT FROM LIN-DET-2.
009040     ADD 1 TO W-QTDE-LINHAS-2.
009050     ADD 1 TO TRG-QTDE-OPER(W-IDX).
009060     MOVE "S" TO W-OPER-LISTADO.
009070 5200-EXIT. EXIT.
009080 5210-ACAO-NO-PERFIL.
009090     IF TPF-ACAO(W-IDX-PERFIL, W-K) = W-ACAO-A
009100         MOVE "S" TO W-PERMITE-A.
009110     IF TPF-ACAO(W-IDX-PERFIL, W-K) = W-ACAO-B
009120         MOVE "S" TO W-PERMITE-B.
009130 5210-EXIT. EXIT.
009140******************************************************************
009150*    7000-ACHAR-REGRA - PROCURA O PAR W-ACAO-A/W-ACAO-B NA TABELA*
009160*    DE REGRAS, EM QUALQUER ORDEM (W-IDX-REGRA ZERO = SEM REGRA) *
009170******************************************************************
009180 7000-ACHAR-REGRA.
009190     MOVE ZERO TO W-IDX-REGRA.
009200     PERFORM 7010-COMPARAR-REGRA THRU 7010-EXIT
009210         VARYING W-SUB FROM 1 BY 1
009220         UNTIL W-SUB > W-QTDE-REGRAS OR W-IDX-REGRA > ZERO.
009230 7000-EXIT. EXIT.
009240 7010-COMPARAR-REGRA.
009250     IF (TRG-ACAO-1(W-SUB) = W-ACAO-A
009260         AND TRG-ACAO-2(W-SUB) = W-ACAO-B)
009270         OR (TRG-ACAO-1(W-SUB) = W-ACAO-B
009280         AND TRG-ACAO-2(W-SUB) = W-ACAO-A)
009290         MOVE W-SUB TO W-IDX-REGRA.
009300 7010-EXIT. EXIT.
009310******************************************************************
009320*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA O*
009330*    SPLREP REIMPRIMIR                                           *
009340******************************************************************
009350 9000-ESPOLAR.
009360     MOVE "I" TO SPA-ACAO.
009370     MOVE "SODCONF" TO SPA-PROGRAMA.
009380     MOVE SPACES TO SPA-OPERADOR.
009390     MOVE SPACES TO SPA-PARAMS.
009400     STRING W-DATA-INICIO "-" W-DATA-FIM
009410         DELIMITED BY SIZE INTO SPA-PARAMS.
009420     CALL "SPL000" USING SPL-PARAMETROS-AREA.
009430     OPEN INPUT REPSOD.
009440     IF REL-STATUS NOT = "00"
009450         GO TO 9000-FIM.
009460     MOVE "N" TO W-EOF-SPL.
009470     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
009480         UNTIL W-EOF-SPL-SIM.
009490     CLOSE REPSOD.
009500 9000-FIM.
009510     MOVE "F" TO SPA-ACAO.
009520     CALL "SPL000" USING SPL-PARAMETROS-AREA.
009530 9000-EXIT. EXIT.
009540 9010-ESPOLAR-LER.
009550     READ REPSOD
009560         AT END MOVE "S" TO W-EOF-SPL.
009570     IF NOT W-EOF-SPL-SIM
009580         MOVE "L" TO SPA-ACAO
009590         MOVE REG-RELAT TO SPA-LINHA
009600         CALL "SPL000" USING SPL-PARAMETROS-AREA.
009610 9010-EXIT. EXIT.
009620******************************************************************
009630*    9300-EDITAR-DATA - W-DATA-TRAB (AAAAMMDD) EM DD/MM/AAAA     *
009640******************************************************************
009650 9300-EDITAR-DATA.
009660     MOVE W-DT-DIA TO W-DE-DIA.
009670     MOVE W-DT-MES TO W-DE-MES.
009680     MOVE W-DT-ANO TO W-DE-ANO.
009690 9300-EXIT. EXIT.
