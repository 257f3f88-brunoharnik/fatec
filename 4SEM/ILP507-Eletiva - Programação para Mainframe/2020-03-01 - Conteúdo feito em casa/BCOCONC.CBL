000010******************************************************************
000020* PROGRAM-ID : BCOCONC                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-26                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : CONCILIACAO BANCARIA AUTOMATICA - PARA A CONTA     *
000080*              (CADBCO) E O MES INFORMADOS, CASA AS LINHAS        *
000090*              PENDENTES DO EXTRATO (IMPORTADAS PELO BCOEXT) COM  *
000100*              AS LIQUIDACOES DO SISTEMA DAS ORIGENS LIGADAS NA   *
000110*              CONTA:                                             *
000120*              - CREDITO: TITULOS BAIXADOS NO CRECEBER (CEP014,   *
000130*                RETORNO DO CEP040) E O DINHEIRO DO DIA DO        *
000140*                CAIXAMOV (CEP063), DEPOSITADO;                   *
000150*              - DEBITO: TITULOS LIQUIDADOS NO CPAGAR (CEP015,    *
000160*                RETORNO DO CEP042) PELO LIQUIDO E O TOTAL DA     *
000170*                REMESSA DE SALARIOS DO FP16215 (LIQUIDO DO       *
000180*                FOPAGTO DE QUEM TEM BANCO NO CADFUNC), POR       *
000190*                COMPETENCIA E TIPO DE FOLHA.                     *
000200*              TRES PASSADAS, SEMPRE COM O MESMO VALOR E O MESMO  *
000210*              SENTIDO: 1) DOCUMENTO DO EXTRATO IGUAL AO DO       *
000220*              TITULO DENTRO DA JANELA DE DIAS; 2) MESMA DATA;    *
000230*              3) DENTRO DA JANELA, SO QUANDO HA UM CANDIDATO     *
000240*              UNICO - O RESTO FICA PARA O BCOMAN. JANELA DO      *
000250*              PARMSYS (PARM-DIAS-CONC, ZERO = 3 DIAS); A FOLHA   *
000260*              NAO TEM DATA DE PAGAMENTO E E PROCURADA EM 10 DIAS *
000270*              EM TORNO DO DIA 5 DO MES SEGUINTE A COMPETENCIA.   *
000280*              CADA CASAMENTO VAI PARA O CONCBCO E MARCA A LINHA  *
000290*              DO EXTRATO. O RELATORIO REPCONC (CATALOGADO NO     *
000300*              SPOOL) LISTA O QUE FOI CASADO, AS LINHAS DO        *
000310*              EXTRATO SEM CONCILIACAO E AS LIQUIDACOES DO MES    *
000320*              SEM EXTRATO. REEXECUTAVEL: SO TRABALHA O QUE AINDA *
000330*              ESTA PENDENTE. RETURN-CODE 4 QUANDO SOBRA ALGO.    *
000340*------------------------------------------------------------------
000350* HISTORICO DE ALTERACOES                                         *
000360* DATA       INICIAIS  DESCRICAO                                  *
000370* 2026-09-26 BH        VERSAO INICIAL                             *
000370* 2026-10-15 BH        REMESSA DO ADIANTAMENTO QUINZENAL          *
000370*                      (FOPAGTO TIPO "A") ENTRA NA CONCILIACAO,   *
000370*                      DATADA NO DIA 20 DA COMPETENCIA            *
000370* 2026-10-15 BH        FOLHA TIPO D (DIFERENCAS RETROATIVAS DO    *
000370*                      FP16226) ENTRA NA CONCILIACAO COM A        *
000370*                      MENSAL                                     *
000370* 2026-10-15 BH        TITULO RECEBIDO COM ATRASO CASA PELO VALOR *
000370*                      COM JUROS E MULTA; TITULO A PAGAR EM MOEDA *
000370*                      ESTRANGEIRA CASA COM A VARIACAO CAMBIAL    *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. BCOCONC.
000410 AUTHOR. BRUNO HARNIK.
000420 INSTALLATION. FATEC.
000430 DATE-WRITTEN. 2026-09-26.
000440 DATE-COMPILED.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SPECIAL-NAMES.
000480     DECIMAL-POINT IS COMMA.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CADBCO ASSIGN TO "CADBCO"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS BC-CODBCO
000550         ALTERNATE RECORD KEY IS BC-IDENT-BANCARIA
000560         FILE STATUS IS BCO-STATUS.
000570     SELECT EXTRATO ASSIGN TO "EXTRATO"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS EB-CHAVE
000610         FILE STATUS IS EXB-STATUS.
000620     SELECT CONCBCO ASSIGN TO "CONCBCO"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CC-CHAVE
000660         FILE STATUS IS CCB-STATUS.
000670     SELECT CRECEBER ASSIGN TO "CRECEBER"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CR-CHAVE
000710         FILE STATUS IS CRC-STATUS.
000720     SELECT CPAGAR ASSIGN TO "CPAGAR"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CP-CHAVE
000760         FILE STATUS IS CPG-STATUS.
000770     SELECT FOPAGTO ASSIGN TO "FOPAGTO"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS PAG-STATUS.
000800     SELECT CADFUNC ASSIGN TO "CADFUNC"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS CODFUNC
000840         FILE STATUS IS FUNC-STATUS.
000850     SELECT CAIXAMOV ASSIGN TO "CAIXAMOV"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS CXM-STATUS.
000880     SELECT PARMSYS ASSIGN TO "PARMSYS"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS PARM-STATUS.
000910     SELECT REPCONC ASSIGN TO "REPCONC"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS REL-STATUS.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  CADBCO
000970     LABEL RECORDS ARE STANDARD.
000980     COPY REGBCO.
000990 FD  EXTRATO
001000     LABEL RECORDS ARE STANDARD.
001010     COPY REGEXB.
001020 FD  CONCBCO
001030     LABEL RECORDS ARE STANDARD.
001040     COPY REGCCB.
001050 FD  CRECEBER
001060     LABEL RECORDS ARE STANDARD.
001070     COPY REGCREC.
001080 FD  CPAGAR
001090     LABEL RECORDS ARE STANDARD.
001100     COPY REGCPAG.
001110 FD  FOPAGTO
001120     LABEL RECORDS ARE STANDARD.
001130     COPY REGPAG.
001140 FD  CADFUNC
001150     LABEL RECORDS ARE STANDARD.
001160     COPY REGFUNC.
001170 FD  CAIXAMOV
001180     LABEL RECORDS ARE STANDARD.
001190     COPY REGCXM.
001200 FD  PARMSYS
001210     LABEL RECORDS ARE STANDARD.
001220     COPY PARMSYS.
001230 FD  REPCONC
001240     LABEL RECORDS ARE STANDARD.
001250 01  REG-RELAT                   PIC X(132).
001260 WORKING-STORAGE SECTION.
001270 01  BCO-STATUS                  PIC X(02).
001280 01  EXB-STATUS                  PIC X(02).
001290 01  CCB-STATUS                  PIC X(02).
001300 01  CRC-STATUS                  PIC X(02).
001310 01  CPG-STATUS                  PIC X(02).
001320 01  PAG-STATUS                  PIC X(02).
001330 01  FUNC-STATUS                 PIC X(02).
001340 01  CXM-STATUS                  PIC X(02).
001350 01  PARM-STATUS                 PIC X(02).
001360 01  REL-STATUS                  PIC X(02).
001370 COPY SPLPARM.
001380 01  W-SWITCHES.
001390     05  W-EOF                   PIC X(01).
001400         88  W-EOF-SIM           VALUE "S".
001410     05  W-EOF-SPL               PIC X(01).
001420         88  W-EOF-SPL-SIM       VALUE "S".
001430     05  W-ACHOU                 PIC X(01).
001440         88  W-ACHOU-SIM         VALUE "S".
001450 01  W-CODBCO-INF                PIC 9(03).
001460 01  W-MES-INF                   PIC 9(02).
001470 01  W-ANO-INF                   PIC 9(04).
001480 01  W-JANELA                    PIC 9(02) VALUE 3.
001490 01  W-JANELA-FOLHA              PIC 9(02) VALUE 10.
001500 01  W-ORD-INI                   PIC 9(07) COMP.
001510 01  W-ORD-FIM                   PIC 9(07) COMP.
001520 01  W-ORD-INI-JAN               PIC 9(07) COMP.
001530 01  W-ORD-FIM-JAN               PIC 9(07) COMP.
001540 01  W-ORD-LIQ                   PIC 9(07) COMP.
001550 01  W-DIF                       PIC S9(07) COMP.
001560 01  W-PASSO                     PIC 9(01).
001570 01  W-QTDE-CANDIDATOS           PIC 9(05) COMP.
001580 01  W-SUB-CANDIDATO             PIC 9(05) COMP.
001590 01  W-SUB                       PIC 9(05) COMP.
001600 01  W-SUB-LIQ                   PIC 9(05) COMP.
001610 01  W-DOC-EXTRATO               PIC 9(10).
001620 01  W-DATA-LIQ.
001630     05  W-ANO-LIQ               PIC 9(04).
001640     05  W-MES-LIQ               PIC 9(02).
001650     05  W-DIA-LIQ               PIC 9(02).
001660 01  W-DATA-LIQ-NUM REDEFINES W-DATA-LIQ PIC 9(08).
001670 01  W-CHAVE-LIQ.
001680     05  W-CHAVE-LIQ-A           PIC 9(04).
001690     05  W-CHAVE-LIQ-B           PIC 9(08).
001700     05  FILLER                  PIC X(08) VALUE SPACES.
001710 01  W-CHAVE-FOLHA.
001720     05  W-CF-ANO                PIC 9(04).
001730     05  W-CF-MES                PIC 9(02).
001740     05  W-CF-TIPO               PIC X(01).
001750     05  FILLER                  PIC X(13) VALUE SPACES.
001760 01  W-CHAVE-CAIXA.
001770     05  W-CX-DATA               PIC 9(08).
001780     05  FILLER                  PIC X(12) VALUE SPACES.
001790 01  W-COMP-ANT-ANO              PIC 9(04).
001800 01  W-COMP-ANT-MES              PIC 9(02).
001810 01  W-VALOR-LIQ                 PIC 9(13)V99.
001820 01  W-HOJE-NUM                  PIC 9(08).
001830 01  W-QTDE-EXTRATO-MES          PIC 9(05) VALUE ZERO.
001840 01  W-QTDE-JA-CONCILIADAS       PIC 9(05) VALUE ZERO.
001850 01  W-QTDE-CASADAS              PIC 9(05) VALUE ZERO.
001860 01  W-QTDE-CASADAS-PASSO        PIC 9(05) OCCURS 3 TIMES.
001870 01  W-QTDE-EXT-PENDENTES        PIC 9(05) VALUE ZERO.
001870 01  W-QTDE-CRED-PEND            PIC 9(05) VALUE ZERO.
001870 01  W-QTDE-DEB-PEND             PIC 9(05) VALUE ZERO.
001880 01  W-QTDE-LIQ-PENDENTES        PIC 9(05) VALUE ZERO.
001890 01  W-QTDE-TAB-CHEIA            PIC 9(05) VALUE ZERO.
001900 01  W-TOT-CRED-PEND             PIC 9(15)V99 VALUE ZERO.
001910 01  W-TOT-DEB-PEND              PIC 9(15)V99 VALUE ZERO.
001920 01  W-TOT-LIQ-PEND              PIC 9(15)V99 VALUE ZERO.
001930******************************************************************
001940*    LINHAS PENDENTES DO EXTRATO NO MES                           *
001950******************************************************************
001960 01  TAB-EXTRATO.
001970     05  TAB-EXT-OCR OCCURS 3000 TIMES.
001980         10  TE-DATA             PIC 9(08).
001990         10  TE-SEQ              PIC 9(05).
002000         10  TE-ORD              PIC 9(07) COMP.
002010         10  TE-TIPO             PIC X(01).
002020         10  TE-VALOR            PIC 9(13)V99.
002030         10  TE-DOCUMENTO        PIC X(10).
002040         10  TE-HISTORICO        PIC X(30).
002050         10  TE-CASADO           PIC X(01).
002060         10  TE-PASSO            PIC 9(01).
002070         10  TE-SUB-LIQ          PIC 9(05) COMP.
002080 01  W-QTDE-EXT                  PIC 9(05) COMP VALUE ZERO.
002090******************************************************************
002100*    LIQUIDACOES DO SISTEMA NA JANELA DO MES. TQ-CASADO: "N"      *
002110*    LIVRE, "S" CASADA NESTA EXECUCAO, "J" JA NO CONCBCO          *
002120******************************************************************
002130 01  TAB-LIQUIDACOES.
002140     05  TAB-LIQ-OCR OCCURS 5000 TIMES.
002150         10  TQ-ORIGEM           PIC X(01).
002160         10  TQ-DOC              PIC X(20).
002170         10  TQ-DATA             PIC 9(08).
002180         10  TQ-ORD              PIC 9(07) COMP.
002190         10  TQ-JANELA           PIC 9(02).
002200         10  TQ-TIPO             PIC X(01).
002210         10  TQ-VALOR            PIC 9(13)V99.
002220         10  TQ-NUMDOC           PIC 9(08).
002230         10  TQ-CASADO           PIC X(01).
002240 01  W-QTDE-LIQ                  PIC 9(05) COMP VALUE ZERO.
002250******************************************************************
002260*    LINHAS DO RELATORIO                                          *
002270******************************************************************
002280 01  CAB-RELAT.
002290     05  FILLER                  PIC X(30)
002300         VALUE "CONCILIACAO BANCARIA - BCOCONC".
002310     05  FILLER                  PIC X(08) VALUE "  CONTA ".
002320     05  CAB-CODBCO              PIC 9(03).
002330     05  FILLER                  PIC X(01) VALUE SPACES.
002340     05  CAB-DESCRICAO           PIC X(30).
002350     05  FILLER                  PIC X(07) VALUE "  COMP ".
002360     05  CAB-MES                 PIC 9(02).
002370     05  FILLER                  PIC X(01) VALUE "/".
002380     05  CAB-ANO                 PIC 9(04).
002390     05  FILLER                  PIC X(10) VALUE "  JANELA ".
002400     05  CAB-JANELA              PIC Z9.
002410     05  FILLER                  PIC X(05) VALUE " DIAS".
002420 01  CAB-SALDO.
002430     05  FILLER                  PIC X(29)
002440         VALUE "SALDO INFORMADO PELO BANCO EM".
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  CAB-DATA-SALDO          PIC 9(08).
002470     05  FILLER                  PIC X(02) VALUE ": ".
002480     05  CAB-SALDO-VALOR         PIC -ZZZZZZZZZZZZ9,99.
002490 01  LIN-TITULO.
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  LTI-TEXTO               PIC X(60).
002520 01  LIN-EXTRATO.
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  LE-DATA                 PIC 9(08).
002550     05  FILLER                  PIC X(01) VALUE "-".
002560     05  LE-SEQ                  PIC 9(05).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  LE-TIPO                 PIC X(01).
002590     05  LE-VALOR                PIC ZZZZZZZZZZZZ9,99.
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  LE-DOCUMENTO            PIC X(10).
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  LE-HISTORICO            PIC X(30).
002640     05  FILLER                  PIC X(01) VALUE SPACES.
002650     05  LE-CASAMENTO.
002660         10  LE-ORIGEM           PIC X(01).
002670         10  FILLER              PIC X(01) VALUE SPACES.
002680         10  LE-CHAVE            PIC X(20).
002690         10  FILLER              PIC X(01) VALUE SPACES.
002700         10  LE-DATA-LIQ         PIC 9(08).
002710         10  FILLER              PIC X(07) VALUE " PASSO ".
002720         10  LE-PASSO            PIC 9(01).
002730 01  LIN-LIQUIDACAO.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  LQ-ORIGEM               PIC X(01).
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  LQ-DESC-ORIGEM          PIC X(10).
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  LQ-CHAVE                PIC X(20).
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  LQ-DATA                 PIC 9(08).
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  LQ-TIPO                 PIC X(01).
002840     05  LQ-VALOR                PIC ZZZZZZZZZZZZ9,99.
002850 01  LIN-TOTAL.
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  LT-ROTULO               PIC X(40).
002880     05  LT-QTDE                 PIC ZZZZ9.
002890     05  FILLER                  PIC X(01) VALUE SPACES.
002900     05  LT-VALOR                PIC ZZZZZZZZZZZZZZ9,99.
002910 PROCEDURE DIVISION.
002920******************************************************************
002930*    0000-MAINLINE                                                *
002940******************************************************************
002950 0000-MAINLINE.
002960     DISPLAY "BCOCONC: CODIGO DA CONTA BANCARIA =>".
002970     ACCEPT W-CODBCO-INF.
002980     DISPLAY "BCOCONC: MES DO EXTRATO =>".
002990     ACCEPT W-MES-INF.
003000     DISPLAY "BCOCONC: ANO DO EXTRATO (4 DIGITOS) =>".
003010     ACCEPT W-ANO-INF.
003020     IF W-MES-INF < 1 OR W-MES-INF > 12 OR W-ANO-INF < 1753
003030         DISPLAY "BCOCONC: COMPETENCIA INVALIDA"
003040         MOVE 8 TO RETURN-CODE
003050         STOP RUN.
003060     OPEN INPUT CADBCO.
003070     IF BCO-STATUS NOT = "00"
003080         DISPLAY "BCOCONC: NENHUMA CONTA BANCARIA CADASTRADA"
003090         MOVE 8 TO RETURN-CODE
003100         STOP RUN.
003110     MOVE W-CODBCO-INF TO BC-CODBCO.
003120     READ CADBCO
003130         INVALID KEY
003140             DISPLAY "BCOCONC: CONTA " W-CODBCO-INF
003150                     " NAO CADASTRADA"
003160             CLOSE CADBCO
003170             MOVE 8 TO RETURN-CODE
003180             STOP RUN.
003190     CLOSE CADBCO.
003200     PERFORM 0500-LER-PARM THRU 0500-EXIT.
003210     COMPUTE W-ORD-INI = (W-ANO-INF * 360) + (W-MES-INF * 30) + 1.
003220     COMPUTE W-ORD-FIM =
003220         (W-ANO-INF * 360) + (W-MES-INF * 30) + 31.
003230     COMPUTE W-ORD-INI-JAN = W-ORD-INI - W-JANELA.
003240     COMPUTE W-ORD-FIM-JAN = W-ORD-FIM + W-JANELA.
003250     ACCEPT W-HOJE-NUM FROM DATE YYYYMMDD.
003260     MOVE ZERO TO W-QTDE-CASADAS-PASSO(1).
003270     MOVE ZERO TO W-QTDE-CASADAS-PASSO(2).
003280     MOVE ZERO TO W-QTDE-CASADAS-PASSO(3).
003290     OPEN I-O EXTRATO.
003300     IF EXB-STATUS NOT = "00"
003310         DISPLAY "BCOCONC: NENHUM EXTRATO IMPORTADO (BCOEXT)"
003320         MOVE 8 TO RETURN-CODE
003330         STOP RUN.
003340     OPEN I-O CONCBCO.
003350     IF CCB-STATUS = "35"
003360         OPEN OUTPUT CONCBCO
003370         CLOSE CONCBCO
003380         OPEN I-O CONCBCO.
003390     PERFORM 1000-CARREGAR-EXTRATO THRU 1000-EXIT.
003400     PERFORM 2000-CARREGAR-LIQUIDACOES THRU 2000-EXIT.
003410     PERFORM 3000-CASAR THRU 3000-EXIT
003420         VARYING W-PASSO FROM 1 BY 1
003430         UNTIL W-PASSO > 3.
003440     OPEN OUTPUT REPCONC.
003450     PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
003460     CLOSE REPCONC.
003470     CLOSE EXTRATO CONCBCO.
003480     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
003490     DISPLAY "BCOCONC: LINHAS DO EXTRATO NO MES....: "
003500             W-QTDE-EXTRATO-MES.
003510     DISPLAY "BCOCONC: JA CONCILIADAS ANTES........: "
003520             W-QTDE-JA-CONCILIADAS.
003530     DISPLAY "BCOCONC: CASADAS AGORA (DOC/DIA/JAN).: "
003540             W-QTDE-CASADAS " (" W-QTDE-CASADAS-PASSO(1) "/"
003550             W-QTDE-CASADAS-PASSO(2) "/"
003560             W-QTDE-CASADAS-PASSO(3) ")".
003570     DISPLAY "BCOCONC: EXTRATO SEM CONCILIACAO.....: "
003580             W-QTDE-EXT-PENDENTES.
003590     DISPLAY "BCOCONC: LIQUIDACOES SEM EXTRATO.....: "
003600             W-QTDE-LIQ-PENDENTES.
003610     DISPLAY "BCOCONC: RELATORIO EM REPCONC, SPOOL " SPA-NUMERO.
003620     IF W-QTDE-TAB-CHEIA NOT = ZERO
003630         DISPLAY "BCOCONC: *** TABELA CHEIA - " W-QTDE-TAB-CHEIA
003640                 " ITENS FORA DESTA EXECUCAO ***".
003650     IF W-QTDE-EXT-PENDENTES NOT = ZERO
003660         OR W-QTDE-LIQ-PENDENTES NOT = ZERO
003670         OR W-QTDE-TAB-CHEIA NOT = ZERO
003680         MOVE 4 TO RETURN-CODE.
003690     STOP RUN.
003700******************************************************************
003710*    0500-LER-PARM - JANELA DE DIAS DA CONCILIACAO NO PARMSYS     *
003720*    (ZERO = 3)                                                   *
003730******************************************************************
003740 0500-LER-PARM.
003750     OPEN INPUT PARMSYS.
003760     IF PARM-STATUS = "00"
003770         READ PARMSYS
003780             AT END CONTINUE
003790         END-READ
003800         IF PARM-DIAS-CONC IS NUMERIC
003810             AND PARM-DIAS-CONC NOT = ZERO
003820             MOVE PARM-DIAS-CONC TO W-JANELA
003830         END-IF
003840         CLOSE PARMSYS.
003850 0500-EXIT. EXIT.
003860******************************************************************
003870*    1000-CARREGAR-EXTRATO - LINHAS DA CONTA NO MES; AS PENDENTES *
003880*    VAO PARA A TABELA                                            *
003890******************************************************************
003900 1000-CARREGAR-EXTRATO.
003910     MOVE W-CODBCO-INF TO EB-CODBCO.
003920     MOVE W-ANO-INF    TO EB-ANO.
003930     MOVE W-MES-INF    TO EB-MES.
003940     MOVE ZERO         TO EB-DIA EB-SEQ.
003950     MOVE "N" TO W-EOF.
003960     START EXTRATO KEY IS NOT LESS THAN EB-CHAVE
003970         INVALID KEY MOVE "S" TO W-EOF.
003980     PERFORM 1100-LER-EXTRATO THRU 1100-EXIT
003990         UNTIL W-EOF-SIM.
004000 1000-EXIT. EXIT.
004010 1100-LER-EXTRATO.
004020     READ EXTRATO NEXT RECORD
004030         AT END MOVE "S" TO W-EOF.
004040     IF W-EOF-SIM
004050         GO TO 1100-EXIT.
004060     IF EB-CODBCO NOT = W-CODBCO-INF
004070         OR EB-ANO NOT = W-ANO-INF
004080         OR EB-MES NOT = W-MES-INF
004090         MOVE "S" TO W-EOF
004100         GO TO 1100-EXIT.
004110     ADD 1 TO W-QTDE-EXTRATO-MES.
004120     IF NOT EB-PENDENTE
004130         ADD 1 TO W-QTDE-JA-CONCILIADAS
004140         GO TO 1100-EXIT.
004150     IF W-QTDE-EXT NOT < 3000
004160         ADD 1 TO W-QTDE-TAB-CHEIA
004170         GO TO 1100-EXIT.
004180     ADD 1 TO W-QTDE-EXT.
004190     MOVE EB-DATA      TO TE-DATA(W-QTDE-EXT).
004200     MOVE EB-SEQ       TO TE-SEQ(W-QTDE-EXT).
004210     COMPUTE TE-ORD(W-QTDE-EXT) =
004220         (EB-ANO * 360) + (EB-MES * 30) + EB-DIA.
004230     MOVE EB-TIPO      TO TE-TIPO(W-QTDE-EXT).
004240     MOVE EB-VALOR     TO TE-VALOR(W-QTDE-EXT).
004250     MOVE EB-DOCUMENTO TO TE-DOCUMENTO(W-QTDE-EXT).
004260     MOVE EB-HISTORICO TO TE-HISTORICO(W-QTDE-EXT).
004270     MOVE "N"          TO TE-CASADO(W-QTDE-EXT).
004280     MOVE ZERO         TO TE-PASSO(W-QTDE-EXT).
004290     MOVE ZERO         TO TE-SUB-LIQ(W-QTDE-EXT).
004300 1100-EXIT. EXIT.
004310******************************************************************
004320*    2000-CARREGAR-LIQUIDACOES - SO AS ORIGENS LIGADAS NA CONTA;  *
004330*    NO FIM, MARCA AS QUE JA ESTAO NO CONCBCO                     *
004340******************************************************************
004350 2000-CARREGAR-LIQUIDACOES.
004360     IF BC-USA-RECEBER-SIM
004370         PERFORM 2100-RECEBER THRU 2100-EXIT.
004380     IF BC-USA-PAGAR-SIM
004390         PERFORM 2200-PAGAR THRU 2200-EXIT.
004400     IF BC-USA-FOLHA-SIM
004410         PERFORM 2300-FOLHA THRU 2300-EXIT.
004420     IF BC-USA-CAIXA-SIM
004430         PERFORM 2400-CAIXA THRU 2400-EXIT.
004440     PERFORM 2900-MARCAR-JA-CASADA THRU 2900-EXIT
004450         VARYING W-SUB-LIQ FROM 1 BY 1
004460         UNTIL W-SUB-LIQ > W-QTDE-LIQ.
004470 2000-EXIT. EXIT.
004480******************************************************************
004490*    2100-RECEBER - TITULOS BAIXADOS NA JANELA (CREDITO), PELO    *
004490*    VALOR COM OS JUROS E A MULTA RECEBIDOS NA BAIXA              *
004500******************************************************************
004510 2100-RECEBER.
004520     OPEN INPUT CRECEBER.
004530     IF CRC-STATUS NOT = "00"
004540         DISPLAY "BCOCONC: CRECEBER AUSENTE - SEM RECEBIMENTOS"
004550         GO TO 2100-EXIT.
004560     MOVE "N" TO W-EOF.
004570     MOVE LOW-VALUES TO CR-CHAVE.
004580     START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
004590         INVALID KEY MOVE "S" TO W-EOF.
004600     PERFORM 2110-LER-RECEBER THRU 2110-EXIT
004610         UNTIL W-EOF-SIM.
004620     CLOSE CRECEBER.
004630 2100-EXIT. EXIT.
004640 2110-LER-RECEBER.
004650     READ CRECEBER NEXT RECORD
004660         AT END MOVE "S" TO W-EOF.
004670     IF W-EOF-SIM
004680         GO TO 2110-EXIT.
004690     IF NOT CR-PAGO-SIM
004700         GO TO 2110-EXIT.
004710     COMPUTE W-ORD-LIQ =
004720         (CR-PAG-ANO * 360) + (CR-PAG-MES * 30) + CR-PAG-DIA.
004730     IF W-ORD-LIQ < W-ORD-INI-JAN OR W-ORD-LIQ > W-ORD-FIM-JAN
004740         GO TO 2110-EXIT.
004750     MOVE CR-CODCLI    TO W-CHAVE-LIQ-A.
004760     MOVE CR-DOCUMENTO TO W-CHAVE-LIQ-B.
004770     MOVE CR-PAG-ANO   TO W-ANO-LIQ.
004780     MOVE CR-PAG-MES   TO W-MES-LIQ.
004790     MOVE CR-PAG-DIA   TO W-DIA-LIQ.
004800     PERFORM 2500-NOVA-LIQUIDACAO THRU 2500-EXIT.
004810     IF NOT W-ACHOU-SIM
004820         GO TO 2110-EXIT.
004830     MOVE "R"          TO TQ-ORIGEM(W-SUB-LIQ).
004840     MOVE W-CHAVE-LIQ  TO TQ-DOC(W-SUB-LIQ).
004850     MOVE "C"          TO TQ-TIPO(W-SUB-LIQ).
004860     MOVE CR-VALOR     TO TQ-VALOR(W-SUB-LIQ).
004860     IF CR-JUROS-REC IS NUMERIC
004860         ADD CR-JUROS-REC TO TQ-VALOR(W-SUB-LIQ).
004860     IF CR-MULTA-REC IS NUMERIC
004860         ADD CR-MULTA-REC TO TQ-VALOR(W-SUB-LIQ).
004870     MOVE CR-DOCUMENTO TO TQ-NUMDOC(W-SUB-LIQ).
004880 2110-EXIT. EXIT.
004890******************************************************************
004900*    2200-PAGAR - TITULOS LIQUIDADOS NA JANELA (DEBITO), PELO     *
004910*    LIQUIDO DAS RETENCOES; TITULO EM MOEDA ESTRANGEIRA SOMA A    *
004910*    VARIACAO CAMBIAL REALIZADA (O BANCO DEBITA PELA TAXA DO      *
004910*    PAGAMENTO)                                                   *
004920******************************************************************
004930 2200-PAGAR.
004940     OPEN INPUT CPAGAR.
004950     IF CPG-STATUS NOT = "00"
004960         DISPLAY "BCOCONC: CPAGAR AUSENTE - SEM PAGAMENTOS"
004970         GO TO 2200-EXIT.
004980     MOVE "N" TO W-EOF.
004990     MOVE LOW-VALUES TO CP-CHAVE.
005000     START CPAGAR KEY IS NOT LESS THAN CP-CHAVE
005010         INVALID KEY MOVE "S" TO W-EOF.
005020     PERFORM 2210-LER-PAGAR THRU 2210-EXIT
005030         UNTIL W-EOF-SIM.
005040     CLOSE CPAGAR.
005050 2200-EXIT. EXIT.
005060 2210-LER-PAGAR.
005070     READ CPAGAR NEXT RECORD
005080         AT END MOVE "S" TO W-EOF.
005090     IF W-EOF-SIM
005100         GO TO 2210-EXIT.
005110     IF NOT CP-PAGO-SIM
005120         GO TO 2210-EXIT.
005130     COMPUTE W-ORD-LIQ =
005140         (CP-PAG-ANO * 360) + (CP-PAG-MES * 30) + CP-PAG-DIA.
005150     IF W-ORD-LIQ < W-ORD-INI-JAN OR W-ORD-LIQ > W-ORD-FIM-JAN
005160         GO TO 2210-EXIT.
005170     MOVE CP-CODFORN   TO W-CHAVE-LIQ-A.
005180     MOVE CP-DOCUMENTO TO W-CHAVE-LIQ-B.
005190     MOVE CP-PAG-ANO   TO W-ANO-LIQ.
005200     MOVE CP-PAG-MES   TO W-MES-LIQ.
005210     MOVE CP-PAG-DIA   TO W-DIA-LIQ.
005220     PERFORM 2500-NOVA-LIQUIDACAO THRU 2500-EXIT.
005230     IF NOT W-ACHOU-SIM
005240         GO TO 2210-EXIT.
005250     MOVE "P"          TO TQ-ORIGEM(W-SUB-LIQ).
005260     MOVE W-CHAVE-LIQ  TO TQ-DOC(W-SUB-LIQ).
005270     MOVE "D"          TO TQ-TIPO(W-SUB-LIQ).
005280     IF CP-VALOR-LIQUIDO IS NUMERIC
005290         AND CP-VALOR-LIQUIDO > ZERO
005300         MOVE CP-VALOR-LIQUIDO TO TQ-VALOR(W-SUB-LIQ)
005310     ELSE
005320         MOVE CP-VALOR TO TQ-VALOR(W-SUB-LIQ).
005320     IF NOT CP-MOEDA-NACIONAL
005320         AND CP-VARIACAO IS NUMERIC
005320         COMPUTE TQ-VALOR(W-SUB-LIQ) =
005320             TQ-VALOR(W-SUB-LIQ) + CP-VARIACAO.
005330     MOVE CP-DOCUMENTO TO TQ-NUMDOC(W-SUB-LIQ).
005340 2210-EXIT. EXIT.
005350******************************************************************
005360*    2300-FOLHA - TOTAL DA REMESSA DE SALARIOS (MESMO CRITERIO DO *
005370*    FP16215: LIQUIDO DE QUEM TEM BANCO NO CADFUNC) DA            *
005380*    COMPETENCIA DO MES E DA ANTERIOR, MENSAL E 13O, DATADO NO    *
005380*    DIA 5 DO MES SEGUINTE A COMPETENCIA (DEBITO); O              *
005380*    ADIANTAMENTO QUINZENAL E DATADO NO DIA 20 DA PROPRIA         *
005380*    COMPETENCIA                                                  *
005400******************************************************************
005410 2300-FOLHA.
005420     OPEN INPUT FOPAGTO.
005430     IF PAG-STATUS NOT = "00"
005440         DISPLAY "BCOCONC: FOPAGTO AUSENTE - SEM FOLHA"
005450         GO TO 2300-EXIT.
005460     OPEN INPUT CADFUNC.
005470     IF FUNC-STATUS NOT = "00"
005480         DISPLAY "BCOCONC: CADFUNC AUSENTE - SEM FOLHA"
005490         CLOSE FOPAGTO
005500         GO TO 2300-EXIT.
005510     IF W-MES-INF = 1
005520         MOVE 12 TO W-COMP-ANT-MES
005530         COMPUTE W-COMP-ANT-ANO = W-ANO-INF - 1
005540     ELSE
005550         COMPUTE W-COMP-ANT-MES = W-MES-INF - 1
005560         MOVE W-ANO-INF TO W-COMP-ANT-ANO.
005570     MOVE "N" TO W-EOF.
005580     PERFORM 2310-LER-FOPAGTO THRU 2310-EXIT
005590         UNTIL W-EOF-SIM.
005600     CLOSE FOPAGTO CADFUNC.
005610 2300-EXIT. EXIT.
005620 2310-LER-FOPAGTO.
005630     READ FOPAGTO
005640         AT END MOVE "S" TO W-EOF.
005650     IF W-EOF-SIM
005660         GO TO 2310-EXIT.
005670     IF NOT FOLHA-MENSAL AND NOT FOLHA-DECIMO
005670         AND NOT FOLHA-ADIANTAMENTO AND NOT FOLHA-DIFERENCA
005680         GO TO 2310-EXIT.
005690     IF (PAG-COMP-ANO NOT = W-ANO-INF
005700             OR PAG-COMP-MES NOT = W-MES-INF)
005710         AND (PAG-COMP-ANO NOT = W-COMP-ANT-ANO
005720             OR PAG-COMP-MES NOT = W-COMP-ANT-MES)
005730         GO TO 2310-EXIT.
005740     MOVE PAG-CODFUNC TO CODFUNC.
005750     READ CADFUNC
005760         INVALID KEY
005770             GO TO 2310-EXIT.
005780     IF BANCOFUNC = ZERO
005790         GO TO 2310-EXIT.
005800     MOVE PAG-COMP-ANO   TO W-CF-ANO.
005810     MOVE PAG-COMP-MES   TO W-CF-MES.
005820     MOVE PAG-TIPO-FOLHA TO W-CF-TIPO.
005830     PERFORM 2600-PROCURAR-LIQUIDACAO THRU 2600-EXIT.
005840     IF W-ACHOU-SIM
005850         ADD PAG-LIQUIDO TO TQ-VALOR(W-SUB-LIQ)
005860         GO TO 2310-EXIT.
005870     IF PAG-COMP-MES = 12
005880         COMPUTE W-ANO-LIQ = PAG-COMP-ANO + 1
005890         MOVE 1 TO W-MES-LIQ
005900     ELSE
005910         MOVE PAG-COMP-ANO TO W-ANO-LIQ
005920         COMPUTE W-MES-LIQ = PAG-COMP-MES + 1.
005930     MOVE 5 TO W-DIA-LIQ.
005930     IF FOLHA-ADIANTAMENTO
005930         MOVE PAG-COMP-ANO TO W-ANO-LIQ
005930         MOVE PAG-COMP-MES TO W-MES-LIQ
005930         MOVE 20 TO W-DIA-LIQ.
005940     PERFORM 2500-NOVA-LIQUIDACAO THRU 2500-EXIT.
005950     IF NOT W-ACHOU-SIM
005960         GO TO 2310-EXIT.
005970     MOVE "F"           TO TQ-ORIGEM(W-SUB-LIQ).
005980     MOVE W-CHAVE-FOLHA TO TQ-DOC(W-SUB-LIQ).
005990     MOVE "D"           TO TQ-TIPO(W-SUB-LIQ).
006000     MOVE PAG-LIQUIDO   TO TQ-VALOR(W-SUB-LIQ).
006010     MOVE W-JANELA-FOLHA TO TQ-JANELA(W-SUB-LIQ).
006020 2310-EXIT. EXIT.
006030******************************************************************
006040*    2400-CAIXA - DINHEIRO RECEBIDO NO BALCAO, SOMADO POR DIA     *
006050*    NA JANELA (O DEPOSITO E UM CREDITO)                          *
006060******************************************************************
006070 2400-CAIXA.
006080     OPEN INPUT CAIXAMOV.
006090     IF CXM-STATUS NOT = "00"
006100         DISPLAY "BCOCONC: CAIXAMOV AUSENTE - SEM DEPOSITOS"
006110         GO TO 2400-EXIT.
006120     MOVE "N" TO W-EOF.
006130     PERFORM 2410-LER-CAIXA THRU 2410-EXIT
006140         UNTIL W-EOF-SIM.
006150     CLOSE CAIXAMOV.
006160 2400-EXIT. EXIT.
006170 2410-LER-CAIXA.
006180     READ CAIXAMOV
006190         AT END MOVE "S" TO W-EOF.
006200     IF W-EOF-SIM
006210         GO TO 2410-EXIT.
006220     IF NOT CX-DINHEIRO
006230         GO TO 2410-EXIT.
006240     COMPUTE W-ORD-LIQ = (CX-ANO * 360) + (CX-MES * 30) + CX-DIA.
006250     IF W-ORD-LIQ < W-ORD-INI-JAN OR W-ORD-LIQ > W-ORD-FIM-JAN
006260         GO TO 2410-EXIT.
006270     MOVE CX-ANO TO W-ANO-LIQ.
006280     MOVE CX-MES TO W-MES-LIQ.
006290     MOVE CX-DIA TO W-DIA-LIQ.
006300     MOVE W-DATA-LIQ-NUM TO W-CX-DATA.
006310     MOVE W-CHAVE-CAIXA TO W-CHAVE-FOLHA.
006320     PERFORM 2600-PROCURAR-LIQUIDACAO THRU 2600-EXIT.
006330     IF W-ACHOU-SIM
006340         ADD CX-VALOR TO TQ-VALOR(W-SUB-LIQ)
006350         GO TO 2410-EXIT.
006360     PERFORM 2500-NOVA-LIQUIDACAO THRU 2500-EXIT.
006370     IF NOT W-ACHOU-SIM
006380         GO TO 2410-EXIT.
006390     MOVE "C"           TO TQ-ORIGEM(W-SUB-LIQ).
006400     MOVE W-CHAVE-CAIXA TO TQ-DOC(W-SUB-LIQ).
006410     MOVE "C"           TO TQ-TIPO(W-SUB-LIQ).
006420     MOVE CX-VALOR      TO TQ-VALOR(W-SUB-LIQ).
006430 2410-EXIT. EXIT.
006440******************************************************************
006450*    2500-NOVA-LIQUIDACAO - ABRE UMA POSICAO NA TABELA COM A DATA *
006460*    W-DATA-LIQ (W-ACHOU "N" QUANDO A TABELA ESTA CHEIA)          *
006470******************************************************************
006480 2500-NOVA-LIQUIDACAO.
006490     MOVE "N" TO W-ACHOU.
006500     IF W-QTDE-LIQ NOT < 5000
006510         ADD 1 TO W-QTDE-TAB-CHEIA
006520         GO TO 2500-EXIT.
006530     ADD 1 TO W-QTDE-LIQ.
006540     MOVE W-QTDE-LIQ TO W-SUB-LIQ.
006550     MOVE W-DATA-LIQ-NUM TO TQ-DATA(W-SUB-LIQ).
006560     COMPUTE TQ-ORD(W-SUB-LIQ) =
006570         (W-ANO-LIQ * 360) + (W-MES-LIQ * 30) + W-DIA-LIQ.
006580     MOVE W-JANELA TO TQ-JANELA(W-SUB-LIQ).
006590     MOVE ZERO TO TQ-NUMDOC(W-SUB-LIQ).
006600     MOVE "N" TO TQ-CASADO(W-SUB-LIQ).
006610     MOVE "S" TO W-ACHOU.
006620 2500-EXIT. EXIT.
006630******************************************************************
006640*    2600-PROCURAR-LIQUIDACAO - ITEM AGREGADO (FOLHA OU CAIXA)    *
006650*    COM A CHAVE EM W-CHAVE-FOLHA                                 *
006660******************************************************************
006670 2600-PROCURAR-LIQUIDACAO.
006680     MOVE "N" TO W-ACHOU.
006690     PERFORM 2610-COMPARAR THRU 2610-EXIT
006700         VARYING W-SUB-LIQ FROM 1 BY 1
006710         UNTIL W-SUB-LIQ > W-QTDE-LIQ
006720         OR W-ACHOU-SIM.
006730 2600-EXIT. EXIT.
006740 2610-COMPARAR.
006750     IF (TQ-ORIGEM(W-SUB-LIQ) = "F" OR TQ-ORIGEM(W-SUB-LIQ) = "C")
006760         AND TQ-DOC(W-SUB-LIQ) = W-CHAVE-FOLHA
006770         MOVE "S" TO W-ACHOU
006780         SUBTRACT 1 FROM W-SUB-LIQ.
006790 2610-EXIT. EXIT.
006800******************************************************************
006810*    2900-MARCAR-JA-CASADA - LIQUIDACAO JA CONCILIADA ANTES (EM   *
006820*    QUALQUER CONTA) NAO ENTRA NO CASAMENTO NEM NO RELATORIO      *
006830******************************************************************
006840 2900-MARCAR-JA-CASADA.
006850     MOVE TQ-ORIGEM(W-SUB-LIQ) TO CC-ORIGEM.
006860     MOVE TQ-DOC(W-SUB-LIQ)    TO CC-DOC.
006870     READ CONCBCO
006880         INVALID KEY
006890             CONTINUE
006900         NOT INVALID KEY
006910             MOVE "J" TO TQ-CASADO(W-SUB-LIQ).
006920 2900-EXIT. EXIT.
006930******************************************************************
006940*    3000-CASAR - UMA PASSADA (W-PASSO) SOBRE AS LINHAS DO        *
006950*    EXTRATO AINDA LIVRES                                         *
006960******************************************************************
006970 3000-CASAR.
006980     PERFORM 3100-CASAR-LINHA THRU 3100-EXIT
006990         VARYING W-SUB FROM 1 BY 1
007000         UNTIL W-SUB > W-QTDE-EXT.
007010 3000-EXIT. EXIT.
007020 3100-CASAR-LINHA.
007030     IF TE-CASADO(W-SUB) NOT = "N"
007040         GO TO 3100-EXIT.
007050     MOVE ZERO TO W-DOC-EXTRATO.
007060     IF TE-DOCUMENTO(W-SUB) IS NUMERIC
007070         MOVE TE-DOCUMENTO(W-SUB) TO W-DOC-EXTRATO.
007080     IF W-PASSO = 1 AND W-DOC-EXTRATO = ZERO
007090         GO TO 3100-EXIT.
007100     MOVE ZERO TO W-QTDE-CANDIDATOS W-SUB-CANDIDATO.
007110     PERFORM 3200-AVALIAR-CANDIDATO THRU 3200-EXIT
007120         VARYING W-SUB-LIQ FROM 1 BY 1
007130         UNTIL W-SUB-LIQ > W-QTDE-LIQ
007140         OR (W-PASSO < 3 AND W-QTDE-CANDIDATOS > ZERO).
007150     IF W-QTDE-CANDIDATOS = ZERO
007160         GO TO 3100-EXIT.
007170     IF W-PASSO = 3 AND W-QTDE-CANDIDATOS > 1
007180         GO TO 3100-EXIT.
007190     PERFORM 3500-GRAVAR-CASAMENTO THRU 3500-EXIT.
007200 3100-EXIT. EXIT.
007210******************************************************************
007220*    3200-AVALIAR-CANDIDATO - MESMO SENTIDO E VALOR; PASSO 1      *
007230*    EXIGE O DOCUMENTO E A JANELA, PASSO 2 A MESMA DATA, PASSO 3  *
007240*    SO A JANELA                                                  *
007250******************************************************************
007260 3200-AVALIAR-CANDIDATO.
007270     IF TQ-CASADO(W-SUB-LIQ) NOT = "N"
007280         OR TQ-TIPO(W-SUB-LIQ) NOT = TE-TIPO(W-SUB)
007290         OR TQ-VALOR(W-SUB-LIQ) NOT = TE-VALOR(W-SUB)
007300         GO TO 3200-EXIT.
007310     COMPUTE W-DIF = TE-ORD(W-SUB) - TQ-ORD(W-SUB-LIQ).
007320     IF W-DIF < ZERO
007330         COMPUTE W-DIF = ZERO - W-DIF.
007340     EVALUATE W-PASSO
007350         WHEN 1
007360             IF TQ-NUMDOC(W-SUB-LIQ) = ZERO
007370                 OR TQ-NUMDOC(W-SUB-LIQ) NOT = W-DOC-EXTRATO
007380                 OR W-DIF > TQ-JANELA(W-SUB-LIQ)
007390                 GO TO 3200-EXIT
007400             END-IF
007410         WHEN 2
007420             IF W-DIF NOT = ZERO
007430                 GO TO 3200-EXIT
007440             END-IF
007450         WHEN OTHER
007460             IF W-DIF > TQ-JANELA(W-SUB-LIQ)
007470                 GO TO 3200-EXIT
007480             END-IF
007490     END-EVALUATE.
007500     ADD 1 TO W-QTDE-CANDIDATOS.
007510     IF W-SUB-CANDIDATO = ZERO
007520         MOVE W-SUB-LIQ TO W-SUB-CANDIDATO.
007530 3200-EXIT. EXIT.
007540******************************************************************
007550*    3500-GRAVAR-CASAMENTO - MARCA A LINHA DO EXTRATO, GRAVA O    *
007560*    CONCBCO E AS DUAS TABELAS                                    *
007570******************************************************************
007580 3500-GRAVAR-CASAMENTO.
007590     MOVE W-CODBCO-INF      TO EB-CODBCO.
007600     MOVE TE-DATA(W-SUB)    TO EB-DATA.
007610     MOVE TE-SEQ(W-SUB)     TO EB-SEQ.
007620     READ EXTRATO
007630         INVALID KEY
007640             DISPLAY "BCOCONC: LINHA " TE-DATA(W-SUB) "-"
007650                     TE-SEQ(W-SUB) " SUMIU DO EXTRATO"
007660             GO TO 3500-EXIT.
007670     MOVE TQ-ORIGEM(W-SUB-CANDIDATO) TO CC-ORIGEM.
007680     MOVE TQ-DOC(W-SUB-CANDIDATO)    TO CC-DOC.
007690     MOVE EB-CODBCO                  TO CC-CODBCO.
007700     MOVE EB-DATA                    TO CC-DATA-EXT.
007710     MOVE EB-SEQ                     TO CC-SEQ-EXT.
007720     MOVE EB-VALOR                   TO CC-VALOR.
007730     MOVE "A"                        TO CC-TIPO-CONC.
007740     MOVE "BCOCONC"                  TO CC-OPERADOR.
007750     MOVE W-HOJE-NUM                 TO CC-DATA-CONC.
007760     WRITE REGCCB
007770         INVALID KEY
007780             MOVE "J" TO TQ-CASADO(W-SUB-CANDIDATO)
007790             GO TO 3500-EXIT.
007800     MOVE "A"                        TO EB-SITUACAO.
007810     MOVE CC-ORIGEM                  TO EB-ORIGEM-CONC.
007820     MOVE CC-DOC                     TO EB-CHAVE-CONC.
007830     MOVE "BCOCONC"                  TO EB-OPERADOR.
007840     MOVE W-HOJE-NUM                 TO EB-DATA-CONC.
007850     REWRITE REGEXB
007860         INVALID KEY
007870             DISPLAY "BCOCONC: ERRO NA REGRAVACAO DO EXTRATO "
007880                     EB-DATA "-" EB-SEQ.
007890     MOVE "S"             TO TE-CASADO(W-SUB).
007900     MOVE W-PASSO         TO TE-PASSO(W-SUB).
007910     MOVE W-SUB-CANDIDATO TO TE-SUB-LIQ(W-SUB).
007920     MOVE "S"             TO TQ-CASADO(W-SUB-CANDIDATO).
007930     ADD 1 TO W-QTDE-CASADAS.
007940     ADD 1 TO W-QTDE-CASADAS-PASSO(W-PASSO).
007950 3500-EXIT. EXIT.
007960******************************************************************
007970*    8000-IMPRIMIR - CASADAS AGORA, EXTRATO SEM CONCILIACAO E     *
007980*    LIQUIDACOES DO MES SEM EXTRATO                               *
007990******************************************************************
008000 8000-IMPRIMIR.
008010     MOVE W-CODBCO-INF     TO CAB-CODBCO.
008020     MOVE BC-DESCRICAO     TO CAB-DESCRICAO.
008030     MOVE W-MES-INF        TO CAB-MES.
008040     MOVE W-ANO-INF        TO CAB-ANO.
008050     MOVE W-JANELA         TO CAB-JANELA.
008060     WRITE REG-RELAT FROM CAB-RELAT.
008070     MOVE BC-DATA-SALDO    TO CAB-DATA-SALDO.
008080     MOVE BC-SALDO-EXTRATO TO CAB-SALDO-VALOR.
008090     WRITE REG-RELAT FROM CAB-SALDO.
008100     MOVE SPACES TO REG-RELAT.
008110     WRITE REG-RELAT.
008120     MOVE "CONCILIADOS NESTA EXECUCAO" TO LTI-TEXTO.
008130     WRITE REG-RELAT FROM LIN-TITULO.
008140     PERFORM 8100-CASADA THRU 8100-EXIT
008150         VARYING W-SUB FROM 1 BY 1
008160         UNTIL W-SUB > W-QTDE-EXT.
008170     MOVE "TOTAL CONCILIADO NESTA EXECUCAO" TO LT-ROTULO.
008180     MOVE W-QTDE-CASADAS TO LT-QTDE.
008190     MOVE ZERO TO LT-VALOR.
008200     WRITE REG-RELAT FROM LIN-TOTAL.
008210     MOVE SPACES TO REG-RELAT.
008220     WRITE REG-RELAT.
008230     MOVE "LANCAMENTOS DO EXTRATO SEM CONCILIACAO" TO LTI-TEXTO.
008240     WRITE REG-RELAT FROM LIN-TITULO.
008250     PERFORM 8200-EXTRATO-PENDENTE THRU 8200-EXIT
008260         VARYING W-SUB FROM 1 BY 1
008270         UNTIL W-SUB > W-QTDE-EXT.
008280     MOVE "CREDITOS SEM CONCILIACAO" TO LT-ROTULO.
008290     MOVE W-QTDE-CRED-PEND TO LT-QTDE.
008300     MOVE W-TOT-CRED-PEND TO LT-VALOR.
008310     WRITE REG-RELAT FROM LIN-TOTAL.
008320     MOVE "DEBITOS SEM CONCILIACAO" TO LT-ROTULO.
008330     MOVE W-QTDE-DEB-PEND TO LT-QTDE.
008340     MOVE W-TOT-DEB-PEND TO LT-VALOR.
008350     WRITE REG-RELAT FROM LIN-TOTAL.
008360     MOVE SPACES TO REG-RELAT.
008370     WRITE REG-RELAT.
008380     MOVE "LIQUIDACOES DO SISTEMA NO MES SEM EXTRATO"
008390         TO LTI-TEXTO.
008400     WRITE REG-RELAT FROM LIN-TITULO.
008410     PERFORM 8300-LIQUIDACAO-PENDENTE THRU 8300-EXIT
008420         VARYING W-SUB-LIQ FROM 1 BY 1
008430         UNTIL W-SUB-LIQ > W-QTDE-LIQ.
008440     MOVE "TOTAL DAS LIQUIDACOES SEM EXTRATO" TO LT-ROTULO.
008450     MOVE W-QTDE-LIQ-PENDENTES TO LT-QTDE.
008460     MOVE W-TOT-LIQ-PEND TO LT-VALOR.
008470     WRITE REG-RELAT FROM LIN-TOTAL.
008480 8000-EXIT. EXIT.
008490 8100-CASADA.
008500     IF TE-CASADO(W-SUB) NOT = "S"
008510         GO TO 8100-EXIT.
008520     PERFORM 8400-MONTAR-EXTRATO THRU 8400-EXIT.
008530     MOVE TE-SUB-LIQ(W-SUB) TO W-SUB-LIQ.
008540     MOVE TQ-ORIGEM(W-SUB-LIQ) TO LE-ORIGEM.
008550     MOVE TQ-DOC(W-SUB-LIQ)    TO LE-CHAVE.
008560     MOVE TQ-DATA(W-SUB-LIQ)   TO LE-DATA-LIQ.
008570     MOVE TE-PASSO(W-SUB)      TO LE-PASSO.
008580     WRITE REG-RELAT FROM LIN-EXTRATO.
008590 8100-EXIT. EXIT.
008600 8200-EXTRATO-PENDENTE.
008610     IF TE-CASADO(W-SUB) NOT = "N"
008620         GO TO 8200-EXIT.
008630     PERFORM 8400-MONTAR-EXTRATO THRU 8400-EXIT.
008640     MOVE SPACES TO LE-CASAMENTO.
008650     WRITE REG-RELAT FROM LIN-EXTRATO.
008660     ADD 1 TO W-QTDE-EXT-PENDENTES.
008670     IF TE-TIPO(W-SUB) = "C"
008680         ADD 1 TO W-QTDE-CRED-PEND
008680         ADD TE-VALOR(W-SUB) TO W-TOT-CRED-PEND
008690     ELSE
008690         ADD 1 TO W-QTDE-DEB-PEND
008700         ADD TE-VALOR(W-SUB) TO W-TOT-DEB-PEND.
008710 8200-EXIT. EXIT.
008720 8300-LIQUIDACAO-PENDENTE.
008730     IF TQ-CASADO(W-SUB-LIQ) NOT = "N"
008740         GO TO 8300-EXIT.
008750     MOVE TQ-DATA(W-SUB-LIQ) TO W-DATA-LIQ-NUM.
008760     IF W-ANO-LIQ NOT = W-ANO-INF OR W-MES-LIQ NOT = W-MES-INF
008770         GO TO 8300-EXIT.
008780     MOVE TQ-ORIGEM(W-SUB-LIQ) TO LQ-ORIGEM.
008790     EVALUATE TQ-ORIGEM(W-SUB-LIQ)
008800         WHEN "R" MOVE "RECEBER"    TO LQ-DESC-ORIGEM
008810         WHEN "P" MOVE "PAGAR"      TO LQ-DESC-ORIGEM
008820         WHEN "F" MOVE "FOLHA"      TO LQ-DESC-ORIGEM
008830         WHEN OTHER MOVE "CAIXA"    TO LQ-DESC-ORIGEM
008840     END-EVALUATE.
008850     MOVE TQ-DOC(W-SUB-LIQ)   TO LQ-CHAVE.
008860     MOVE TQ-DATA(W-SUB-LIQ)  TO LQ-DATA.
008870     MOVE TQ-TIPO(W-SUB-LIQ)  TO LQ-TIPO.
008880     MOVE TQ-VALOR(W-SUB-LIQ) TO LQ-VALOR.
008890     WRITE REG-RELAT FROM LIN-LIQUIDACAO.
008900     ADD 1 TO W-QTDE-LIQ-PENDENTES.
008910     ADD TQ-VALOR(W-SUB-LIQ) TO W-TOT-LIQ-PEND.
008920 8300-EXIT. EXIT.
008930 8400-MONTAR-EXTRATO.
008940     MOVE TE-DATA(W-SUB)      TO LE-DATA.
008950     MOVE TE-SEQ(W-SUB)       TO LE-SEQ.
008960     MOVE TE-TIPO(W-SUB)      TO LE-TIPO.
008970     MOVE TE-VALOR(W-SUB)     TO LE-VALOR.
008980     MOVE TE-DOCUMENTO(W-SUB) TO LE-DOCUMENTO.
008990     MOVE TE-HISTORICO(W-SUB) TO LE-HISTORICO.
009000 8400-EXIT. EXIT.
009010******************************************************************
009020*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
009030*    O SPLREP REIMPRIMIR QUALQUER FAIXA DE PAGINAS                *
009040******************************************************************
009050 9000-ESPOLAR.
009060     MOVE "I" TO SPA-ACAO.
009070     MOVE "BCOCONC" TO SPA-PROGRAMA.
009080     MOVE SPACES TO SPA-OPERADOR.
009090     MOVE SPACES TO SPA-PARAMS.
009100     STRING W-CODBCO-INF " " W-MES-INF "/" W-ANO-INF
009110         DELIMITED BY SIZE INTO SPA-PARAMS.
009120     CALL "SPL000" USING SPL-PARAMETROS-AREA.
009130     OPEN INPUT REPCONC.
009140     IF REL-STATUS NOT = "00"
009150         GO TO 9000-FIM.
009160     MOVE "N" TO W-EOF-SPL.
009170     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
009180         UNTIL W-EOF-SPL-SIM.
009190     CLOSE REPCONC.
009200 9000-FIM.
009210     MOVE "F" TO SPA-ACAO.
009220     CALL "SPL000" USING SPL-PARAMETROS-AREA.
009230 9000-EXIT. EXIT.
009240 9100-ESPOLAR-LER.
009250     READ REPCONC
009260         AT END MOVE "S" TO W-EOF-SPL.
009270     IF NOT W-EOF-SPL-SIM
009280         MOVE "L" TO SPA-ACAO
009290         MOVE REG-RELAT TO SPA-LINHA
009300         CALL "SPL000" USING SPL-PARAMETROS-AREA.
009310 9100-EXIT. EXIT.
