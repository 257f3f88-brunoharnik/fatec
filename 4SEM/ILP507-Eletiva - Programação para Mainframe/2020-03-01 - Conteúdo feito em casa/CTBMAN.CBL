000010******************************************************************
000020* PROGRAM-ID : CTBMAN                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-23                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : LANCAMENTOS CONTABEIS MANUAIS (RECLASSIFICACOES,   *
000080*              PROVISOES, CORRECAO DE MAPA ERRADO DO TABCTB) COM  *
000090*              APROVACAO QUATRO-OLHOS - O LANCAMENTO DIGITADO     *
000100*              (COMPETENCIA, CONTAS DEBITO/CREDITO CONFERIDAS NO  *
000110*              PLANOCTA, VALOR E HISTORICO) FICA PENDENTE NO      *
000120*              CTBMANL COM UM PEDIDO "LM" NA FILA APROVPEN; SO    *
000130*              DEPOIS DE APROVADO NO APRV000 POR OUTRO OPERADOR E *
000140*              APENSADO NO CTBLOTE COM A ORIGEM "M". COMO O       *
000150*              CTBLANC RECRIA O CTBLOTE, A OPCAO 4 RELANCA OS JA  *
000160*              LANCADOS DA COMPETENCIA NO LOTE REGERADO. TUDO VAI *
000170*              PARA A TRILHA FAUDIT, E A LISTAGEM POR COMPETENCIA *
000180*              (REPLMAN) ATENDE O AUDITOR EXTERNO.                *
000190*------------------------------------------------------------------
000200* HISTORICO DE ALTERACOES                                         *
000210* DATA       INICIAIS  DESCRICAO                                  *
000220* 2026-09-23 BH        VERSAO INICIAL                             *
000220* 2026-09-25 BH        DEPARTAMENTO OPCIONAL NO LANCAMENTO        *
000220*                      (LM-CODDEPC), LEVADO AO CTBLOTE EM         *
000220*                      LOT-CODDEPC PARA O ORCAMENTO DEPARTAMENTAL*
000220* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000220*                      FAUDIDX (AUX000)                           *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CTBMAN.
000260 AUTHOR. BRUNO HARNIK.
000270 INSTALLATION. FATEC.
000280 DATE-WRITTEN. 2026-09-23.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CTBMANL ASSIGN TO "CTBMANL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LM-NUMERO
000400         FILE STATUS IS LMN-STATUS.
000410     SELECT PLANOCTA ASSIGN TO "PLANOCTA"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PLC-CONTA
000450         FILE STATUS IS PLC-STATUS.
000460     SELECT APROVPEN ASSIGN TO "APROVPEN"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS AP-NUMERO
000500         FILE STATUS IS APR-STATUS.
000510     SELECT CTBLOTE ASSIGN TO "CTBLOTE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS LOT-STATUS.
000540     SELECT FAUDIT ASSIGN TO "FAUDIT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS AUD-STATUS.
000570     SELECT REPLMAN ASSIGN TO "REPLMAN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS REL-STATUS.
000592     SELECT CADDEP ASSIGN TO "CADDEP"
000594         ORGANIZATION IS INDEXED
000596         ACCESS MODE IS DYNAMIC
000597         RECORD KEY IS CODDEPC
000598         FILE STATUS IS DEP-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CTBMANL
000630     LABEL RECORDS ARE STANDARD.
000640     COPY REGLMN.
000650 FD  PLANOCTA
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REGPLC.
000680 FD  APROVPEN
000690     LABEL RECORDS ARE STANDARD.
000700     COPY REGAPR.
000710 FD  CTBLOTE
000720     LABEL RECORDS ARE STANDARD.
000730 01  REG-CTBLOTE.
000740     05  LOT-COMP-ANO            PIC 9(04).
000750     05  LOT-COMP-MES            PIC 9(02).
000760     05  LOT-CONTA-DEBITO        PIC 9(08).
000770     05  LOT-CONTA-CREDITO       PIC 9(08).
000780     05  LOT-VALOR               PIC 9(13)V99.
000790     05  LOT-HISTORICO           PIC X(30).
000800     05  LOT-ORIGEM              PIC X(01).
000800     05  LOT-CODDEPC             PIC 9(04).
000810 FD  FAUDIT
000820     LABEL RECORDS ARE STANDARD.
000830 01  REG-FAUDIT                  PIC X(233).
000840 FD  REPLMAN
000850     LABEL RECORDS ARE STANDARD.
000860 01  REG-RELAT                   PIC X(132).
000862 FD  CADDEP
000864     LABEL RECORDS ARE STANDARD.
000866     COPY REGDEP.
000870 WORKING-STORAGE SECTION.
000880 01  LMN-STATUS                  PIC X(02).
000890 01  PLC-STATUS                  PIC X(02).
000900 01  APR-STATUS                  PIC X(02).
000910 01  LOT-STATUS                  PIC X(02).
000920 01  AUD-STATUS                  PIC X(02).
000930 01  REL-STATUS                  PIC X(02).
000935 01  DEP-STATUS                  PIC X(02).
000940 COPY GERPARM.
000940 COPY AUXPARM.
000950 COPY AUDITLOG.
000960 01  W-SWITCHES.
000970     05  W-FIM                   PIC X(01) VALUE "N".
000980         88  W-FIM-SIM           VALUE "S".
000990     05  W-EOF                   PIC X(01).
001000         88  W-EOF-SIM           VALUE "S".
001010     05  W-EOF-APR               PIC X(01).
001020         88  W-EOF-APR-SIM       VALUE "S".
001030     05  W-DADOS-OK              PIC X(01).
001040         88  W-DADOS-OK-SIM      VALUE "S".
001050     05  W-LOTE-ABERTO           PIC X(01).
001060         88  W-LOTE-ABERTO-SIM   VALUE "S".
001070 01  W-OPCAO                     PIC X(01).
001080 01  W-CONF                      PIC X(01).
001090 01  W-OPERADOR                  PIC X(08).
001100 01  W-MES-INF                   PIC 9(02).
001110 01  W-ANO-INF                   PIC 9(04).
001120 01  W-DEBITO-INF                PIC 9(08).
001130 01  W-CREDITO-INF               PIC 9(08).
001140 01  W-VALOR-INF                 PIC 9(13)V99.
001150 01  W-HISTORICO-INF             PIC X(30).
001155 01  W-CODDEPC-INF               PIC 9(04).
001160 01  W-PROX-LANC                 PIC 9(06).
001170 01  W-PROX-APROV                PIC 9(06).
001180 01  W-QTDE-LANCADOS             PIC 9(05).
001190 01  W-QTDE-REJEITADOS           PIC 9(05).
001200 01  W-QTDE-PENDENTES            PIC 9(05).
001210 01  W-QTDE-LISTADOS             PIC 9(05).
001220 01  W-TOT-LANCADO               PIC 9(15)V99.
001230 01  W-DATA-ATUAL.
001240     05  W-ANO-ATUAL             PIC 9(04).
001250     05  W-MES-ATUAL             PIC 9(02).
001260     05  W-DIA-ATUAL             PIC 9(02).
001270 01  W-HOJE-NUM                  PIC 9(08).
001280******************************************************************
001290*    LINHAS DA LISTAGEM DO AUDITOR (REPLMAN)                      *
001300******************************************************************
001310 01  CAB-RELAT.
001320     05  FILLER                  PIC X(40)
001330         VALUE "LANCAMENTOS MANUAIS - CTBMAN - COMP ".
001340     05  CAB-MES                 PIC 9(02).
001350     05  FILLER                  PIC X(01) VALUE "/".
001360     05  CAB-ANO                 PIC 9(04).
001370 01  CAB-COLUNAS.
001380     05  FILLER                  PIC X(42)
001390         VALUE "NUMERO  DEBITO   CREDITO             VALOR".
001400     05  FILLER                  PIC X(32)
001410         VALUE " HISTORICO".
001420     05  FILLER                  PIC X(44)
001430         VALUE "SOLICIT. PEDIDO   APROVAD. S APROV  LANCADO".
001440 01  LIN-LANC.
001450     05  LL-NUMERO               PIC 9(06).
001460     05  FILLER                  PIC X(01) VALUE SPACE.
001470     05  LL-DEBITO               PIC 9(08).
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001490     05  LL-CREDITO              PIC 9(08).
001500     05  LL-VALOR                PIC ZZZZZZZZZZZZZ9,99.
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  LL-HISTORICO            PIC X(30).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  LL-SOLICITANTE          PIC X(08).
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  LL-DATA-PEDIDO          PIC 9(08).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  LL-APROVADOR            PIC X(08).
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  LL-SITUACAO             PIC X(01).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  LL-NUM-APROV            PIC 9(06).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  LL-DATA-LANC            PIC 9(08).
001650 01  LIN-TOTAL.
001660     05  LT-ROTULO               PIC X(24).
001670     05  LT-QTDE                 PIC ZZZZ9.
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  LT-VALOR                PIC ZZZZZZZZZZZZZ9,99.
001700 LINKAGE SECTION.
001710 01  LK-OPERADOR                 PIC X(08).
001720 PROCEDURE DIVISION USING LK-OPERADOR.
001730******************************************************************
001740*    0000-MAINLINE                                                *
001750******************************************************************
001760 0000-MAINLINE.
001770     MOVE "V" TO GPR-ACAO.
001780     CALL "GER000" USING GER-PARAMETROS-AREA.
001790     IF NOT GPR-AMBIENTE-OK
001800         GOBACK.
001810     MOVE LK-OPERADOR TO W-OPERADOR.
001820     PERFORM 2000-MENU THRU 2000-EXIT
001830         UNTIL W-FIM-SIM.
001840     GOBACK.
001850 2000-MENU.
001860     DISPLAY " ".
001870     DISPLAY "CTBMAN - LANCAMENTOS CONTABEIS MANUAIS".
001880     DISPLAY "1-INCLUIR LANCAMENTO (PEDE APROVACAO)".
001890     DISPLAY "2-LANCAR OS APROVADOS NO CTBLOTE".
001900     DISPLAY "3-LISTAR A COMPETENCIA (REPLMAN)".
001910     DISPLAY "4-RELANCAR A COMPETENCIA APOS NOVO CTBLANC   9-FIM".
001920     ACCEPT W-OPCAO.
001930     EVALUATE W-OPCAO
001940         WHEN "1"
001950             PERFORM ROT-INCLUIR THRU ROT-INCLUIR-EXIT
001960         WHEN "2"
001970             PERFORM ROT-LANCAR THRU ROT-LANCAR-EXIT
001980         WHEN "3"
001990             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
002000         WHEN "4"
002010             PERFORM ROT-RELANCAR THRU ROT-RELANCAR-EXIT
002020         WHEN "9"
002030             MOVE "S" TO W-FIM
002040         WHEN OTHER
002050             DISPLAY "OPCAO INVALIDA"
002060     END-EVALUATE.
002070 2000-EXIT. EXIT.
002080******************************************************************
002090*    ROT-INCLUIR - DIGITA E CONFERE O LANCAMENTO, GRAVA PENDENTE  *
002100*    NO CTBMANL E PEDE A APROVACAO "LM" NA FILA APROVPEN          *
002110******************************************************************
002120 ROT-INCLUIR.
002130     PERFORM ROT-DIGITAR THRU ROT-DIGITAR-EXIT.
002140     IF NOT W-DADOS-OK-SIM
002150         GO TO ROT-INCLUIR-EXIT.
002160     DISPLAY "CONFIRMA O LANCAMENTO (S/N) ==>".
002170     ACCEPT W-CONF.
002180     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002190         DISPLAY "INCLUSAO CANCELADA"
002200         GO TO ROT-INCLUIR-EXIT.
002210     OPEN I-O CTBMANL.
002220     IF LMN-STATUS = "35"
002230         OPEN OUTPUT CTBMANL
002240         CLOSE CTBMANL
002250         OPEN I-O CTBMANL.
002260     IF LMN-STATUS NOT = "00"
002270         DISPLAY "ERRO NA ABERTURA DO CTBMANL: " LMN-STATUS
002280         GO TO ROT-INCLUIR-EXIT.
002290     OPEN I-O APROVPEN.
002300     IF APR-STATUS = "35"
002310         OPEN OUTPUT APROVPEN
002320         CLOSE APROVPEN
002330         OPEN I-O APROVPEN.
002340     IF APR-STATUS NOT = "00"
002350         DISPLAY "FILA DE APROVACAO NAO PODE SER ABERTA"
002360         CLOSE CTBMANL
002370         GO TO ROT-INCLUIR-EXIT.
002380     MOVE ZERO TO W-PROX-LANC.
002390     MOVE "N" TO W-EOF.
002400     MOVE LOW-VALUES TO LM-NUMERO.
002410     START CTBMANL KEY IS NOT LESS THAN LM-NUMERO
002420         INVALID KEY MOVE "S" TO W-EOF.
002430     PERFORM ROT-ULT-LANC THRU ROT-ULT-LANC-EXIT
002440         UNTIL W-EOF-SIM.
002450     ADD 1 TO W-PROX-LANC.
002460     MOVE ZERO TO W-PROX-APROV.
002470     MOVE "N" TO W-EOF-APR.
002480     MOVE LOW-VALUES TO AP-NUMERO.
002490     START APROVPEN KEY IS NOT LESS THAN AP-NUMERO
002500         INVALID KEY MOVE "S" TO W-EOF-APR.
002510     PERFORM ROT-ULT-APROV THRU ROT-ULT-APROV-EXIT
002520         UNTIL W-EOF-APR-SIM.
002530     ADD 1 TO W-PROX-APROV.
002540     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
002550     COMPUTE W-HOJE-NUM = (W-ANO-ATUAL * 10000)
002560         + (W-MES-ATUAL * 100) + W-DIA-ATUAL.
002570     MOVE W-PROX-APROV  TO AP-NUMERO.
002580     MOVE "LM"          TO AP-TIPO.
002590     MOVE SPACES        TO AP-CHAVE-ALVO.
002600     MOVE W-PROX-LANC   TO AP-CHAVE-ALVO(1:6).
002610     MOVE ZERO          TO AP-VALOR-ANTES.
002620     MOVE W-VALOR-INF   TO AP-VALOR-DEPOIS.
002630     MOVE ZERO          TO AP-PERCENTUAL.
002640     MOVE SPACE         TO AP-SENTIDO.
002650     MOVE SPACES        TO AP-FILTROS.
002660     STRING "D " W-DEBITO-INF " C " W-CREDITO-INF " "
002670         W-MES-INF "/" W-ANO-INF
002680         DELIMITED BY SIZE INTO AP-FILTROS.
002690     MOVE W-OPERADOR    TO AP-SOLICITANTE.
002700     MOVE W-HOJE-NUM    TO AP-DATA-PEDIDO.
002710     MOVE "P"           TO AP-SITUACAO.
002720     MOVE SPACES        TO AP-APROVADOR.
002730     MOVE ZERO          TO AP-DATA-DECISAO.
002740     MOVE SPACE         TO AP-AVISADO.
002750     WRITE REGAPR
002760         INVALID KEY
002770             DISPLAY "ERRO NA FILA DE APROVACAO"
002780             CLOSE APROVPEN CTBMANL
002790             GO TO ROT-INCLUIR-EXIT.
002800     CLOSE APROVPEN.
002810     MOVE W-PROX-LANC     TO LM-NUMERO.
002820     MOVE W-ANO-INF       TO LM-COMP-ANO.
002830     MOVE W-MES-INF       TO LM-COMP-MES.
002840     MOVE W-DEBITO-INF    TO LM-CONTA-DEBITO.
002850     MOVE W-CREDITO-INF   TO LM-CONTA-CREDITO.
002860     MOVE W-VALOR-INF     TO LM-VALOR.
002870     MOVE W-HISTORICO-INF TO LM-HISTORICO.
002880     MOVE W-OPERADOR      TO LM-SOLICITANTE.
002890     MOVE W-HOJE-NUM      TO LM-DATA-PEDIDO.
002900     MOVE W-PROX-APROV    TO LM-NUM-APROV.
002910     MOVE "P"             TO LM-SITUACAO.
002920     MOVE SPACES          TO LM-APROVADOR.
002930     MOVE ZERO            TO LM-DATA-LANC.
002935     MOVE W-CODDEPC-INF   TO LM-CODDEPC.
002940     WRITE REGLMN
002950         INVALID KEY
002960             DISPLAY "ERRO NA GRAVACAO DO LANCAMENTO"
002970             CLOSE CTBMANL
002980             GO TO ROT-INCLUIR-EXIT.
002990     CLOSE CTBMANL.
003000     DISPLAY "LANCAMENTO " W-PROX-LANC " AGUARDA APROVACAO".
003010     DISPLAY "(PEDIDO " W-PROX-APROV " NA FILA DO APRV000)".
003020     MOVE "I" TO AUD-OPERACAO.
003030     MOVE SPACES TO AUD-ANTES.
003040     PERFORM ROT-MONTAR-DEPOIS THRU ROT-MONTAR-DEPOIS-EXIT.
003050     PERFORM ROT-GRAVAR-AUDITORIA
003060         THRU ROT-GRAVAR-AUDITORIA-EXIT.
003070 ROT-INCLUIR-EXIT. EXIT.
003080 ROT-ULT-LANC.
003090     READ CTBMANL NEXT RECORD
003100         AT END MOVE "S" TO W-EOF.
003110     IF NOT W-EOF-SIM
003120         MOVE LM-NUMERO TO W-PROX-LANC.
003130 ROT-ULT-LANC-EXIT. EXIT.
003140 ROT-ULT-APROV.
003150     READ APROVPEN NEXT RECORD
003160         AT END MOVE "S" TO W-EOF-APR.
003170     IF NOT W-EOF-APR-SIM
003180         MOVE AP-NUMERO TO W-PROX-APROV.
003190 ROT-ULT-APROV-EXIT. EXIT.
003200******************************************************************
003210*    ROT-DIGITAR - COMPETENCIA, CONTAS (NO PLANOCTA E DIFERENTES  *
003220*    ENTRE SI), VALOR E HISTORICO                                 *
003230******************************************************************
003240 ROT-DIGITAR.
003250     MOVE "N" TO W-DADOS-OK.
003260     DISPLAY "MES DA COMPETENCIA =>".
003270     ACCEPT W-MES-INF.
003280     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
003290     ACCEPT W-ANO-INF.
003300     IF W-MES-INF < 1 OR W-MES-INF > 12 OR W-ANO-INF < 1753
003310         DISPLAY "COMPETENCIA INVALIDA"
003320         GO TO ROT-DIGITAR-EXIT.
003330     OPEN INPUT PLANOCTA.
003340     IF PLC-STATUS NOT = "00"
003350         DISPLAY "PLANO DE CONTAS (PLANOCTA) NAO EXISTE"
003360         GO TO ROT-DIGITAR-EXIT.
003370     DISPLAY "CONTA DEBITO =>".
003380     ACCEPT W-DEBITO-INF.
003390     MOVE W-DEBITO-INF TO PLC-CONTA.
003400     READ PLANOCTA
003410         INVALID KEY
003420             DISPLAY "CONTA DEBITO FORA DO PLANO DE CONTAS"
003430             CLOSE PLANOCTA
003440             GO TO ROT-DIGITAR-EXIT.
003450     DISPLAY "DEBITO.: " PLC-DESCRICAO.
003460     DISPLAY "CONTA CREDITO =>".
003470     ACCEPT W-CREDITO-INF.
003480     MOVE W-CREDITO-INF TO PLC-CONTA.
003490     READ PLANOCTA
003500         INVALID KEY
003510             DISPLAY "CONTA CREDITO FORA DO PLANO DE CONTAS"
003520             CLOSE PLANOCTA
003530             GO TO ROT-DIGITAR-EXIT.
003540     DISPLAY "CREDITO: " PLC-DESCRICAO.
003550     CLOSE PLANOCTA.
003560     IF W-DEBITO-INF = W-CREDITO-INF
003570         DISPLAY "DEBITO E CREDITO NA MESMA CONTA"
003580         GO TO ROT-DIGITAR-EXIT.
003590     DISPLAY "VALOR =>".
003600     ACCEPT W-VALOR-INF.
003610     IF W-VALOR-INF = ZERO
003620         DISPLAY "VALOR OBRIGATORIO"
003630         GO TO ROT-DIGITAR-EXIT.
003640     DISPLAY "HISTORICO =>".
003650     ACCEPT W-HISTORICO-INF.
003660     IF W-HISTORICO-INF = SPACES
003670         DISPLAY "HISTORICO OBRIGATORIO"
003680         GO TO ROT-DIGITAR-EXIT.
003682     DISPLAY "DEPARTAMENTO (0 = SEM DEPARTAMENTO) =>".
003684     ACCEPT W-CODDEPC-INF.
003686     IF W-CODDEPC-INF NOT = ZERO
003688         OPEN INPUT CADDEP
003690         IF DEP-STATUS NOT = "00"
003692             DISPLAY "ARQUIVO DE DEPARTAMENTOS NAO EXISTE"
003694             GO TO ROT-DIGITAR-EXIT
003696         END-IF
003698         MOVE W-CODDEPC-INF TO CODDEPC
003700         READ CADDEP
003700             INVALID KEY
003700                 DISPLAY "DEPARTAMENTO NAO CADASTRADO"
003700                 CLOSE CADDEP
003700                 GO TO ROT-DIGITAR-EXIT
003700         END-READ
003700         DISPLAY "DEPTO..: " DENOMINACAO
003700         CLOSE CADDEP.
003700     MOVE "S" TO W-DADOS-OK.
003700 ROT-DIGITAR-EXIT. EXIT.
003710******************************************************************
003720*    ROT-LANCAR - PARA A COMPETENCIA, APENSA NO CTBLOTE OS        *
003730*    PENDENTES CUJO PEDIDO FOI APROVADO NO APRV000 (O PEDIDO      *
003740*    FICA "E" EXECUTADO); PEDIDO REJEITADO MARCA O LANCAMENTO     *
003750*    COMO REJEITADO; AINDA PENDENTE SO E CONTADO                  *
003760******************************************************************
003770 ROT-LANCAR.
003780     DISPLAY "MES DA COMPETENCIA =>".
003790     ACCEPT W-MES-INF.
003800     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
003810     ACCEPT W-ANO-INF.
003820     OPEN I-O CTBMANL.
003830     IF LMN-STATUS NOT = "00"
003840         DISPLAY "NENHUM LANCAMENTO MANUAL CADASTRADO"
003850         GO TO ROT-LANCAR-EXIT.
003860     OPEN I-O APROVPEN.
003870     IF APR-STATUS NOT = "00"
003880         DISPLAY "FILA DE APROVACAO NAO PODE SER ABERTA"
003890         CLOSE CTBMANL
003900         GO TO ROT-LANCAR-EXIT.
003910     MOVE "N" TO W-LOTE-ABERTO.
003920     MOVE ZERO TO W-QTDE-LANCADOS W-QTDE-REJEITADOS
003930         W-QTDE-PENDENTES W-TOT-LANCADO.
003940     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
003950     COMPUTE W-HOJE-NUM = (W-ANO-ATUAL * 10000)
003960         + (W-MES-ATUAL * 100) + W-DIA-ATUAL.
003970     MOVE "N" TO W-EOF.
003980     MOVE LOW-VALUES TO LM-NUMERO.
003990     START CTBMANL KEY IS NOT LESS THAN LM-NUMERO
004000         INVALID KEY MOVE "S" TO W-EOF.
004010     IF NOT W-EOF-SIM
004020         PERFORM ROT-LER-LANC THRU ROT-LER-LANC-EXIT.
004030     PERFORM ROT-LANCAR-UM THRU ROT-LANCAR-UM-EXIT
004040         UNTIL W-EOF-SIM.
004050     IF W-LOTE-ABERTO-SIM
004060         CLOSE CTBLOTE.
004070     CLOSE APROVPEN CTBMANL.
004080     DISPLAY "LANCADOS NO CTBLOTE: " W-QTDE-LANCADOS
004090             "  VALOR " W-TOT-LANCADO.
004100     DISPLAY "REJEITADOS.........: " W-QTDE-REJEITADOS.
004110     DISPLAY "AINDA PENDENTES....: " W-QTDE-PENDENTES.
004120 ROT-LANCAR-EXIT. EXIT.
004130 ROT-LER-LANC.
004140     READ CTBMANL NEXT RECORD
004150         AT END MOVE "S" TO W-EOF.
004160 ROT-LER-LANC-EXIT. EXIT.
004170 ROT-LANCAR-UM.
004180     IF NOT LM-PENDENTE
004190         OR LM-COMP-MES NOT = W-MES-INF
004200         OR LM-COMP-ANO NOT = W-ANO-INF
004210         GO TO ROT-LANCAR-UM-LER.
004220     MOVE LM-NUM-APROV TO AP-NUMERO.
004230     READ APROVPEN
004240         INVALID KEY
004250             DISPLAY "LANCAMENTO " LM-NUMERO
004260                     " SEM PEDIDO NA FILA DE APROVACAO"
004270             ADD 1 TO W-QTDE-PENDENTES
004280             GO TO ROT-LANCAR-UM-LER.
004290     IF APROV-REJEITADA
004300         MOVE "R" TO LM-SITUACAO
004310         MOVE AP-APROVADOR TO LM-APROVADOR
004320         REWRITE REGLMN
004330             INVALID KEY CONTINUE
004340         END-REWRITE
004350         ADD 1 TO W-QTDE-REJEITADOS
004360         GO TO ROT-LANCAR-UM-LER.
004370     IF NOT APROV-APROVADA
004380         OR AP-APROVADOR = LM-SOLICITANTE
004390         ADD 1 TO W-QTDE-PENDENTES
004400         GO TO ROT-LANCAR-UM-LER.
004410     PERFORM ROT-GRAVAR-LOTE THRU ROT-GRAVAR-LOTE-EXIT.
004420     MOVE "E" TO AP-SITUACAO.
004430     REWRITE REGAPR
004440         INVALID KEY
004450             DISPLAY "ERRO NA MARCACAO DO PEDIDO " AP-NUMERO.
004470     MOVE "L"          TO LM-SITUACAO.
004480     MOVE AP-APROVADOR TO LM-APROVADOR.
004490     MOVE W-HOJE-NUM   TO LM-DATA-LANC.
004500     REWRITE REGLMN
004510         INVALID KEY
004520             DISPLAY "ERRO NA MARCACAO DO LANCAMENTO "
004530                     LM-NUMERO.
004540     ADD 1 TO W-QTDE-LANCADOS.
004550     ADD LM-VALOR TO W-TOT-LANCADO.
004560     MOVE "A" TO AUD-OPERACAO.
004570     MOVE SPACES TO AUD-ANTES.
004580     STRING "SITUACAO P PEDIDO " LM-NUM-APROV
004590         DELIMITED BY SIZE INTO AUD-ANTES.
004600     PERFORM ROT-MONTAR-DEPOIS THRU ROT-MONTAR-DEPOIS-EXIT.
004610     PERFORM ROT-GRAVAR-AUDITORIA
004620         THRU ROT-GRAVAR-AUDITORIA-EXIT.
004630 ROT-LANCAR-UM-LER.
004640     PERFORM ROT-LER-LANC THRU ROT-LER-LANC-EXIT.
004650 ROT-LANCAR-UM-EXIT. EXIT.
004660******************************************************************
004670*    ROT-GRAVAR-LOTE - APENSA O LANCAMENTO CORRENTE NO CTBLOTE    *
004680*    COM A ORIGEM "M" (ABRE O LOTE NA PRIMEIRA VEZ)               *
004690******************************************************************
004700 ROT-GRAVAR-LOTE.
004710     IF NOT W-LOTE-ABERTO-SIM
004720         OPEN EXTEND CTBLOTE
004730         IF LOT-STATUS = "35"
004740             OPEN OUTPUT CTBLOTE
004750         END-IF
004760         MOVE "S" TO W-LOTE-ABERTO.
004770     MOVE LM-COMP-ANO      TO LOT-COMP-ANO.
004780     MOVE LM-COMP-MES      TO LOT-COMP-MES.
004790     MOVE LM-CONTA-DEBITO  TO LOT-CONTA-DEBITO.
004800     MOVE LM-CONTA-CREDITO TO LOT-CONTA-CREDITO.
004810     MOVE LM-VALOR         TO LOT-VALOR.
004820     MOVE LM-HISTORICO     TO LOT-HISTORICO.
004830     MOVE "M"              TO LOT-ORIGEM.
004830     MOVE LM-CODDEPC       TO LOT-CODDEPC.
004840     WRITE REG-CTBLOTE.
004850 ROT-GRAVAR-LOTE-EXIT. EXIT.
004860******************************************************************
004870*    ROT-RELANCAR - O CTBLANC RECRIA O CTBLOTE; DEPOIS DE UM NOVO *
004880*    CTBLANC OS LANCAMENTOS MANUAIS JA LANCADOS DA COMPETENCIA    *
004890*    VOLTAM PARA O LOTE POR AQUI                                  *
004900******************************************************************
004910 ROT-RELANCAR.
004920     DISPLAY "MES DA COMPETENCIA =>".
004930     ACCEPT W-MES-INF.
004940     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
004950     ACCEPT W-ANO-INF.
004960     DISPLAY "USE SO DEPOIS DE REGERAR O LOTE NO CTBLANC.".
004970     DISPLAY "CONFIRMA (S/N) ==>".
004980     ACCEPT W-CONF.
004990     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
005000         DISPLAY "RELANCAMENTO CANCELADO"
005010         GO TO ROT-RELANCAR-EXIT.
005020     OPEN INPUT CTBMANL.
005030     IF LMN-STATUS NOT = "00"
005040         DISPLAY "NENHUM LANCAMENTO MANUAL CADASTRADO"
005050         GO TO ROT-RELANCAR-EXIT.
005060     MOVE "N" TO W-LOTE-ABERTO.
005070     MOVE ZERO TO W-QTDE-LANCADOS W-TOT-LANCADO.
005080     MOVE "N" TO W-EOF.
005090     MOVE LOW-VALUES TO LM-NUMERO.
005100     START CTBMANL KEY IS NOT LESS THAN LM-NUMERO
005110         INVALID KEY MOVE "S" TO W-EOF.
005120     IF NOT W-EOF-SIM
005130         PERFORM ROT-LER-LANC THRU ROT-LER-LANC-EXIT.
005140     PERFORM ROT-RELANCAR-UM THRU ROT-RELANCAR-UM-EXIT
005150         UNTIL W-EOF-SIM.
005160     IF W-LOTE-ABERTO-SIM
005170         CLOSE CTBLOTE.
005180     CLOSE CTBMANL.
005190     DISPLAY "RELANCADOS NO CTBLOTE: " W-QTDE-LANCADOS
005200             "  VALOR " W-TOT-LANCADO.
005210     MOVE "A" TO AUD-OPERACAO.
005220     MOVE SPACES TO AUD-CHAVE.
005230     STRING "RELANCAMENTO COMP " W-MES-INF "/" W-ANO-INF
005240         DELIMITED BY SIZE INTO AUD-CHAVE.
005250     MOVE SPACES TO AUD-ANTES.
005260     MOVE SPACES TO AUD-DEPOIS.
005270     STRING "LANCAMENTOS " W-QTDE-LANCADOS
005280         " VALOR " W-TOT-LANCADO
005290         DELIMITED BY SIZE INTO AUD-DEPOIS.
005300     PERFORM ROT-GRAVAR-AUDITORIA
005310         THRU ROT-GRAVAR-AUDITORIA-EXIT.
005320 ROT-RELANCAR-EXIT. EXIT.
005330 ROT-RELANCAR-UM.
005340     IF LM-LANCADO
005350         AND LM-COMP-MES = W-MES-INF
005360         AND LM-COMP-ANO = W-ANO-INF
005370         PERFORM ROT-GRAVAR-LOTE THRU ROT-GRAVAR-LOTE-EXIT
005380         ADD 1 TO W-QTDE-LANCADOS
005390         ADD LM-VALOR TO W-TOT-LANCADO.
005400     PERFORM ROT-LER-LANC THRU ROT-LER-LANC-EXIT.
005410 ROT-RELANCAR-UM-EXIT. EXIT.
005420******************************************************************
005430*    ROT-LISTAR - TODOS OS LANCAMENTOS MANUAIS DA COMPETENCIA,    *
005440*    COM SOLICITANTE, APROVADOR E SITUACAO, NO REPLMAN            *
005450******************************************************************
005460 ROT-LISTAR.
005470     DISPLAY "MES DA COMPETENCIA =>".
005480     ACCEPT W-MES-INF.
005490     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
005500     ACCEPT W-ANO-INF.
005510     OPEN INPUT CTBMANL.
005520     IF LMN-STATUS NOT = "00"
005530         DISPLAY "NENHUM LANCAMENTO MANUAL CADASTRADO"
005540         GO TO ROT-LISTAR-EXIT.
005550     OPEN OUTPUT REPLMAN.
005560     MOVE W-MES-INF TO CAB-MES.
005570     MOVE W-ANO-INF TO CAB-ANO.
005580     WRITE REG-RELAT FROM CAB-RELAT.
005590     WRITE REG-RELAT FROM CAB-COLUNAS.
005600     MOVE ZERO TO W-QTDE-LISTADOS W-QTDE-LANCADOS W-TOT-LANCADO.
005610     MOVE "N" TO W-EOF.
005620     MOVE LOW-VALUES TO LM-NUMERO.
005630     START CTBMANL KEY IS NOT LESS THAN LM-NUMERO
005640         INVALID KEY MOVE "S" TO W-EOF.
005650     IF NOT W-EOF-SIM
005660         PERFORM ROT-LER-LANC THRU ROT-LER-LANC-EXIT.
005670     PERFORM ROT-LISTAR-UM THRU ROT-LISTAR-UM-EXIT
005680         UNTIL W-EOF-SIM.
005690     MOVE SPACES TO REG-RELAT.
005700     WRITE REG-RELAT.
005710     MOVE "LANCAMENTOS LISTADOS...:" TO LT-ROTULO.
005720     MOVE W-QTDE-LISTADOS TO LT-QTDE.
005730     MOVE ZERO TO LT-VALOR.
005740     WRITE REG-RELAT FROM LIN-TOTAL.
005750     MOVE "LANCADOS NO CTBLOTE....:" TO LT-ROTULO.
005760     MOVE W-QTDE-LANCADOS TO LT-QTDE.
005770     MOVE W-TOT-LANCADO TO LT-VALOR.
005780     WRITE REG-RELAT FROM LIN-TOTAL.
005790     CLOSE REPLMAN CTBMANL.
005800     DISPLAY "LANCAMENTOS LISTADOS: " W-QTDE-LISTADOS.
005810     DISPLAY "LISTAGEM GRAVADA EM REPLMAN".
005820 ROT-LISTAR-EXIT. EXIT.
005830 ROT-LISTAR-UM.
005840     IF LM-COMP-MES NOT = W-MES-INF
005850         OR LM-COMP-ANO NOT = W-ANO-INF
005860         GO TO ROT-LISTAR-UM-LER.
005870     MOVE LM-NUMERO        TO LL-NUMERO.
005880     MOVE LM-CONTA-DEBITO  TO LL-DEBITO.
005890     MOVE LM-CONTA-CREDITO TO LL-CREDITO.
005900     MOVE LM-VALOR         TO LL-VALOR.
005910     MOVE LM-HISTORICO     TO LL-HISTORICO.
005920     MOVE LM-SOLICITANTE   TO LL-SOLICITANTE.
005930     MOVE LM-DATA-PEDIDO   TO LL-DATA-PEDIDO.
005940     MOVE LM-APROVADOR     TO LL-APROVADOR.
005950     MOVE LM-SITUACAO      TO LL-SITUACAO.
005960     MOVE LM-NUM-APROV     TO LL-NUM-APROV.
005970     MOVE LM-DATA-LANC     TO LL-DATA-LANC.
005980     WRITE REG-RELAT FROM LIN-LANC.
005990     DISPLAY LM-NUMERO " " LM-CONTA-DEBITO " " LM-CONTA-CREDITO
006000             " " LM-VALOR " " LM-SITUACAO " " LM-HISTORICO.
006010     ADD 1 TO W-QTDE-LISTADOS.
006020     IF LM-LANCADO
006030         ADD 1 TO W-QTDE-LANCADOS
006040         ADD LM-VALOR TO W-TOT-LANCADO.
006050 ROT-LISTAR-UM-LER.
006060     PERFORM ROT-LER-LANC THRU ROT-LER-LANC-EXIT.
006070 ROT-LISTAR-UM-EXIT. EXIT.
006080******************************************************************
006090*    ROT-MONTAR-DEPOIS - IMAGEM DO LANCAMENTO CORRENTE PARA A     *
006100*    TRILHA (CHAVE E "DEPOIS")                                    *
006110******************************************************************
006120 ROT-MONTAR-DEPOIS.
006130     MOVE SPACES TO AUD-CHAVE.
006140     STRING "LANC MANUAL " LM-NUMERO " COMP " LM-COMP-MES "/"
006150         LM-COMP-ANO
006160         DELIMITED BY SIZE INTO AUD-CHAVE.
006170     MOVE SPACES TO AUD-DEPOIS.
006180     STRING "SIT " LM-SITUACAO " D " LM-CONTA-DEBITO
006190         " C " LM-CONTA-CREDITO " V " LM-VALOR " DEP "
006195         LM-CODDEPC " " LM-HISTORICO
006210         DELIMITED BY SIZE INTO AUD-DEPOIS.
006220 ROT-MONTAR-DEPOIS-EXIT. EXIT.
006230******************************************************************
006240*    ROT-GRAVAR-AUDITORIA - APENSA A TRILHA DE AUDITORIA FAUDIT   *
006250******************************************************************
006260 ROT-GRAVAR-AUDITORIA.
006270     MOVE "CTBMAN"  TO AUD-PROGRAMA.
006280     MOVE "CTBMANL" TO AUD-ARQUIVO.
006290     MOVE W-OPERADOR TO AUD-OPERADOR.
006300     ACCEPT AUD-DATA FROM DATE.
006310     ACCEPT AUD-HORA FROM TIME.
006320     OPEN EXTEND FAUDIT.
006330     IF AUD-STATUS = "35"
006340         OPEN OUTPUT FAUDIT
006350         CLOSE FAUDIT
006360         OPEN EXTEND FAUDIT.
006370     WRITE REG-FAUDIT FROM REG-AUDITLOG.
006380     CLOSE FAUDIT.
006380     MOVE REG-AUDITLOG TO AUX-REGISTRO.
006380     MOVE "G" TO AUX-ACAO.
006380     CALL "AUX000" USING AUX-PARAMETROS-AREA.
006390 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
