000010******************************************************************
000020* PROGRAM-ID : FP16231                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : RELATORIO MENSAL DOS EXAMES OCUPACIONAIS (ASO)     *
000080*              VENCIDOS E A VENCER POR DEPARTAMENTO. PARA CADA    *
000090*              FUNCIONARIO ATIVO, O PERIODICO VENCE NA DATA DO    *
000100*              PROXIMO GRAVADA NO ULTIMO EXAME REALIZADO          *
000110*              (FP16230) - SEM EXAME REALIZADO, O ASO ESTA        *
000120*              VENCIDO DESDE A ADMISSAO; OS EXAMES AGENDADOS      *
000130*              E NAO REALIZADOS (INCLUSIVE O RETORNO AO           *
000140*              TRABALHO DO FP16218) ATE O FIM DO MES TAMBEM       *
000150*              SAEM. VENCIDO = ANTES DO DIA 1 DO MES              *
000160*              INFORMADO; A VENCER = DENTRO DO MES.               *
000170*              RELATORIO EM REPASO.                               *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-10-15 BH        VERSAO INICIAL                             *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. FP16231.
000250 AUTHOR. BRUNO HARNIK.
000260 INSTALLATION. FATEC.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CADFUNC ASSIGN TO "CADFUNC"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CODFUNC
000390         FILE STATUS IS FUNC-STATUS.
000400     SELECT CADCAR ASSIGN TO "CADCAR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CODCAR IN REGCAR
000440         ALTERNATE RECORD KEY IS CHAVE2 WITH DUPLICATES
000450         FILE STATUS IS CAR-STATUS.
000460     SELECT CADDEP ASSIGN TO "CADDEP"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CODDEPC IN REGDEP
000500         FILE STATUS IS DEP-STATUS.
000510     SELECT EXAMES ASSIGN TO "EXAMES"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS EX-CHAVE
000550         FILE STATUS IS EXA-STATUS.
000560     SELECT REPASO ASSIGN TO "REPASO"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS REL-STATUS.
000590     SELECT SORTWK ASSIGN TO "SORTWK4".
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CADFUNC
000630     LABEL RECORDS ARE STANDARD.
000640     COPY REGFUNC.
000650 FD  CADCAR
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REGCAR.
000680 FD  CADDEP
000690     LABEL RECORDS ARE STANDARD.
000700     COPY REGDEP.
000710 FD  EXAMES
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGEXA.
000740 FD  REPASO
000750     LABEL RECORDS ARE STANDARD.
000760 01  REG-RELAT                   PIC X(100).
000770 SD  SORTWK.
000780 01  SD-EXAME.
000790     05  SD-CODDEPC              PIC 9(04).
000800     05  SD-SITUACAO             PIC X(01).
000810     05  SD-VENCIMENTO           PIC 9(08).
000820     05  SD-CODFUNC              PIC 9(06).
000830     05  SD-NOMEFUNC             PIC X(30).
000840     05  SD-DENOMINACAO          PIC X(30).
000850     05  SD-TIPO                 PIC X(01).
000860     05  SD-ORIGEM               PIC X(01).
000870 WORKING-STORAGE SECTION.
000880 01  FUNC-STATUS                 PIC X(02).
000890 01  CAR-STATUS                  PIC X(02).
000900 01  DEP-STATUS                  PIC X(02).
000910 01  EXA-STATUS                  PIC X(02).
000920 01  REL-STATUS                  PIC X(02).
000930 COPY RUNPARM.
000940 01  W-SWITCHES.
000950     05  W-EOF                   PIC X(01).
000960         88  W-EOF-SIM           VALUE "S".
000970     05  W-EOF-EXA               PIC X(01).
000980         88  W-EOF-EXA-SIM       VALUE "S".
000990     05  W-EXA-ABERTO            PIC X(01) VALUE "N".
001000         88  W-EXA-ABERTO-SIM    VALUE "S".
001010     05  W-PRIMEIRO-GRUPO        PIC X(01).
001020         88  W-PRIMEIRO-GRUPO-SIM VALUE "S".
001030 01  W-MES-INF                   PIC 9(02).
001040 01  W-ANO-INF                   PIC 9(04).
001050 01  W-MES-INI                   PIC 9(08).
001060 01  W-MES-FIM                   PIC 9(08).
001070 01  W-DATA-ADM-8                PIC 9(08).
001080 01  W-ULT-REALIZ                PIC 9(08).
001090 01  W-ULT-PROXIMO               PIC 9(08).
001100 01  W-ULT-TIPO                  PIC X(01).
001110 01  W-CODDEPC-FUNC              PIC 9(04).
001120 01  W-DENOMINACAO-FUNC          PIC X(30).
001130 01  W-CODDEPC-ANTERIOR          PIC 9(04).
001140 01  W-QTDE-FUNC                 PIC 9(06) VALUE ZERO.
001150 01  W-DEP-VENCIDOS              PIC 9(05).
001160 01  W-DEP-A-VENCER              PIC 9(05).
001170 01  W-TOT-VENCIDOS              PIC 9(06) VALUE ZERO.
001180 01  W-TOT-A-VENCER              PIC 9(06) VALUE ZERO.
001190******************************************************************
001200*    LINHAS DO RELATORIO                                          *
001210******************************************************************
001220 01  LIN-CABEC1.
001230     05  FILLER                  PIC X(45) VALUE
001240         "EXAMES OCUPACIONAIS (ASO) VENCIDOS E A VENCER".
001250     05  FILLER                  PIC X(04) VALUE " - ".
001260     05  LC1-MES                 PIC 9(02).
001270     05  FILLER                  PIC X(01) VALUE "/".
001280     05  LC1-ANO                 PIC 9(04).
001290 01  LIN-CABEC2.
001300     05  FILLER                  PIC X(13) VALUE "DEPARTAMENTO:".
001310     05  FILLER                  PIC X(01) VALUE SPACES.
001320     05  LC2-CODDEPC             PIC 9(04).
001330     05  FILLER                  PIC X(01) VALUE SPACES.
001340     05  LC2-DENOMINACAO         PIC X(30).
001350 01  LIN-COLS.
001360     05  FILLER                  PIC X(04) VALUE SPACES.
001370     05  FILLER                  PIC X(08) VALUE "FUNC.   ".
001380     05  FILLER                  PIC X(31) VALUE "NOME".
001390     05  FILLER                  PIC X(20) VALUE "EXAME".
001400     05  FILLER                  PIC X(11) VALUE "VENCIMENTO".
001410     05  FILLER                  PIC X(09) VALUE "SITUACAO".
001420 01  LIN-DET.
001430     05  FILLER                  PIC X(04) VALUE SPACES.
001440     05  LD-CODFUNC              PIC 9(06).
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  LD-NOMEFUNC             PIC X(30).
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  LD-EXAME                PIC X(19).
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  LD-DIA                  PIC 9(02).
001510     05  FILLER                  PIC X(01) VALUE "/".
001520     05  LD-MES                  PIC 9(02).
001530     05  FILLER                  PIC X(01) VALUE "/".
001540     05  LD-ANO                  PIC 9(04).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  LD-SITUACAO             PIC X(09).
001570 01  LIN-SUBTOT.
001580     05  FILLER                  PIC X(24)
001590         VALUE "    SUBTOTAL DO DEPTO   ".
001600     05  FILLER                  PIC X(10) VALUE "VENCIDOS: ".
001610     05  LS-VENCIDOS             PIC ZZZZ9.
001620     05  FILLER                  PIC X(13) VALUE "  A VENCER: ".
001630     05  LS-A-VENCER             PIC ZZZZ9.
001640 01  LIN-TOTAL.
001650     05  FILLER                  PIC X(24)
001660         VALUE "TOTAL GERAL             ".
001670     05  FILLER                  PIC X(10) VALUE "VENCIDOS: ".
001680     05  LT-VENCIDOS             PIC ZZZZZ9.
001690     05  FILLER                  PIC X(12) VALUE "  A VENCER: ".
001700     05  LT-A-VENCER             PIC ZZZZZ9.
001710 01  W-VENC-TRAB                 PIC 9(08).
001720 01  W-VENC-TRAB-R REDEFINES W-VENC-TRAB.
001730     05  W-VENC-ANO              PIC 9(04).
001740     05  W-VENC-MES              PIC 9(02).
001750     05  W-VENC-DIA              PIC 9(02).
001760 PROCEDURE DIVISION.
001770******************************************************************
001780*    0000-MAINLINE                                                *
001790******************************************************************
001800 0000-MAINLINE.
001810     DISPLAY "FP16231 - ASO VENCIDOS E A VENCER POR DEPARTAMENTO".
001820     DISPLAY "MES DE REFERENCIA =>".
001830     ACCEPT W-MES-INF.
001840     DISPLAY "ANO DE REFERENCIA (4 DIGITOS) =>".
001850     ACCEPT W-ANO-INF.
001860     IF W-MES-INF < 1 OR W-MES-INF > 12
001870         DISPLAY "MES INVALIDO"
001880         STOP RUN.
001890     COMPUTE W-MES-INI = (W-ANO-INF * 10000) + (W-MES-INF * 100)
001900         + 1.
001910     COMPUTE W-MES-FIM = (W-ANO-INF * 10000) + (W-MES-INF * 100)
001920         + 31.
001930     OPEN INPUT CADFUNC.
001940     IF FUNC-STATUS NOT = "00"
001950         DISPLAY "FP16231: ARQUIVO DE FUNCIONARIOS NAO EXISTE"
001960         STOP RUN.
001970     OPEN INPUT CADCAR CADDEP.
001980     OPEN INPUT EXAMES.
001990     IF EXA-STATUS = "00"
002000         MOVE "S" TO W-EXA-ABERTO.
002010     MOVE "FP16231" TO RCT-PROGRAMA.
002020     MOVE ZERO TO RCT-DATA.
002030     MOVE "L" TO RCT-ACAO.
002040     CALL "RUNCTL" USING RCT-PARAMETROS.
002050     SORT SORTWK ON ASCENDING KEY SD-CODDEPC SD-SITUACAO
002060                                  SD-VENCIMENTO SD-CODFUNC
002070         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
002080         OUTPUT PROCEDURE IS 2000-IMPRIMIR THRU 2000-EXIT.
002090     CLOSE CADFUNC CADCAR CADDEP.
002100     IF W-EXA-ABERTO-SIM
002110         CLOSE EXAMES.
002120     MOVE W-QTDE-FUNC TO RCT-REGISTROS.
002130     MOVE "F" TO RCT-ACAO.
002140     CALL "RUNCTL" USING RCT-PARAMETROS.
002150     DISPLAY "FUNCIONARIOS ATIVOS.....: " W-QTDE-FUNC.
002160     DISPLAY "EXAMES VENCIDOS.........: " W-TOT-VENCIDOS.
002170     DISPLAY "EXAMES A VENCER NO MES..: " W-TOT-A-VENCER.
002180     DISPLAY "RELATORIO EM REPASO".
002190     STOP RUN.
002200******************************************************************
002210*    1000-SELECIONAR - PERCORRE OS FUNCIONARIOS ATIVOS E GRAVA NA *
002220*    FASE DE SORT O PERIODICO E OS AGENDAMENTOS PENDENTES QUE     *
002230*    VENCEM ATE O FIM DO MES                                      *
002240******************************************************************
002250 1000-SELECIONAR.
002260     MOVE "N" TO W-EOF.
002270     MOVE LOW-VALUES TO CODFUNC.
002280     START CADFUNC KEY IS NOT LESS THAN CODFUNC
002290         INVALID KEY MOVE "S" TO W-EOF.
002300     IF NOT W-EOF-SIM
002310         PERFORM 1100-LER-CADFUNC THRU 1100-EXIT.
002320     PERFORM 1200-TRATAR-FUNC THRU 1200-EXIT
002330         UNTIL W-EOF-SIM.
002340 1000-EXIT. EXIT.
002350 1100-LER-CADFUNC.
002360     READ CADFUNC NEXT RECORD
002370         AT END MOVE "S" TO W-EOF.
002380 1100-EXIT. EXIT.
002390 1200-TRATAR-FUNC.
002400     IF NOT FUNC-ATIVO
002410         GO TO 1200-LER.
002420     ADD 1 TO W-QTDE-FUNC.
002430     PERFORM 1300-DEPARTAMENTO THRU 1300-EXIT.
002440     IF ANOADM > 50
002450         COMPUTE W-DATA-ADM-8 = (1900 + ANOADM) * 10000
002460             + MESADM * 100 + DIAADM
002470     ELSE
002480         COMPUTE W-DATA-ADM-8 = (2000 + ANOADM) * 10000
002490             + MESADM * 100 + DIAADM.
002500     MOVE ZERO   TO W-ULT-REALIZ.
002510     MOVE ZERO   TO W-ULT-PROXIMO.
002520     MOVE SPACES TO W-ULT-TIPO.
002530     IF W-EXA-ABERTO-SIM
002540         PERFORM 1400-EXAMES-FUNC THRU 1400-EXIT.
002550     MOVE W-CODDEPC-FUNC     TO SD-CODDEPC.
002560     MOVE CODFUNC            TO SD-CODFUNC.
002570     MOVE NOMEFUNC           TO SD-NOMEFUNC.
002580     MOVE W-DENOMINACAO-FUNC TO SD-DENOMINACAO.
002590     IF W-ULT-REALIZ = ZERO
002600         MOVE W-DATA-ADM-8 TO SD-VENCIMENTO
002610         MOVE "A"          TO SD-TIPO
002620         MOVE "S"          TO SD-ORIGEM
002630     ELSE
002640         MOVE W-ULT-PROXIMO TO SD-VENCIMENTO
002650         MOVE "P"           TO SD-TIPO
002660         MOVE "U"           TO SD-ORIGEM.
002670     IF SD-VENCIMENTO NOT > W-MES-FIM
002680         PERFORM 1500-GRAVAR-FASE THRU 1500-EXIT.
002690 1200-LER.
002700     PERFORM 1100-LER-CADFUNC THRU 1100-EXIT.
002710 1200-EXIT. EXIT.
002720******************************************************************
002730*    1300-DEPARTAMENTO - DEPARTAMENTO PELO CARGO ATUAL            *
002740******************************************************************
002750 1300-DEPARTAMENTO.
002760     MOVE ZERO   TO W-CODDEPC-FUNC.
002770     MOVE SPACES TO W-DENOMINACAO-FUNC.
002780     MOVE CODCAR IN REGFUNC TO CODCAR IN REGCAR.
002790     READ CADCAR
002800         INVALID KEY
002810             GO TO 1300-EXIT.
002820     MOVE CODDEPC IN REGCAR TO W-CODDEPC-FUNC.
002830     MOVE CODDEPC IN REGCAR TO CODDEPC IN REGDEP.
002840     READ CADDEP
002850         INVALID KEY
002860             MOVE "DEPARTAMENTO NAO CADASTRADO"
002870                 TO W-DENOMINACAO-FUNC
002880         NOT INVALID KEY
002890             MOVE DENOMINACAO TO W-DENOMINACAO-FUNC.
002900 1300-EXIT. EXIT.
002910******************************************************************
002920*    1400-EXAMES-FUNC - ULTIMO EXAME REALIZADO (FORA O            *
002930*    DEMISSIONAL) E AGENDAMENTOS PENDENTES ATE O FIM DO MES       *
002940******************************************************************
002950 1400-EXAMES-FUNC.
002960     MOVE "N"     TO W-EOF-EXA.
002970     MOVE CODFUNC TO EX-CODFUNC.
002980     MOVE ZERO    TO EX-DATA-AGENDA.
002990     MOVE SPACES  TO EX-TIPO.
003000     START EXAMES KEY IS NOT LESS THAN EX-CHAVE
003010         INVALID KEY MOVE "S" TO W-EOF-EXA.
003020     PERFORM 1410-LER-EXAME THRU 1410-EXIT
003030         UNTIL W-EOF-EXA-SIM.
003040 1400-EXIT. EXIT.
003050 1410-LER-EXAME.
003060     READ EXAMES NEXT RECORD
003070         AT END
003080             MOVE "S" TO W-EOF-EXA
003090             GO TO 1410-EXIT.
003100     IF EX-CODFUNC NOT = CODFUNC
003110         MOVE "S" TO W-EOF-EXA
003120         GO TO 1410-EXIT.
003130     IF EX-DEMISSIONAL
003140         GO TO 1410-EXIT.
003150     IF EX-DATA-REALIZ = ZERO
003160         IF EX-DATA-AGENDA NOT > W-MES-FIM
003170             MOVE W-CODDEPC-FUNC     TO SD-CODDEPC
003180             MOVE CODFUNC            TO SD-CODFUNC
003190             MOVE NOMEFUNC           TO SD-NOMEFUNC
003200             MOVE W-DENOMINACAO-FUNC TO SD-DENOMINACAO
003210             MOVE EX-DATA-AGENDA     TO SD-VENCIMENTO
003220             MOVE EX-TIPO            TO SD-TIPO
003230             MOVE "G"                TO SD-ORIGEM
003240             PERFORM 1500-GRAVAR-FASE THRU 1500-EXIT
003250         END-IF
003260         GO TO 1410-EXIT.
003270     IF EX-DATA-REALIZ > W-ULT-REALIZ
003280         MOVE EX-DATA-REALIZ  TO W-ULT-REALIZ
003290         MOVE EX-DATA-PROXIMO TO W-ULT-PROXIMO
003300         MOVE EX-TIPO         TO W-ULT-TIPO.
003310 1410-EXIT. EXIT.
003320 1500-GRAVAR-FASE.
003330     IF SD-VENCIMENTO < W-MES-INI
003340         MOVE "1" TO SD-SITUACAO
003350     ELSE
003360         MOVE "2" TO SD-SITUACAO.
003370     RELEASE SD-EXAME.
003380 1500-EXIT. EXIT.
003390******************************************************************
003400*    2000-IMPRIMIR - GRAVA O RELATORIO JA ORDENADO                 *
003410******************************************************************
003420 2000-IMPRIMIR.
003430     OPEN OUTPUT REPASO.
003440     MOVE "N" TO W-EOF.
003450     MOVE "S" TO W-PRIMEIRO-GRUPO.
003460     MOVE W-MES-INF TO LC1-MES.
003470     MOVE W-ANO-INF TO LC1-ANO.
003480     WRITE REG-RELAT FROM LIN-CABEC1.
003490     PERFORM 2100-RETORNAR THRU 2100-EXIT.
003500     PERFORM 2200-ESCREVER THRU 2200-EXIT
003510         UNTIL W-EOF-SIM.
003520     IF NOT W-PRIMEIRO-GRUPO-SIM
003530         PERFORM 2500-SUBTOTAL-DEP THRU 2500-EXIT.
003540     MOVE W-TOT-VENCIDOS TO LT-VENCIDOS.
003550     MOVE W-TOT-A-VENCER TO LT-A-VENCER.
003560     WRITE REG-RELAT FROM LIN-TOTAL.
003570     CLOSE REPASO.
003580 2000-EXIT. EXIT.
003590 2100-RETORNAR.
003600     RETURN SORTWK
003610         AT END MOVE "S" TO W-EOF.
003620 2100-EXIT. EXIT.
003630 2200-ESCREVER.
003640     IF W-PRIMEIRO-GRUPO-SIM
003650         OR SD-CODDEPC NOT = W-CODDEPC-ANTERIOR
003660         PERFORM 2300-CABECALHO-DEP THRU 2300-EXIT
003670     END-IF.
003680     MOVE SD-CODFUNC  TO LD-CODFUNC.
003690     MOVE SD-NOMEFUNC TO LD-NOMEFUNC.
003700     EVALUATE TRUE
003710         WHEN SD-ORIGEM = "S"
003720             MOVE "SEM ASO REALIZADO"   TO LD-EXAME
003730         WHEN SD-TIPO = "A"
003740             MOVE "ADMISSIONAL AGEND."  TO LD-EXAME
003750         WHEN SD-TIPO = "P" AND SD-ORIGEM = "U"
003760             MOVE "PERIODICO"           TO LD-EXAME
003770         WHEN SD-TIPO = "P"
003780             MOVE "PERIODICO AGENDADO"  TO LD-EXAME
003790         WHEN SD-TIPO = "R"
003800             MOVE "RETORNO AO TRABALHO" TO LD-EXAME
003810         WHEN SD-TIPO = "M"
003820             MOVE "MUDANCA DE FUNCAO"   TO LD-EXAME
003830         WHEN OTHER
003840             MOVE SPACES                TO LD-EXAME
003850     END-EVALUATE.
003860     MOVE SD-VENCIMENTO TO W-VENC-TRAB.
003870     MOVE W-VENC-DIA    TO LD-DIA.
003880     MOVE W-VENC-MES    TO LD-MES.
003890     MOVE W-VENC-ANO    TO LD-ANO.
003900     IF SD-SITUACAO = "1"
003910         MOVE "VENCIDO"  TO LD-SITUACAO
003920         ADD 1 TO W-DEP-VENCIDOS
003930         ADD 1 TO W-TOT-VENCIDOS
003940     ELSE
003950         MOVE "A VENCER" TO LD-SITUACAO
003960         ADD 1 TO W-DEP-A-VENCER
003970         ADD 1 TO W-TOT-A-VENCER.
003980     WRITE REG-RELAT FROM LIN-DET.
003990     PERFORM 2100-RETORNAR THRU 2100-EXIT.
004000 2200-EXIT. EXIT.
004010******************************************************************
004020*    2300-CABECALHO-DEP - QUEBRA DE CONTROLE POR CODDEPC, COM      *
004030*    SUBTOTAL DO DEPARTAMENTO ANTERIOR                            *
004040******************************************************************
004050 2300-CABECALHO-DEP.
004060     IF NOT W-PRIMEIRO-GRUPO-SIM
004070         PERFORM 2500-SUBTOTAL-DEP THRU 2500-EXIT.
004080     MOVE "N" TO W-PRIMEIRO-GRUPO.
004090     MOVE SD-CODDEPC TO W-CODDEPC-ANTERIOR.
004100     MOVE ZERO TO W-DEP-VENCIDOS.
004110     MOVE ZERO TO W-DEP-A-VENCER.
004120     MOVE SD-CODDEPC     TO LC2-CODDEPC.
004130     MOVE SD-DENOMINACAO TO LC2-DENOMINACAO.
004140     WRITE REG-RELAT FROM LIN-CABEC2.
004150     WRITE REG-RELAT FROM LIN-COLS.
004160 2300-EXIT. EXIT.
004170 2500-SUBTOTAL-DEP.
004180     MOVE W-DEP-VENCIDOS TO LS-VENCIDOS.
004190     MOVE W-DEP-A-VENCER TO LS-A-VENCER.
004200     WRITE REG-RELAT FROM LIN-SUBTOT.
004210 2500-EXIT. EXIT.
