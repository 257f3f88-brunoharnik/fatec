000010******************************************************************
000020* PROGRAM-ID : CTBDEPR                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-18                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO NA         *
000080*              INTERFACE CONTABIL - PARA A COMPETENCIA INFORMADA  *
000090*              CALCULA A QUOTA LINEAR DE CADA BEM DO CADBEM PELA  *
000100*              VIDA UTIL DA CLASSE (TABCLB), DO MES SEGUINTE AO   *
000110*              DA AQUISICAO ATE COMPLETAR A VIDA, E APENSA OS     *
000120*              LANCAMENTOS NO CTBLOTE PELO MAPA TABCTB DE ORIGEM  *
000130*              "A" (CHAVE "DP"). BEM BAIXADO NA COMPETENCIA NAO   *
000140*              DEPRECIA NO MES: SAI A BAIXA DA ACUMULADA ("BD"),  *
000150*              A VENDA ("BV") E O GANHO ("GA") OU A PERDA ("PE"). *
000160*              A ACUMULADA E SEMPRE RECALCULADA DESDE A AQUISICAO *
000170*              (NADA E GRAVADO NO CADBEM), ENTAO O REPROCESSAMENTO *
000180*              DE UM MES, JUNTO COM O CTBLANC, NAO DUPLICA VALOR. *
000190*              RODA DEPOIS DO CTBLANC, QUE RECRIA O CTBLOTE.      *
000200*              EMITE O REPDEPR POR BEM E POR DEPARTAMENTO.        *
000210*------------------------------------------------------------------
000220* HISTORICO DE ALTERACOES                                         *
000230* DATA       INICIAIS  DESCRICAO                                  *
000240* 2026-09-18 BH        VERSAO INICIAL                             *
000240* 2026-09-23 BH        CTBLOTE GANHA LOT-ORIGEM, GRAVADA "A"      *
000240* 2026-09-25 BH        CTBLOTE GANHA LOT-CODDEPC, GRAVADO COM O   *
000240*                      DEPARTAMENTO DO BEM (PARA O ORCAMENTO      *
000240*                      DEPARTAMENTAL DO CTBORCR)                  *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CTBDEPR.
000280 AUTHOR. BRUNO HARNIK.
000290 INSTALLATION. FATEC.
000300 DATE-WRITTEN. 2026-09-18.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CADBEM ASSIGN TO "CADBEM"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS BEM-CODIGO
000420         FILE STATUS IS BEM-STATUS.
000430     SELECT TABCLB ASSIGN TO "TABCLB"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CLB-CLASSE
000470         FILE STATUS IS CLB-STATUS.
000480     SELECT CADDEP ASSIGN TO "CADDEP"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CODDEPC
000520         FILE STATUS IS DEP-STATUS.
000530     SELECT TABCTB ASSIGN TO "TABCTB"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CTB-STATUS.
000560     SELECT CTBLOTE ASSIGN TO "CTBLOTE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS LOT-STATUS.
000590     SELECT REPDEPR ASSIGN TO "REPDEPR"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS REL-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CADBEM
000650     LABEL RECORDS ARE STANDARD.
000660     COPY REGBEM.
000670 FD  TABCLB
000680     LABEL RECORDS ARE STANDARD.
000690     COPY REGCLB.
000700 FD  CADDEP
000710     LABEL RECORDS ARE STANDARD.
000720     COPY REGDEP.
000730 FD  TABCTB
000740     LABEL RECORDS ARE STANDARD.
000750     COPY REGCTB.
000760 FD  CTBLOTE
000770     LABEL RECORDS ARE STANDARD.
000780 01  REG-CTBLOTE.
000790     05  LOT-COMP-ANO            PIC 9(04).
000800     05  LOT-COMP-MES            PIC 9(02).
000810     05  LOT-CONTA-DEBITO        PIC 9(08).
000820     05  LOT-CONTA-CREDITO       PIC 9(08).
000830     05  LOT-VALOR               PIC 9(13)V99.
000840     05  LOT-HISTORICO           PIC X(30).
000840     05  LOT-ORIGEM              PIC X(01).
000840     05  LOT-CODDEPC             PIC 9(04).
000850 FD  REPDEPR
000860     LABEL RECORDS ARE STANDARD.
000870 01  REG-RELAT                   PIC X(120).
000880 WORKING-STORAGE SECTION.
000890 01  BEM-STATUS                  PIC X(02).
000900 01  CLB-STATUS                  PIC X(02).
000910 01  DEP-STATUS                  PIC X(02).
000920 01  CTB-STATUS                  PIC X(02).
000930 01  LOT-STATUS                  PIC X(02).
000940 01  REL-STATUS                  PIC X(02).
000950 01  W-SWITCHES.
000960     05  W-EOF                   PIC X(01).
000970         88  W-EOF-SIM           VALUE "S".
000980     05  W-DEP-ABERTO            PIC X(01) VALUE "N".
000990         88  W-DEP-ABERTO-SIM    VALUE "S".
001000     05  W-ACHOU-MAPA            PIC X(01).
001010         88  W-ACHOU-MAPA-SIM    VALUE "S".
001020     05  W-ACHOU-DEPTO           PIC X(01).
001030         88  W-ACHOU-DEPTO-SIM   VALUE "S".
001040 01  W-MES-INF                   PIC 9(02).
001050 01  W-ANO-INF                   PIC 9(04).
001060 01  W-COMP-MESES                PIC 9(06).
001070 01  W-BAIXA-MESES               PIC 9(06).
001080 01  W-MESES-USO                 PIC S9(05).
001090 01  W-MESES-DEPR                PIC S9(05).
001100 01  W-DEPR-ACUM                 PIC 9(12)V99.
001110 01  W-ACUM-ANTERIOR             PIC 9(12)V99.
001120 01  W-QUOTA                     PIC 9(12)V99.
001130 01  W-RESIDUAL                  PIC 9(12)V99.
001140 01  W-VALOR-VENDA-RES           PIC 9(12)V99.
001150 01  W-GANHO                     PIC 9(12)V99.
001160 01  W-PERDA                     PIC 9(12)V99.
001170 01  W-VALOR-LANC                PIC 9(13)V99.
001180 01  W-QTDE-BENS                 PIC 9(05) VALUE ZERO.
001190 01  W-QTDE-BAIXAS               PIC 9(05) VALUE ZERO.
001200 01  W-QTDE-LANC                 PIC 9(05) VALUE ZERO.
001210 01  W-QTDE-SEM-MAPA             PIC 9(05) VALUE ZERO.
001220 01  W-QTDE-SEM-CLASSE           PIC 9(05) VALUE ZERO.
001230 01  W-TOT-QUOTA                 PIC 9(13)V99 VALUE ZERO.
001240 01  W-TOT-ACUM                  PIC 9(13)V99 VALUE ZERO.
001250 01  W-TOT-RESIDUAL              PIC 9(13)V99 VALUE ZERO.
001260 01  W-TOT-GANHO                 PIC 9(13)V99 VALUE ZERO.
001270 01  W-TOT-PERDA                 PIC 9(13)V99 VALUE ZERO.
001280 01  W-IDX                       PIC 9(02) COMP.
001290 01  W-QTDE-MAPA                 PIC 9(02) COMP VALUE ZERO.
001300 01  W-CHAVE-PROC                PIC X(02).
001310 01  W-CONTA-DEBITO              PIC 9(08).
001320 01  W-CONTA-CREDITO             PIC 9(08).
001330******************************************************************
001340*    MAPA DE CONTAS DA ORIGEM "A" (CARREGADO DO TABCTB)           *
001350******************************************************************
001360 01  TAB-MAPA.
001370     05  TAB-MAPA-OCR OCCURS 30 TIMES.
001380         10  TM-CHAVE            PIC X(02).
001390         10  TM-DEBITO           PIC 9(08).
001400         10  TM-CREDITO          PIC 9(08).
001410******************************************************************
001420*    TOTAIS POR DEPARTAMENTO QUE USA O BEM                        *
001430******************************************************************
001440 01  TAB-DEPTO.
001450     05  TAB-DEPTO-OCR OCCURS 50 TIMES.
001460         10  TD-CODDEPC          PIC 9(04).
001470         10  TD-QUOTA            PIC 9(13)V99.
001480         10  TD-ACUM             PIC 9(13)V99.
001490         10  TD-RESIDUAL         PIC 9(13)V99.
001500 01  W-QTDE-DEPTO                PIC 9(02) COMP VALUE ZERO.
001510 01  W-IDX-DEPTO                 PIC 9(02) COMP.
001520******************************************************************
001530*    LINHAS DO RELATORIO REPDEPR                                  *
001540******************************************************************
001550 01  CAB-RELAT.
001560     05  FILLER                  PIC X(36)
001570         VALUE "DEPRECIACAO DO IMOBILIZADO - CTBDEPR".
001580     05  FILLER                  PIC X(06) VALUE " MES ".
001590     05  CAB-MES                 PIC 9(02).
001600     05  FILLER                  PIC X(01) VALUE "/".
001610     05  CAB-ANO                 PIC 9(04).
001620 01  CAB-COLUNAS.
001630     05  FILLER                  PIC X(45)
001640         VALUE "CODIGO DESCRICAO                      DEPT CL".
001650     05  FILLER                  PIC X(17)
001660         VALUE "            CUSTO".
001670     05  FILLER                  PIC X(17)
001680         VALUE "     QUOTA DO MES".
001690     05  FILLER                  PIC X(17)
001700         VALUE "        ACUMULADA".
001710     05  FILLER                  PIC X(17)
001720         VALUE "         RESIDUAL".
001730 01  LIN-BEM.
001740     05  LB-CODIGO               PIC 9(06).
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  LB-DESCRICAO            PIC X(30).
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  LB-CODDEPC              PIC 9(04).
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  LB-CLASSE               PIC X(02).
001810     05  LB-CUSTO                PIC ZZZZZZZZZZZZZ9,99.
001820     05  LB-QUOTA                PIC ZZZZZZZZZZZZZ9,99.
001830     05  LB-ACUM                 PIC ZZZZZZZZZZZZZ9,99.
001840     05  LB-RESIDUAL             PIC ZZZZZZZZZZZZZ9,99.
001850 01  LIN-BAIXA.
001860     05  FILLER                  PIC X(14)
001870         VALUE "       BAIXA: ".
001880     05  LX-TIPO                 PIC X(06).
001890     05  FILLER                  PIC X(07) VALUE " VENDA ".
001900     05  LX-VENDA                PIC ZZZZZZZZZZZZZ9,99.
001910     05  FILLER                  PIC X(07) VALUE " GANHO ".
001920     05  LX-GANHO                PIC ZZZZZZZZZZZZZ9,99.
001930     05  FILLER                  PIC X(07) VALUE " PERDA ".
001940     05  LX-PERDA                PIC ZZZZZZZZZZZZZ9,99.
001950 01  LIN-CAB-DEPTO               PIC X(60) VALUE
001960     "TOTAIS POR DEPARTAMENTO (BENS EM USO NA COMPETENCIA)".
001970 01  LIN-DEPTO.
001980     05  FILLER                  PIC X(06) VALUE "DEPTO ".
001990     05  LD-CODDEPC              PIC 9(04).
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002010     05  LD-DENOMINACAO          PIC X(30).
002020     05  FILLER                  PIC X(21) VALUE SPACES.
002030     05  LD-QUOTA                PIC ZZZZZZZZZZZZZ9,99.
002040     05  LD-ACUM                 PIC ZZZZZZZZZZZZZ9,99.
002050     05  LD-RESIDUAL             PIC ZZZZZZZZZZZZZ9,99.
002060 01  LIN-TOTAL.
002070     05  LT-DESCRICAO            PIC X(62).
002080     05  LT-QUOTA                PIC ZZZZZZZZZZZZZ9,99.
002090     05  LT-ACUM                 PIC ZZZZZZZZZZZZZ9,99.
002100     05  LT-RESIDUAL             PIC ZZZZZZZZZZZZZ9,99.
002110 PROCEDURE DIVISION.
002120******************************************************************
002130*    0000-MAINLINE                                                *
002140******************************************************************
002150 0000-MAINLINE.
002160     DISPLAY "CTBDEPR - DEPRECIACAO DO ATIVO IMOBILIZADO".
002170     DISPLAY "MES DA COMPETENCIA =>".
002180     ACCEPT W-MES-INF.
002190     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
002200     ACCEPT W-ANO-INF.
002210     IF W-MES-INF < 1 OR W-MES-INF > 12
002220         DISPLAY "CTBDEPR: MES INVALIDO"
002230         STOP RUN.
002240     COMPUTE W-COMP-MESES = W-ANO-INF * 12 + W-MES-INF.
002250     PERFORM 1000-CARREGAR-MAPA THRU 1000-EXIT.
002260     IF W-QTDE-MAPA = ZERO
002270         DISPLAY "CTBDEPR: SEM MAPA DE ORIGEM A NO TABCTB"
002280         STOP RUN.
002290     OPEN INPUT CADBEM.
002300     IF BEM-STATUS NOT = "00"
002310         DISPLAY "CTBDEPR: ARQUIVO CADBEM NAO EXISTE"
002320         STOP RUN.
002330     OPEN INPUT TABCLB.
002340     IF CLB-STATUS NOT = "00"
002350         DISPLAY "CTBDEPR: ARQUIVO TABCLB NAO EXISTE"
002360         CLOSE CADBEM
002370         STOP RUN.
002380     OPEN INPUT CADDEP.
002390     IF DEP-STATUS = "00"
002400         MOVE "S" TO W-DEP-ABERTO.
002410     OPEN EXTEND CTBLOTE.
002420     IF LOT-STATUS = "35"
002430         OPEN OUTPUT CTBLOTE.
002440     OPEN OUTPUT REPDEPR.
002450     MOVE W-MES-INF TO CAB-MES.
002460     MOVE W-ANO-INF TO CAB-ANO.
002470     WRITE REG-RELAT FROM CAB-RELAT.
002480     MOVE SPACES TO REG-RELAT.
002490     WRITE REG-RELAT.
002500     WRITE REG-RELAT FROM CAB-COLUNAS.
002510     MOVE "N" TO W-EOF.
002520     MOVE LOW-VALUES TO BEM-CODIGO.
002530     START CADBEM KEY IS NOT LESS THAN BEM-CODIGO
002540         INVALID KEY MOVE "S" TO W-EOF.
002550     IF NOT W-EOF-SIM
002560         PERFORM 2100-LER-BEM THRU 2100-EXIT.
002570     PERFORM 2000-PROCESSAR-BEM THRU 2000-EXIT
002580         UNTIL W-EOF-SIM.
002590     PERFORM 6000-RESUMO THRU 6000-EXIT.
002600     CLOSE CTBLOTE.
002610     CLOSE REPDEPR.
002620     CLOSE CADBEM.
002630     CLOSE TABCLB.
002640     IF W-DEP-ABERTO-SIM
002650         CLOSE CADDEP.
002660     DISPLAY "CTBDEPR: BENS DEPRECIADOS........: " W-QTDE-BENS.
002670     DISPLAY "CTBDEPR: BENS BAIXADOS NO MES....: " W-QTDE-BAIXAS.
002680     DISPLAY "CTBDEPR: LANCAMENTOS GERADOS.....: " W-QTDE-LANC.
002690     DISPLAY "CTBDEPR: SEM MAPA................: "
002700             W-QTDE-SEM-MAPA.
002710     DISPLAY "CTBDEPR: BENS SEM CLASSE.........: "
002720             W-QTDE-SEM-CLASSE.
002730     DISPLAY "CTBDEPR: TOTAL DA DEPRECIACAO....: " W-TOT-QUOTA.
002740     STOP RUN.
002750******************************************************************
002760*    1000-CARREGAR-MAPA - CARREGA AS LINHAS DE ORIGEM "A" DO      *
002770*    TABCTB NA TABELA DE MAPA                                     *
002780******************************************************************
002790 1000-CARREGAR-MAPA.
002800     OPEN INPUT TABCTB.
002810     IF CTB-STATUS NOT = "00"
002820         GO TO 1000-EXIT.
002830     MOVE "N" TO W-EOF.
002840     PERFORM 1100-LER-MAPA THRU 1100-EXIT
002850         UNTIL W-EOF-SIM.
002860     CLOSE TABCTB.
002870 1000-EXIT. EXIT.
002880 1100-LER-MAPA.
002890     READ TABCTB
002900         AT END MOVE "S" TO W-EOF
002910         NOT AT END
002920             IF CTB-ORIGEM-ATIVO
002930                 AND W-QTDE-MAPA < 30
002940                 ADD 1 TO W-QTDE-MAPA
002950                 MOVE CTB-CHAVE TO TM-CHAVE(W-QTDE-MAPA)
002960                 MOVE CTB-CONTA-DEBITO
002970                     TO TM-DEBITO(W-QTDE-MAPA)
002980                 MOVE CTB-CONTA-CREDITO
002990                     TO TM-CREDITO(W-QTDE-MAPA)
003000             END-IF.
003010 1100-EXIT. EXIT.
003020******************************************************************
003030*    2000-PROCESSAR-BEM - BEM BAIXADO ANTES DA COMPETENCIA OU     *
003040*    ADQUIRIDO DEPOIS DELA NAO ENTRA; BAIXADO NA COMPETENCIA VAI  *
003050*    PARA A BAIXA; OS DEMAIS DEPRECIAM NO MES                     *
003060******************************************************************
003070 2000-PROCESSAR-BEM.
003080     COMPUTE W-MESES-USO =
003090         W-COMP-MESES - (BEM-AQ-ANO * 12 + BEM-AQ-MES).
003100     IF W-MESES-USO < ZERO
003110         GO TO 2000-LER.
003120     IF BEM-FORA-DE-USO
003130         COMPUTE W-BAIXA-MESES = BEM-BX-ANO * 12 + BEM-BX-MES
003140         IF W-BAIXA-MESES < W-COMP-MESES
003150             GO TO 2000-LER
003160         END-IF.
003170     MOVE BEM-CLASSE TO CLB-CLASSE.
003180     READ TABCLB
003190         INVALID KEY
003200             ADD 1 TO W-QTDE-SEM-CLASSE
003210             DISPLAY "CTBDEPR: BEM " BEM-CODIGO
003220                     " SEM CLASSE NO TABCLB: " BEM-CLASSE
003230             GO TO 2000-LER.
003240     IF BEM-FORA-DE-USO
003250         AND W-BAIXA-MESES = W-COMP-MESES
003260         PERFORM 4000-BAIXAR-BEM THRU 4000-EXIT
003270     ELSE
003280         PERFORM 3000-DEPRECIAR-BEM THRU 3000-EXIT.
003290 2000-LER.
003300     PERFORM 2100-LER-BEM THRU 2100-EXIT.
003310 2000-EXIT. EXIT.
003320 2100-LER-BEM.
003330     READ CADBEM NEXT RECORD
003340         AT END MOVE "S" TO W-EOF.
003350 2100-EXIT. EXIT.
003360******************************************************************
003370*    3000-DEPRECIAR-BEM - QUOTA DO MES = ACUMULADA ATE O MES      *
003380*    MENOS ACUMULADA ATE O MES ANTERIOR (O ARREDONDAMENTO FECHA   *
003390*    NO CUSTO NO ULTIMO MES DA VIDA UTIL)                         *
003400******************************************************************
003410 3000-DEPRECIAR-BEM.
003420     COMPUTE W-MESES-DEPR = W-MESES-USO - 1.
003430     PERFORM 5000-CALCULAR-ACUMULADA THRU 5000-EXIT.
003440     MOVE W-DEPR-ACUM TO W-ACUM-ANTERIOR.
003450     MOVE W-MESES-USO TO W-MESES-DEPR.
003460     PERFORM 5000-CALCULAR-ACUMULADA THRU 5000-EXIT.
003470     COMPUTE W-QUOTA = W-DEPR-ACUM - W-ACUM-ANTERIOR.
003480     COMPUTE W-RESIDUAL = BEM-VALOR-AQUIS - W-DEPR-ACUM.
003490     IF W-QUOTA > ZERO
003500         ADD 1 TO W-QTDE-BENS
003510         MOVE "DP"    TO W-CHAVE-PROC
003520         MOVE W-QUOTA TO W-VALOR-LANC
003530         PERFORM 7000-LANCAR THRU 7000-EXIT.
003540     ADD W-QUOTA     TO W-TOT-QUOTA.
003550     ADD W-DEPR-ACUM TO W-TOT-ACUM.
003560     ADD W-RESIDUAL  TO W-TOT-RESIDUAL.
003570     PERFORM 3100-SOMAR-DEPTO THRU 3100-EXIT.
003580     PERFORM 3200-IMPRIMIR-BEM THRU 3200-EXIT.
003590 3000-EXIT. EXIT.
003600 3100-SOMAR-DEPTO.
003610     MOVE "N" TO W-ACHOU-DEPTO.
003620     PERFORM 3110-PROCURAR-DEPTO THRU 3110-EXIT
003630         VARYING W-IDX-DEPTO FROM 1 BY 1
003640         UNTIL W-IDX-DEPTO > W-QTDE-DEPTO
003650         OR W-ACHOU-DEPTO-SIM.
003660     IF NOT W-ACHOU-DEPTO-SIM
003670         IF W-QTDE-DEPTO < 50
003680             ADD 1 TO W-QTDE-DEPTO
003690             MOVE W-QTDE-DEPTO TO W-IDX-DEPTO
003700             MOVE BEM-CODDEPC  TO TD-CODDEPC(W-IDX-DEPTO)
003710             MOVE ZERO TO TD-QUOTA(W-IDX-DEPTO)
003720             MOVE ZERO TO TD-ACUM(W-IDX-DEPTO)
003730             MOVE ZERO TO TD-RESIDUAL(W-IDX-DEPTO)
003740         ELSE
003750             DISPLAY "CTBDEPR: TABELA DE DEPARTAMENTOS CHEIA"
003760             GO TO 3100-EXIT.
003770     ADD W-QUOTA     TO TD-QUOTA(W-IDX-DEPTO).
003780     ADD W-DEPR-ACUM TO TD-ACUM(W-IDX-DEPTO).
003790     ADD W-RESIDUAL  TO TD-RESIDUAL(W-IDX-DEPTO).
003800 3100-EXIT. EXIT.
003810 3110-PROCURAR-DEPTO.
003820     IF TD-CODDEPC(W-IDX-DEPTO) = BEM-CODDEPC
003830         MOVE "S" TO W-ACHOU-DEPTO.
003840 3110-EXIT. EXIT.
003850 3200-IMPRIMIR-BEM.
003860     MOVE BEM-CODIGO      TO LB-CODIGO.
003870     MOVE BEM-DESCRICAO   TO LB-DESCRICAO.
003880     MOVE BEM-CODDEPC     TO LB-CODDEPC.
003890     MOVE BEM-CLASSE      TO LB-CLASSE.
003900     MOVE BEM-VALOR-AQUIS TO LB-CUSTO.
003910     MOVE W-QUOTA         TO LB-QUOTA.
003920     MOVE W-DEPR-ACUM     TO LB-ACUM.
003930     MOVE W-RESIDUAL      TO LB-RESIDUAL.
003940     WRITE REG-RELAT FROM LIN-BEM.
003950 3200-EXIT. EXIT.
003960******************************************************************
003970*    4000-BAIXAR-BEM - BAIXA OU VENDA NA COMPETENCIA: A ACUMULADA *
003980*    VAI ATE O MES ANTERIOR; SAEM A BAIXA DA ACUMULADA ("BD"), A  *
003990*    VENDA ATE O RESIDUAL ("BV") E O GANHO ("GA") OU A PERDA      *
004000*    ("PE") CONTRA O RESIDUAL                                     *
004010******************************************************************
004020 4000-BAIXAR-BEM.
004030     ADD 1 TO W-QTDE-BAIXAS.
004040     COMPUTE W-MESES-DEPR = W-MESES-USO - 1.
004050     PERFORM 5000-CALCULAR-ACUMULADA THRU 5000-EXIT.
004060     COMPUTE W-RESIDUAL = BEM-VALOR-AQUIS - W-DEPR-ACUM.
004070     MOVE ZERO TO W-GANHO.
004080     MOVE ZERO TO W-PERDA.
004090     IF BEM-VALOR-VENDA > W-RESIDUAL
004100         MOVE W-RESIDUAL TO W-VALOR-VENDA-RES
004110         COMPUTE W-GANHO = BEM-VALOR-VENDA - W-RESIDUAL
004120     ELSE
004130         MOVE BEM-VALOR-VENDA TO W-VALOR-VENDA-RES
004140         COMPUTE W-PERDA = W-RESIDUAL - BEM-VALOR-VENDA.
004150     IF W-DEPR-ACUM > ZERO
004160         MOVE "BD"        TO W-CHAVE-PROC
004170         MOVE W-DEPR-ACUM TO W-VALOR-LANC
004180         PERFORM 7000-LANCAR THRU 7000-EXIT.
004190     IF W-VALOR-VENDA-RES > ZERO
004200         MOVE "BV"              TO W-CHAVE-PROC
004210         MOVE W-VALOR-VENDA-RES TO W-VALOR-LANC
004220         PERFORM 7000-LANCAR THRU 7000-EXIT.
004230     IF W-GANHO > ZERO
004240         MOVE "GA"    TO W-CHAVE-PROC
004250         MOVE W-GANHO TO W-VALOR-LANC
004260         PERFORM 7000-LANCAR THRU 7000-EXIT.
004270     IF W-PERDA > ZERO
004280         MOVE "PE"    TO W-CHAVE-PROC
004290         MOVE W-PERDA TO W-VALOR-LANC
004300         PERFORM 7000-LANCAR THRU 7000-EXIT.
004310     ADD W-GANHO TO W-TOT-GANHO.
004320     ADD W-PERDA TO W-TOT-PERDA.
004330     MOVE ZERO TO W-QUOTA.
004340     PERFORM 3200-IMPRIMIR-BEM THRU 3200-EXIT.
004350     IF BEM-VENDIDO
004360         MOVE "VENDA" TO LX-TIPO
004370     ELSE
004380         MOVE "BAIXA" TO LX-TIPO.
004390     MOVE BEM-VALOR-VENDA TO LX-VENDA.
004400     MOVE W-GANHO         TO LX-GANHO.
004410     MOVE W-PERDA         TO LX-PERDA.
004420     WRITE REG-RELAT FROM LIN-BAIXA.
004430 4000-EXIT. EXIT.
004440******************************************************************
004450*    5000-CALCULAR-ACUMULADA - DEPRECIACAO ACUMULADA EM           *
004460*    W-MESES-DEPR MESES (ZERO ANTES DO 1O MES, O CUSTO INTEIRO    *
004470*    DEPOIS DA VIDA UTIL, LINEAR ENTRE OS DOIS)                   *
004480******************************************************************
004490 5000-CALCULAR-ACUMULADA.
004500     MOVE ZERO TO W-DEPR-ACUM.
004510     IF W-MESES-DEPR NOT > ZERO OR CLB-VIDA-MESES = ZERO
004520         GO TO 5000-EXIT.
004530     IF W-MESES-DEPR NOT < CLB-VIDA-MESES
004540         MOVE BEM-VALOR-AQUIS TO W-DEPR-ACUM
004550         GO TO 5000-EXIT.
004560     COMPUTE W-DEPR-ACUM ROUNDED =
004570         BEM-VALOR-AQUIS * W-MESES-DEPR / CLB-VIDA-MESES.
004580 5000-EXIT. EXIT.
004590******************************************************************
004600*    6000-RESUMO - TOTAIS POR DEPARTAMENTO E GERAIS               *
004610******************************************************************
004620 6000-RESUMO.
004630     MOVE SPACES TO REG-RELAT.
004640     WRITE REG-RELAT.
004650     WRITE REG-RELAT FROM LIN-CAB-DEPTO.
004660     PERFORM 6100-IMPRIMIR-DEPTO THRU 6100-EXIT
004670         VARYING W-IDX-DEPTO FROM 1 BY 1
004680         UNTIL W-IDX-DEPTO > W-QTDE-DEPTO.
004690     MOVE SPACES TO REG-RELAT.
004700     WRITE REG-RELAT.
004710     MOVE "TOTAL GERAL" TO LT-DESCRICAO.
004720     MOVE W-TOT-QUOTA    TO LT-QUOTA.
004730     MOVE W-TOT-ACUM     TO LT-ACUM.
004740     MOVE W-TOT-RESIDUAL TO LT-RESIDUAL.
004750     WRITE REG-RELAT FROM LIN-TOTAL.
004760     MOVE "GANHO / PERDA NAS BAIXAS DO MES" TO LT-DESCRICAO.
004770     MOVE W-TOT-GANHO TO LT-QUOTA.
004780     MOVE W-TOT-PERDA TO LT-ACUM.
004790     MOVE ZERO        TO LT-RESIDUAL.
004800     WRITE REG-RELAT FROM LIN-TOTAL.
004810 6000-EXIT. EXIT.
004820 6100-IMPRIMIR-DEPTO.
004830     MOVE TD-CODDEPC(W-IDX-DEPTO) TO LD-CODDEPC.
004840     MOVE SPACES TO LD-DENOMINACAO.
004850     IF W-DEP-ABERTO-SIM
004860         MOVE TD-CODDEPC(W-IDX-DEPTO) TO CODDEPC
004870         READ CADDEP
004880             INVALID KEY
004890                 MOVE "DEPARTAMENTO NAO CADASTRADO"
004900                     TO LD-DENOMINACAO
004910             NOT INVALID KEY
004920                 MOVE DENOMINACAO TO LD-DENOMINACAO.
004930     MOVE TD-QUOTA(W-IDX-DEPTO)    TO LD-QUOTA.
004940     MOVE TD-ACUM(W-IDX-DEPTO)     TO LD-ACUM.
004950     MOVE TD-RESIDUAL(W-IDX-DEPTO) TO LD-RESIDUAL.
004960     WRITE REG-RELAT FROM LIN-DEPTO.
004970 6100-EXIT. EXIT.
004980******************************************************************
004990*    7000-LANCAR - APENSA O LANCAMENTO NO CTBLOTE PELO MAPA DA    *
005000*    CHAVE CORRENTE (SEM MAPA = CONTADO E AVISADO)                *
005010******************************************************************
005020 7000-LANCAR.
005030     MOVE "N" TO W-ACHOU-MAPA.
005040     PERFORM 7100-PROCURAR-MAPA THRU 7100-EXIT
005050         VARYING W-IDX FROM 1 BY 1
005060         UNTIL W-IDX > W-QTDE-MAPA
005070         OR W-ACHOU-MAPA-SIM.
005080     IF NOT W-ACHOU-MAPA-SIM
005090         ADD 1 TO W-QTDE-SEM-MAPA
005100         DISPLAY "CTBDEPR: SEM MAPA P/ CHAVE " W-CHAVE-PROC
005110         GO TO 7000-EXIT.
005120     MOVE W-ANO-INF       TO LOT-COMP-ANO.
005130     MOVE W-MES-INF       TO LOT-COMP-MES.
005140     MOVE W-CONTA-DEBITO  TO LOT-CONTA-DEBITO.
005150     MOVE W-CONTA-CREDITO TO LOT-CONTA-CREDITO.
005160     MOVE W-VALOR-LANC    TO LOT-VALOR.
005170     MOVE SPACES          TO LOT-HISTORICO.
005180     STRING "IMOBILIZADO " W-CHAVE-PROC " BEM "
005190         BEM-CODIGO
005200         DELIMITED BY SIZE INTO LOT-HISTORICO.
005200     MOVE "A"             TO LOT-ORIGEM.
005200     MOVE BEM-CODDEPC     TO LOT-CODDEPC.
005210     WRITE REG-CTBLOTE.
005220     ADD 1 TO W-QTDE-LANC.
005230 7000-EXIT. EXIT.
005240 7100-PROCURAR-MAPA.
005250     IF TM-CHAVE(W-IDX) = W-CHAVE-PROC
005260         MOVE "S" TO W-ACHOU-MAPA
005270         MOVE TM-DEBITO(W-IDX)  TO W-CONTA-DEBITO
005280         MOVE TM-CREDITO(W-IDX) TO W-CONTA-CREDITO.
005290 7100-EXIT. EXIT.
