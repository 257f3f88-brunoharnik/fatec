000010******************************************************************
000020* PROGRAM-ID : CTBENC                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-24                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : ENCERRAMENTO DO EXERCICIO - A PARTIR DOS SALDOS DE *
000080*              DEZEMBRO (SALDOCTA GRAVADO PELO CTBSALD), ZERA AS  *
000090*              CONTAS DE RESULTADO (RECEITA E DESPESA, PELO       *
000100*              PLC-GRUPO DO PLANOCTA) CONTRA A CONTA DE LUCROS OU *
000110*              PREJUIZOS ACUMULADOS INFORMADA, E GRAVA O MES 13   *
000120*              DO ANO NO SALDOCTA, DE ONDE O CTBSALD PARTE NO     *
000130*              JANEIRO SEGUINTE. PODE SER REPROCESSADO (O MES 13  *
000140*              E APAGADO E REGRAVADO). OS LANCAMENTOS DE          *
000150*              ENCERRAMENTO SAEM NO REPENC, CATALOGADO NO SPOOL   *
000160*              (SPL000) COMO O DRE/BALANCO DO CTBDRE.             *
000170*------------------------------------------------------------------
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-09-24 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CTBENC.
000240 AUTHOR. BRUNO HARNIK.
000250 INSTALLATION. FATEC.
000260 DATE-WRITTEN. 2026-09-24.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SALDOCTA ASSIGN TO "SALDOCTA"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS SC-CHAVE
000380         FILE STATUS IS SCT-STATUS.
000390     SELECT PLANOCTA ASSIGN TO "PLANOCTA"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PLC-CONTA
000430         FILE STATUS IS PLC-STATUS.
000440     SELECT REPENC ASSIGN TO "REPENC"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS REL-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SALDOCTA
000500     LABEL RECORDS ARE STANDARD.
000510     COPY REGSCT.
000520 FD  PLANOCTA
000530     LABEL RECORDS ARE STANDARD.
000540     COPY REGPLC.
000550 FD  REPENC
000560     LABEL RECORDS ARE STANDARD.
000570 01  REG-RELAT                   PIC X(132).
000580 WORKING-STORAGE SECTION.
000590 01  SCT-STATUS                  PIC X(02).
000600 01  PLC-STATUS                  PIC X(02).
000610 01  REL-STATUS                  PIC X(02).
000620 01  W-SWITCHES.
000630     05  W-EOF                   PIC X(01).
000640         88  W-EOF-SIM           VALUE "S".
000650     05  W-EOF-SPL               PIC X(01).
000660         88  W-EOF-SPL-SIM       VALUE "S".
000670     05  W-AVISO                 PIC X(01) VALUE "N".
000680         88  W-AVISO-SIM         VALUE "S".
000690 01  W-ANO-INF                   PIC 9(04).
000700 01  W-ANO-SEGUINTE              PIC 9(04).
000710 01  W-CONTA-LUCROS              PIC 9(08).
000720 01  W-DESC-LUCROS               PIC X(30).
000730 01  W-CONF                      PIC X(01).
000740 01  W-HOJE.
000750     05  W-HOJE-ANO              PIC 9(04).
000760     05  W-HOJE-MES              PIC 9(02).
000770     05  W-HOJE-DIA              PIC 9(02).
000780 01  W-HOJE-NUM                  PIC 9(08).
000790 01  W-IDX                       PIC 9(04) COMP.
000800 01  W-QTDE-CONTAS               PIC 9(04) COMP VALUE ZERO.
000810 01  W-SALDO-LUCROS              PIC S9(15)V99 VALUE ZERO.
000820 01  W-RESULTADO                 PIC S9(15)V99 VALUE ZERO.
000830 01  W-LUCRO                     PIC S9(15)V99.
000840 01  W-QTDE-APAGADOS             PIC 9(05) VALUE ZERO.
000850 01  W-QTDE-ZERADAS              PIC 9(05) VALUE ZERO.
000860 01  W-QTDE-TRANSPORTADAS        PIC 9(05) VALUE ZERO.
000870 01  W-QTDE-FORA                 PIC 9(05) VALUE ZERO.
000880 01  MSG-TABELA-CHEIA            PIC X(40)
000890         VALUE "CTBENC: TABELA DE SALDOS CHEIA".
000900 COPY SPLPARM.
000910******************************************************************
000920*    SALDOS DE DEZEMBRO COM O GRUPO DA CONTA                      *
000930******************************************************************
000940 01  TAB-SALDOS.
000950     05  TAB-SLD-OCR OCCURS 2000 TIMES.
000960         10  TS-CONTA            PIC 9(08).
000970         10  TS-SALDO            PIC S9(15)V99.
000980         10  TS-GRUPO            PIC X(01).
000990             88  TS-RESULTADO    VALUES "R" "D".
001000         10  TS-DESCRICAO        PIC X(30).
001010******************************************************************
001020*    LINHAS DO RELATORIO DE ENCERRAMENTO                          *
001030******************************************************************
001040 01  LIN-TRACO                   PIC X(100) VALUE ALL "-".
001050 01  CAB-RELAT.
001060     05  FILLER                  PIC X(40) VALUE
001070         "ENCERRAMENTO DO EXERCICIO DE ".
001080     05  CAB-ANO                 PIC 9(04).
001090 01  CAB-COLUNAS.
001100     05  FILLER                  PIC X(50) VALUE
001110         "CONTA    DESCRICAO".
001120     05  FILLER                  PIC X(40) VALUE
001130         "            DEBITO            CREDITO".
001140 01  LIN-DET.
001150     05  LD-CONTA                PIC 9(08).
001160     05  FILLER                  PIC X(01) VALUE SPACES.
001170     05  LD-DESCRICAO            PIC X(40).
001180     05  FILLER                  PIC X(01) VALUE SPACES.
001190     05  LD-DEBITO               PIC ZZZZZZZZZZZZZZ9,99.
001200     05  FILLER                  PIC X(01) VALUE SPACES.
001210     05  LD-CREDITO              PIC ZZZZZZZZZZZZZZ9,99.
001220 01  LIN-TOTAL.
001230     05  LT-ROTULO               PIC X(50).
001240     05  LT-VALOR                PIC -ZZZZZZZZZZZZZ9,99.
001250 PROCEDURE DIVISION.
001260******************************************************************
001270*    0000-MAINLINE                                                *
001280******************************************************************
001290 0000-MAINLINE.
001300     DISPLAY "CTBENC: ANO DO EXERCICIO A ENCERRAR (4 DIGITOS) =>".
001310     ACCEPT W-ANO-INF.
001320     DISPLAY "CTBENC: CONTA DE LUCROS/PREJUIZOS ACUMULADOS =>".
001330     ACCEPT W-CONTA-LUCROS.
001340     OPEN INPUT PLANOCTA.
001350     IF PLC-STATUS NOT = "00"
001360         DISPLAY "CTBENC: ARQUIVO PLANOCTA NAO EXISTE"
001370         MOVE 8 TO RETURN-CODE
001380         STOP RUN.
001390     MOVE W-CONTA-LUCROS TO PLC-CONTA.
001400     READ PLANOCTA
001410         INVALID KEY
001420             DISPLAY "CTBENC: CONTA " W-CONTA-LUCROS
001430                     " FORA DO PLANO"
001440             CLOSE PLANOCTA
001450             MOVE 8 TO RETURN-CODE
001460             STOP RUN.
001470     IF NOT PLC-GRP-PL OR PLC-SINTETICA
001480         DISPLAY "CTBENC: A CONTA DE LUCROS TEM DE SER ANALITICA"
001490                 " DO PATRIMONIO LIQUIDO (GRUPO L)"
001500         CLOSE PLANOCTA
001510         MOVE 8 TO RETURN-CODE
001520         STOP RUN.
001530     MOVE PLC-DESCRICAO TO W-DESC-LUCROS.
001540     DISPLAY "CTBENC: " W-DESC-LUCROS.
001550     OPEN I-O SALDOCTA.
001560     IF SCT-STATUS NOT = "00"
001570         DISPLAY "CTBENC: ARQUIVO SALDOCTA NAO EXISTE - RODE O"
001580                 " CTBSALD"
001590         CLOSE PLANOCTA
001600         MOVE 8 TO RETURN-CODE
001610         STOP RUN.
001620     PERFORM 1000-CARREGAR-DEZEMBRO THRU 1000-EXIT.
001630     CLOSE PLANOCTA.
001640     IF W-QTDE-CONTAS = ZERO
001650         DISPLAY "CTBENC: SEM SALDOS DE 12/" W-ANO-INF
001660                 " - RODE O CTBSALD DE DEZEMBRO"
001670         CLOSE SALDOCTA
001680         MOVE 8 TO RETURN-CODE
001690         STOP RUN.
001700     DISPLAY "CTBENC: CONFIRMA O ENCERRAMENTO DE " W-ANO-INF
001710             " (S/N) =>".
001720     ACCEPT W-CONF.
001730     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
001740         DISPLAY "CTBENC: ENCERRAMENTO CANCELADO"
001750         CLOSE SALDOCTA
001760         STOP RUN.
001770     ACCEPT W-HOJE FROM DATE YYYYMMDD.
001780     COMPUTE W-HOJE-NUM = (W-HOJE-ANO * 10000)
001790         + (W-HOJE-MES * 100) + W-HOJE-DIA.
001800     PERFORM 2000-APAGAR-ENCERRAMENTO THRU 2000-EXIT.
001810     OPEN OUTPUT REPENC.
001820     MOVE W-ANO-INF TO CAB-ANO.
001830     WRITE REG-RELAT FROM CAB-RELAT.
001840     WRITE REG-RELAT FROM LIN-TRACO.
001850     WRITE REG-RELAT FROM CAB-COLUNAS.
001860     PERFORM 3000-ENCERRAR-CONTA THRU 3000-EXIT
001870         VARYING W-IDX FROM 1 BY 1
001880         UNTIL W-IDX > W-QTDE-CONTAS.
001890     PERFORM 4000-LUCROS THRU 4000-EXIT.
001900     PERFORM 5000-SEGUINTE THRU 5000-EXIT.
001910     CLOSE SALDOCTA.
001920     CLOSE REPENC.
001930     PERFORM 7000-ESPOLAR THRU 7000-EXIT.
001940     DISPLAY "CTBENC: MES 13 ANTERIOR APAGADO...: "
001940             W-QTDE-APAGADOS.
001950     DISPLAY "CTBENC: CONTAS DE RESULTADO ZERADAS: "
001960             W-QTDE-ZERADAS.
001970     DISPLAY "CTBENC: CONTAS TRANSPORTADAS......: "
001980             W-QTDE-TRANSPORTADAS.
001990     DISPLAY "CTBENC: LUCRO (PREJUIZO -) DO ANO.: " W-LUCRO.
002000     DISPLAY "CTBENC: RELATORIO EM REPENC, SPOOL " SPA-NUMERO.
002010     IF W-QTDE-FORA NOT = ZERO
002020         DISPLAY "CTBENC: CONTAS FORA DO PLANO OU SEM GRUPO "
002030                 "TRANSPORTADAS: " W-QTDE-FORA
002040         MOVE "S" TO W-AVISO.
002050     IF W-AVISO-SIM
002060         MOVE 4 TO RETURN-CODE.
002070     STOP RUN.
002080******************************************************************
002090*    1000-CARREGAR-DEZEMBRO - SALDOS DE 12/ANO COM O GRUPO DE     *
002100*    CADA CONTA; A CONTA DE LUCROS FICA A PARTE                   *
002110******************************************************************
002120 1000-CARREGAR-DEZEMBRO.
002130     MOVE W-ANO-INF TO SC-ANO.
002140     MOVE 12        TO SC-MES.
002150     MOVE ZERO      TO SC-CONTA.
002160     MOVE "N" TO W-EOF.
002170     START SALDOCTA KEY IS NOT LESS THAN SC-CHAVE
002180         INVALID KEY MOVE "S" TO W-EOF.
002190     PERFORM 1100-CARREGAR-UM THRU 1100-EXIT
002200         UNTIL W-EOF-SIM.
002210 1000-EXIT. EXIT.
002220 1100-CARREGAR-UM.
002230     READ SALDOCTA NEXT RECORD
002240         AT END MOVE "S" TO W-EOF.
002250     IF W-EOF-SIM
002260         GO TO 1100-EXIT.
002270     IF SC-ANO NOT = W-ANO-INF OR SC-MES NOT = 12
002280         MOVE "S" TO W-EOF
002290         GO TO 1100-EXIT.
002300     IF SC-CONTA = W-CONTA-LUCROS
002310         MOVE SC-SALDO-ATUAL TO W-SALDO-LUCROS
002320         GO TO 1100-EXIT.
002330     IF W-QTDE-CONTAS NOT < 2000
002340         DISPLAY MSG-TABELA-CHEIA
002350         MOVE "S" TO W-AVISO
002360         GO TO 1100-EXIT.
002370     ADD 1 TO W-QTDE-CONTAS.
002380     MOVE SC-CONTA       TO TS-CONTA(W-QTDE-CONTAS).
002390     MOVE SC-SALDO-ATUAL TO TS-SALDO(W-QTDE-CONTAS).
002400     MOVE SC-CONTA TO PLC-CONTA.
002410     READ PLANOCTA
002420         INVALID KEY
002430             MOVE SPACE TO TS-GRUPO(W-QTDE-CONTAS)
002440             MOVE "*** CONTA FORA DO PLANO ***"
002450                 TO TS-DESCRICAO(W-QTDE-CONTAS)
002460         NOT INVALID KEY
002470             MOVE PLC-GRUPO TO TS-GRUPO(W-QTDE-CONTAS)
002480             MOVE PLC-DESCRICAO TO TS-DESCRICAO(W-QTDE-CONTAS)
002490     END-READ.
002500 1100-EXIT. EXIT.
002510******************************************************************
002520*    2000-APAGAR-ENCERRAMENTO - REPROCESSAMENTO: APAGA O MES 13   *
002530*    JA GRAVADO DO ANO                                            *
002540******************************************************************
002550 2000-APAGAR-ENCERRAMENTO.
002560     MOVE W-ANO-INF TO SC-ANO.
002570     MOVE 13        TO SC-MES.
002580     MOVE ZERO      TO SC-CONTA.
002590     MOVE "N" TO W-EOF.
002600     START SALDOCTA KEY IS NOT LESS THAN SC-CHAVE
002610         INVALID KEY MOVE "S" TO W-EOF.
002620     PERFORM 2100-APAGAR-UM THRU 2100-EXIT
002630         UNTIL W-EOF-SIM.
002640 2000-EXIT. EXIT.
002650 2100-APAGAR-UM.
002660     READ SALDOCTA NEXT RECORD
002670         AT END MOVE "S" TO W-EOF.
002680     IF W-EOF-SIM
002690         GO TO 2100-EXIT.
002700     IF SC-ANO NOT = W-ANO-INF OR NOT SC-MES-ENCERRAMENTO
002710         MOVE "S" TO W-EOF
002720         GO TO 2100-EXIT.
002730     DELETE SALDOCTA RECORD
002740         INVALID KEY
002750             DISPLAY "CTBENC: ERRO AO APAGAR " SC-CONTA.
002760     ADD 1 TO W-QTDE-APAGADOS.
002770 2100-EXIT. EXIT.
002780******************************************************************
002790*    3000-ENCERRAR-CONTA - CONTA DE RESULTADO E ZERADA (O SALDO   *
002800*    VAI PARA O RESULTADO DO ANO); AS DEMAIS PASSAM COMO ESTAO    *
002810******************************************************************
002820 3000-ENCERRAR-CONTA.
002830     MOVE W-ANO-INF         TO SC-ANO.
002840     MOVE 13                TO SC-MES.
002850     MOVE TS-CONTA(W-IDX)   TO SC-CONTA.
002860     MOVE TS-SALDO(W-IDX)   TO SC-SALDO-ANT.
002870     MOVE ZERO              TO SC-DEBITO SC-CREDITO.
002880     MOVE W-HOJE-NUM        TO SC-DATA-PROC.
002890     IF NOT TS-RESULTADO(W-IDX)
002900         MOVE TS-SALDO(W-IDX) TO SC-SALDO-ATUAL
002910         ADD 1 TO W-QTDE-TRANSPORTADAS
002920         IF TS-GRUPO(W-IDX) = SPACE
002930             ADD 1 TO W-QTDE-FORA
002940         END-IF
002950         GO TO 3000-GRAVAR.
002960     IF TS-SALDO(W-IDX) > ZERO
002970         MOVE TS-SALDO(W-IDX) TO SC-CREDITO
002980     ELSE
002990         COMPUTE SC-DEBITO = ZERO - TS-SALDO(W-IDX).
003000     MOVE ZERO TO SC-SALDO-ATUAL.
003010     ADD TS-SALDO(W-IDX) TO W-RESULTADO.
003020     ADD 1 TO W-QTDE-ZERADAS.
003030     MOVE TS-CONTA(W-IDX)     TO LD-CONTA.
003040     MOVE TS-DESCRICAO(W-IDX) TO LD-DESCRICAO.
003050     MOVE SC-DEBITO           TO LD-DEBITO.
003060     MOVE SC-CREDITO          TO LD-CREDITO.
003070     WRITE REG-RELAT FROM LIN-DET.
003080 3000-GRAVAR.
003090     WRITE REGSCT
003100         INVALID KEY
003110             DISPLAY "CTBENC: ERRO NA GRAVACAO DA CONTA "
003120                     SC-CONTA.
003130 3000-EXIT. EXIT.
003140******************************************************************
003150*    4000-LUCROS - CONTRAPARTIDA DO ENCERRAMENTO NA CONTA DE      *
003160*    LUCROS/PREJUIZOS ACUMULADOS E TOTAIS DO RELATORIO            *
003170******************************************************************
003180 4000-LUCROS.
003190     MOVE W-ANO-INF      TO SC-ANO.
003200     MOVE 13             TO SC-MES.
003210     MOVE W-CONTA-LUCROS TO SC-CONTA.
003220     MOVE W-SALDO-LUCROS TO SC-SALDO-ANT.
003230     MOVE ZERO           TO SC-DEBITO SC-CREDITO.
003240     IF W-RESULTADO > ZERO
003250         MOVE W-RESULTADO TO SC-DEBITO
003260     ELSE
003270         COMPUTE SC-CREDITO = ZERO - W-RESULTADO.
003280     COMPUTE SC-SALDO-ATUAL = W-SALDO-LUCROS + W-RESULTADO.
003290     MOVE W-HOJE-NUM     TO SC-DATA-PROC.
003300     WRITE REGSCT
003310         INVALID KEY
003320             DISPLAY "CTBENC: ERRO NA GRAVACAO DA CONTA "
003330                     SC-CONTA.
003340     MOVE W-CONTA-LUCROS TO LD-CONTA.
003350     MOVE W-DESC-LUCROS  TO LD-DESCRICAO.
003360     MOVE SC-DEBITO      TO LD-DEBITO.
003370     MOVE SC-CREDITO     TO LD-CREDITO.
003380     WRITE REG-RELAT FROM LIN-DET.
003390     WRITE REG-RELAT FROM LIN-TRACO.
003400     COMPUTE W-LUCRO = ZERO - W-RESULTADO.
003410     IF W-LUCRO < ZERO
003420         MOVE "PREJUIZO DO EXERCICIO" TO LT-ROTULO
003430     ELSE
003440         MOVE "LUCRO DO EXERCICIO" TO LT-ROTULO.
003450     MOVE W-LUCRO TO LT-VALOR.
003460     WRITE REG-RELAT FROM LIN-TOTAL.
003470     MOVE "SALDO ANTERIOR DE LUCROS/PREJUIZOS (DEV +)"
003480         TO LT-ROTULO.
003490     MOVE W-SALDO-LUCROS TO LT-VALOR.
003500     WRITE REG-RELAT FROM LIN-TOTAL.
003510     MOVE "SALDO APOS O ENCERRAMENTO (DEV +)" TO LT-ROTULO.
003520     MOVE SC-SALDO-ATUAL TO LT-VALOR.
003530     WRITE REG-RELAT FROM LIN-TOTAL.
003540 4000-EXIT. EXIT.
003550******************************************************************
003560*    5000-SEGUINTE - JANEIRO SEGUINTE JA GRAVADO PARTIU DE OUTRO  *
003570*    SALDO E PRECISA SER REPROCESSADO NO CTBSALD                  *
003580******************************************************************
003590 5000-SEGUINTE.
003600     COMPUTE W-ANO-SEGUINTE = W-ANO-INF + 1.
003610     MOVE W-ANO-SEGUINTE TO SC-ANO.
003620     MOVE 1              TO SC-MES.
003630     MOVE ZERO           TO SC-CONTA.
003640     START SALDOCTA KEY IS NOT LESS THAN SC-CHAVE
003650         INVALID KEY GO TO 5000-EXIT.
003660     READ SALDOCTA NEXT RECORD
003670         AT END GO TO 5000-EXIT.
003680     DISPLAY "CTBENC: *** HA SALDOS DE " SC-MES "/" SC-ANO
003690             " - REPROCESSE O CTBSALD A PARTIR DE 01/"
003700             W-ANO-SEGUINTE " ***".
003710     MOVE "S" TO W-AVISO.
003720 5000-EXIT. EXIT.
003730******************************************************************
003740*    7000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000)        *
003750******************************************************************
003760 7000-ESPOLAR.
003770     MOVE "I" TO SPA-ACAO.
003780     MOVE "CTBENC" TO SPA-PROGRAMA.
003790     MOVE SPACES TO SPA-OPERADOR.
003800     MOVE SPACES TO SPA-PARAMS.
003810     MOVE W-ANO-INF TO SPA-PARAMS.
003820     CALL "SPL000" USING SPL-PARAMETROS-AREA.
003830     OPEN INPUT REPENC.
003840     IF REL-STATUS NOT = "00"
003850         GO TO 7000-FIM.
003860     MOVE "N" TO W-EOF-SPL.
003870     PERFORM 7100-ESPOLAR-LER THRU 7100-EXIT
003880         UNTIL W-EOF-SPL-SIM.
003890     CLOSE REPENC.
003900 7000-FIM.
003910     MOVE "F" TO SPA-ACAO.
003920     CALL "SPL000" USING SPL-PARAMETROS-AREA.
003930 7000-EXIT. EXIT.
003940 7100-ESPOLAR-LER.
003950     READ REPENC
003960         AT END MOVE "S" TO W-EOF-SPL.
003970     IF NOT W-EOF-SPL-SIM
003980         MOVE "L" TO SPA-ACAO
003990         MOVE REG-RELAT TO SPA-LINHA
004000         CALL "SPL000" USING SPL-PARAMETROS-AREA.
004010 7100-EXIT. EXIT.
