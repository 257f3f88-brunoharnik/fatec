000010******************************************************************
000020* PROGRAM-ID : CTBSALD                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-24                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SALDOS ACUMULADOS DO MES (SALDOCTA) - PARTE DO     *
000080*              SALDO FINAL DA COMPETENCIA ANTERIOR (EM JANEIRO,   *
000090*              DO ENCERRAMENTO - MES 13 - DO EXERCICIO ANTERIOR), *
000100*              SOMA O DEBITO E O CREDITO DO LOTE CTBLOTE DA       *
000110*              COMPETENCIA E GRAVA O SALDO DE CADA CONTA. RODA    *
000120*              DEPOIS DE FECHADO O LOTE (CTBLANC, CTBPROV,        *
000130*              CTBDEPR, CTBFIN E OS MANUAIS DO CTBMAN). PODE SER  *
000140*              REPROCESSADO: A COMPETENCIA E APAGADA E REGRAVADA, *
000150*              E AS SEGUINTES JA GRAVADAS SAO APONTADAS PARA      *
000160*              REPROCESSAR NA ORDEM. RETURN-CODE 4 QUANDO HA      *
000170*              AVISO (CONTA FORA DO PLANO OU SINTETICA NO LOTE,   *
000180*              LOTE DESBALANCEADO, EXERCICIO ANTERIOR SEM         *
000190*              ENCERRAMENTO).                                     *
000200*------------------------------------------------------------------
000210* HISTORICO DE ALTERACOES                                         *
000220* DATA       INICIAIS  DESCRICAO                                  *
000230* 2026-09-24 BH        VERSAO INICIAL                             *
000230* 2026-09-25 BH        CTBLOTE GANHA LOT-CODDEPC (DEPARTAMENTO)   *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CTBSALD.
000270 AUTHOR. BRUNO HARNIK.
000280 INSTALLATION. FATEC.
000290 DATE-WRITTEN. 2026-09-24.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CTBLOTE ASSIGN TO "CTBLOTE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS LOT-STATUS.
000400     SELECT SALDOCTA ASSIGN TO "SALDOCTA"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SC-CHAVE
000440         FILE STATUS IS SCT-STATUS.
000450     SELECT PLANOCTA ASSIGN TO "PLANOCTA"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PLC-CONTA
000490         FILE STATUS IS PLC-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CTBLOTE
000530     LABEL RECORDS ARE STANDARD.
000540 01  REG-CTBLOTE.
000550     05  LOT-COMP-ANO            PIC 9(04).
000560     05  LOT-COMP-MES            PIC 9(02).
000570     05  LOT-CONTA-DEBITO        PIC 9(08).
000580     05  LOT-CONTA-CREDITO       PIC 9(08).
000590     05  LOT-VALOR               PIC 9(13)V99.
000600     05  LOT-HISTORICO           PIC X(30).
000610     05  LOT-ORIGEM              PIC X(01).
000610     05  LOT-CODDEPC             PIC 9(04).
000620 FD  SALDOCTA
000630     LABEL RECORDS ARE STANDARD.
000640     COPY REGSCT.
000650 FD  PLANOCTA
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REGPLC.
000680 WORKING-STORAGE SECTION.
000690 01  LOT-STATUS                  PIC X(02).
000700 01  SCT-STATUS                  PIC X(02).
000710 01  PLC-STATUS                  PIC X(02).
000720 01  W-SWITCHES.
000730     05  W-EOF                   PIC X(01).
000740         88  W-EOF-SIM           VALUE "S".
000750     05  W-ACHOU                 PIC X(01).
000760         88  W-ACHOU-SIM         VALUE "S".
000770     05  W-AVISO                 PIC X(01) VALUE "N".
000780         88  W-AVISO-SIM         VALUE "S".
000790 01  W-MES-INF                   PIC 9(02).
000800 01  W-ANO-INF                   PIC 9(04).
000810 01  W-MES-ANT                   PIC 9(02).
000820 01  W-ANO-ANT                   PIC 9(04).
000830 01  W-HOJE.
000840     05  W-HOJE-ANO              PIC 9(04).
000850     05  W-HOJE-MES              PIC 9(02).
000860     05  W-HOJE-DIA              PIC 9(02).
000870 01  W-HOJE-NUM                  PIC 9(08).
000880 01  W-SUB                       PIC 9(04) COMP.
000890 01  W-IDX                       PIC 9(04) COMP.
000900 01  W-QTDE-CONTAS               PIC 9(04) COMP VALUE ZERO.
000910 01  W-CONTA-ALVO                PIC 9(08).
000920 01  W-VALOR-ALVO                PIC 9(13)V99.
000930 01  W-LADO                      PIC X(01).
000940 01  W-TOT-DEBITO                PIC 9(15)V99 VALUE ZERO.
000950 01  W-TOT-CREDITO               PIC 9(15)V99 VALUE ZERO.
000960 01  W-QTDE-ANTERIOR             PIC 9(05) VALUE ZERO.
000970 01  W-QTDE-APAGADOS             PIC 9(05) VALUE ZERO.
000980 01  W-QTDE-LANC                 PIC 9(06) VALUE ZERO.
000990 01  W-QTDE-GRAVADOS             PIC 9(05) VALUE ZERO.
001000 01  W-QTDE-FORA                 PIC 9(05) VALUE ZERO.
001010 01  W-QTDE-SINTETICA            PIC 9(05) VALUE ZERO.
001020 01  MSG-TABELA-CHEIA            PIC X(40)
001030         VALUE "CTBSALD: TABELA DE CONTAS CHEIA".
001040******************************************************************
001050*    SALDO ANTERIOR E MOVIMENTO DO MES POR CONTA                  *
001060******************************************************************
001070 01  TAB-SALDOS.
001080     05  TAB-SLD-OCR OCCURS 2000 TIMES.
001090         10  TS-CONTA            PIC 9(08).
001100         10  TS-SALDO-ANT        PIC S9(15)V99.
001110         10  TS-DEBITO           PIC 9(15)V99.
001120         10  TS-CREDITO          PIC 9(15)V99.
001130 PROCEDURE DIVISION.
001140******************************************************************
001150*    0000-MAINLINE                                                *
001160******************************************************************
001170 0000-MAINLINE.
001180     DISPLAY "CTBSALD: MES DA COMPETENCIA =>".
001190     ACCEPT W-MES-INF.
001200     DISPLAY "CTBSALD: ANO DA COMPETENCIA (4 DIGITOS) =>".
001210     ACCEPT W-ANO-INF.
001220     IF W-MES-INF < 1 OR W-MES-INF > 12
001230         DISPLAY "CTBSALD: COMPETENCIA INVALIDA"
001240         MOVE 8 TO RETURN-CODE
001250         STOP RUN.
001260     OPEN INPUT CTBLOTE.
001270     IF LOT-STATUS NOT = "00"
001280         DISPLAY "CTBSALD: ARQUIVO CTBLOTE NAO EXISTE"
001290         MOVE 8 TO RETURN-CODE
001300         STOP RUN.
001310     OPEN I-O SALDOCTA.
001320     IF SCT-STATUS = "35"
001330         OPEN OUTPUT SALDOCTA
001340         CLOSE SALDOCTA
001350         OPEN I-O SALDOCTA.
001360     IF SCT-STATUS NOT = "00"
001370         DISPLAY "CTBSALD: ERRO NA ABERTURA DO SALDOCTA: "
001380                 SCT-STATUS
001390         CLOSE CTBLOTE
001400         MOVE 8 TO RETURN-CODE
001410         STOP RUN.
001420     OPEN INPUT PLANOCTA.
001430     ACCEPT W-HOJE FROM DATE YYYYMMDD.
001440     COMPUTE W-HOJE-NUM = (W-HOJE-ANO * 10000)
001450         + (W-HOJE-MES * 100) + W-HOJE-DIA.
001460     PERFORM 1000-APAGAR-COMP THRU 1000-EXIT.
001470     PERFORM 2000-CARREGAR-ANTERIOR THRU 2000-EXIT.
001480     MOVE "N" TO W-EOF.
001490     PERFORM 3000-LER-LOTE THRU 3000-EXIT
001500         UNTIL W-EOF-SIM.
001510     CLOSE CTBLOTE.
001520     PERFORM 4000-GRAVAR-SALDO THRU 4000-EXIT
001530         VARYING W-IDX FROM 1 BY 1
001540         UNTIL W-IDX > W-QTDE-CONTAS.
001550     PERFORM 5000-SEGUINTES THRU 5000-EXIT.
001560     CLOSE SALDOCTA.
001570     IF PLC-STATUS = "00"
001580         CLOSE PLANOCTA.
001590     DISPLAY "CTBSALD: SALDOS ANTERIORES LIDOS: " W-QTDE-ANTERIOR.
001600     DISPLAY "CTBSALD: REGRAVACAO (APAGADOS)..: " W-QTDE-APAGADOS.
001610     DISPLAY "CTBSALD: LANCAMENTOS DO LOTE....: " W-QTDE-LANC.
001620     DISPLAY "CTBSALD: CONTAS GRAVADAS........: " W-QTDE-GRAVADOS.
001630     IF W-QTDE-FORA NOT = ZERO
001640         DISPLAY "CTBSALD: CONTAS FORA DO PLANO...: " W-QTDE-FORA
001650         MOVE "S" TO W-AVISO.
001660     IF W-QTDE-SINTETICA NOT = ZERO
001670         DISPLAY "CTBSALD: SINTETICAS COM MOVIMENTO: "
001680                 W-QTDE-SINTETICA
001690         MOVE "S" TO W-AVISO.
001700     IF W-TOT-DEBITO NOT = W-TOT-CREDITO
001710         DISPLAY "CTBSALD: *** LOTE DESBALANCEADO ***"
001720         DISPLAY "CTBSALD: DEBITOS : " W-TOT-DEBITO
001730         DISPLAY "CTBSALD: CREDITOS: " W-TOT-CREDITO
001740         MOVE "S" TO W-AVISO.
001750     IF W-AVISO-SIM
001760         MOVE 4 TO RETURN-CODE.
001770     STOP RUN.
001780******************************************************************
001790*    1000-APAGAR-COMP - REPROCESSAMENTO: APAGA O QUE JA EXISTIR   *
001800*    DA COMPETENCIA ANTES DE REGRAVAR                             *
001810******************************************************************
001820 1000-APAGAR-COMP.
001830     MOVE W-ANO-INF TO SC-ANO.
001840     MOVE W-MES-INF TO SC-MES.
001850     MOVE ZERO      TO SC-CONTA.
001860     MOVE "N" TO W-EOF.
001870     START SALDOCTA KEY IS NOT LESS THAN SC-CHAVE
001880         INVALID KEY MOVE "S" TO W-EOF.
001890     PERFORM 1100-APAGAR-UM THRU 1100-EXIT
001900         UNTIL W-EOF-SIM.
001910 1000-EXIT. EXIT.
001920 1100-APAGAR-UM.
001930     READ SALDOCTA NEXT RECORD
001940         AT END MOVE "S" TO W-EOF.
001950     IF W-EOF-SIM
001960         GO TO 1100-EXIT.
001970     IF SC-ANO NOT = W-ANO-INF OR SC-MES NOT = W-MES-INF
001980         MOVE "S" TO W-EOF
001990         GO TO 1100-EXIT.
002000     DELETE SALDOCTA RECORD
002010         INVALID KEY
002020             DISPLAY "CTBSALD: ERRO AO APAGAR " SC-CONTA.
002030     ADD 1 TO W-QTDE-APAGADOS.
002040 1100-EXIT. EXIT.
002050******************************************************************
002060*    2000-CARREGAR-ANTERIOR - SALDO FINAL DA COMPETENCIA          *
002070*    ANTERIOR VIRA O SALDO ANTERIOR; EM JANEIRO VEM DO            *
002080*    ENCERRAMENTO (MES 13) OU, SEM ELE, DE DEZEMBRO COM AVISO     *
002090******************************************************************
002100 2000-CARREGAR-ANTERIOR.
002110     IF W-MES-INF = 1
002120         COMPUTE W-ANO-ANT = W-ANO-INF - 1
002130         MOVE 13 TO W-MES-ANT
002140     ELSE
002150         MOVE W-ANO-INF TO W-ANO-ANT
002160         COMPUTE W-MES-ANT = W-MES-INF - 1.
002170     PERFORM 2100-CARREGAR-COMP THRU 2100-EXIT.
002180     IF W-QTDE-ANTERIOR = ZERO AND W-MES-ANT = 13
002190         MOVE 12 TO W-MES-ANT
002200         PERFORM 2100-CARREGAR-COMP THRU 2100-EXIT
002210         IF W-QTDE-ANTERIOR NOT = ZERO
002220             DISPLAY "CTBSALD: *** EXERCICIO " W-ANO-ANT
002230                     " SEM ENCERRAMENTO (CTBENC) - SALDOS"
002240             DISPLAY "CTBSALD: DE RESULTADO ENTRAM NO NOVO"
002250                     " EXERCICIO ***"
002260             MOVE "S" TO W-AVISO.
002270     IF W-QTDE-ANTERIOR = ZERO
002280         DISPLAY "CTBSALD: SEM SALDO ANTERIOR - COMPETENCIA "
002290                 "DE IMPLANTACAO".
002300 2000-EXIT. EXIT.
002310 2100-CARREGAR-COMP.
002320     MOVE W-ANO-ANT TO SC-ANO.
002330     MOVE W-MES-ANT TO SC-MES.
002340     MOVE ZERO      TO SC-CONTA.
002350     MOVE "N" TO W-EOF.
002360     START SALDOCTA KEY IS NOT LESS THAN SC-CHAVE
002370         INVALID KEY MOVE "S" TO W-EOF.
002380     PERFORM 2200-CARREGAR-UM THRU 2200-EXIT
002390         UNTIL W-EOF-SIM.
002400 2100-EXIT. EXIT.
002410 2200-CARREGAR-UM.
002420     READ SALDOCTA NEXT RECORD
002430         AT END MOVE "S" TO W-EOF.
002440     IF W-EOF-SIM
002450         GO TO 2200-EXIT.
002460     IF SC-ANO NOT = W-ANO-ANT OR SC-MES NOT = W-MES-ANT
002470         MOVE "S" TO W-EOF
002480         GO TO 2200-EXIT.
002490     IF SC-SALDO-ATUAL = ZERO
002500         ADD 1 TO W-QTDE-ANTERIOR
002510         GO TO 2200-EXIT.
002520     MOVE SC-CONTA TO W-CONTA-ALVO.
002530     PERFORM 6000-LOCALIZAR THRU 6000-EXIT.
002540     IF W-ACHOU-SIM
002550         ADD SC-SALDO-ATUAL TO TS-SALDO-ANT(W-SUB).
002560     ADD 1 TO W-QTDE-ANTERIOR.
002570 2200-EXIT. EXIT.
002580******************************************************************
002590*    3000-LER-LOTE - DEBITO E CREDITO DOS LANCAMENTOS DA          *
002600*    COMPETENCIA                                                  *
002610******************************************************************
002620 3000-LER-LOTE.
002630     READ CTBLOTE
002640         AT END MOVE "S" TO W-EOF.
002650     IF W-EOF-SIM
002660         GO TO 3000-EXIT.
002670     IF LOT-COMP-MES NOT = W-MES-INF
002680         OR LOT-COMP-ANO NOT = W-ANO-INF
002690         GO TO 3000-EXIT.
002700     ADD 1 TO W-QTDE-LANC.
002710     MOVE LOT-CONTA-DEBITO TO W-CONTA-ALVO.
002720     PERFORM 6000-LOCALIZAR THRU 6000-EXIT.
002730     IF W-ACHOU-SIM
002740         ADD LOT-VALOR TO TS-DEBITO(W-SUB).
002750     MOVE LOT-CONTA-CREDITO TO W-CONTA-ALVO.
002760     PERFORM 6000-LOCALIZAR THRU 6000-EXIT.
002770     IF W-ACHOU-SIM
002780         ADD LOT-VALOR TO TS-CREDITO(W-SUB).
002790     ADD LOT-VALOR TO W-TOT-DEBITO.
002800     ADD LOT-VALOR TO W-TOT-CREDITO.
002810 3000-EXIT. EXIT.
002820******************************************************************
002830*    4000-GRAVAR-SALDO - UM REGISTRO POR CONTA COM SALDO OU       *
002840*    MOVIMENTO; CONTA FORA DO PLANO OU SINTETICA COM MOVIMENTO    *
002850*    E APONTADA                                                   *
002860******************************************************************
002870 4000-GRAVAR-SALDO.
002880     IF TS-SALDO-ANT(W-IDX) = ZERO
002890         AND TS-DEBITO(W-IDX) = ZERO
002900         AND TS-CREDITO(W-IDX) = ZERO
002910         GO TO 4000-EXIT.
002920     IF PLC-STATUS = "00"
002930         MOVE TS-CONTA(W-IDX) TO PLC-CONTA
002940         READ PLANOCTA
002950             INVALID KEY
002960                 DISPLAY "CTBSALD: CONTA FORA DO PLANO: "
002970                         TS-CONTA(W-IDX)
002980                 ADD 1 TO W-QTDE-FORA
002990             NOT INVALID KEY
003000                 IF PLC-SINTETICA
003010                     AND (TS-DEBITO(W-IDX) NOT = ZERO
003020                     OR TS-CREDITO(W-IDX) NOT = ZERO)
003030                     DISPLAY "CTBSALD: SINTETICA COM MOVIMENTO: "
003040                             TS-CONTA(W-IDX)
003050                     ADD 1 TO W-QTDE-SINTETICA
003060                 END-IF
003070         END-READ.
003080     MOVE W-ANO-INF           TO SC-ANO.
003090     MOVE W-MES-INF           TO SC-MES.
003100     MOVE TS-CONTA(W-IDX)     TO SC-CONTA.
003110     MOVE TS-SALDO-ANT(W-IDX) TO SC-SALDO-ANT.
003120     MOVE TS-DEBITO(W-IDX)    TO SC-DEBITO.
003130     MOVE TS-CREDITO(W-IDX)   TO SC-CREDITO.
003140     COMPUTE SC-SALDO-ATUAL = TS-SALDO-ANT(W-IDX)
003150         + TS-DEBITO(W-IDX) - TS-CREDITO(W-IDX).
003160     MOVE W-HOJE-NUM          TO SC-DATA-PROC.
003170     WRITE REGSCT
003180         INVALID KEY
003190             DISPLAY "CTBSALD: ERRO NA GRAVACAO DA CONTA "
003200                     SC-CONTA
003210         NOT INVALID KEY
003220             ADD 1 TO W-QTDE-GRAVADOS.
003230 4000-EXIT. EXIT.
003240******************************************************************
003250*    5000-SEGUINTES - COMPETENCIAS POSTERIORES JA GRAVADAS PARTEM *
003260*    DO SALDO ANTIGO E PRECISAM SER REPROCESSADAS NA ORDEM        *
003270******************************************************************
003280 5000-SEGUINTES.
003290     MOVE W-ANO-INF TO SC-ANO.
003300     MOVE W-MES-INF TO SC-MES.
003310     MOVE 99999999  TO SC-CONTA.
003320     START SALDOCTA KEY IS GREATER THAN SC-CHAVE
003330         INVALID KEY GO TO 5000-EXIT.
003340     READ SALDOCTA NEXT RECORD
003350         AT END GO TO 5000-EXIT.
003360     DISPLAY "CTBSALD: *** HA SALDOS GRAVADOS A PARTIR DE "
003370             SC-MES "/" SC-ANO " ***".
003380     DISPLAY "CTBSALD: REPROCESSE AS COMPETENCIAS SEGUINTES "
003390             "EM ORDEM (E O CTBENC SE FOR O CASO)".
003400     MOVE "S" TO W-AVISO.
003410 5000-EXIT. EXIT.
003420******************************************************************
003430*    6000-LOCALIZAR - POSICIONA W-SUB NA CONTA W-CONTA-ALVO,      *
003440*    ABRINDO A LINHA QUANDO A CONTA AINDA NAO ESTA NA TABELA      *
003450******************************************************************
003460 6000-LOCALIZAR.
003470     MOVE "N" TO W-ACHOU.
003480     PERFORM 6100-PROCURAR THRU 6100-EXIT
003490         VARYING W-SUB FROM 1 BY 1
003500         UNTIL W-SUB > W-QTDE-CONTAS
003510         OR W-ACHOU-SIM.
003520     IF W-ACHOU-SIM
003530         GO TO 6000-EXIT.
003540     IF W-QTDE-CONTAS NOT < 2000
003550         DISPLAY MSG-TABELA-CHEIA
003560         MOVE "S" TO W-AVISO
003570         GO TO 6000-EXIT.
003580     ADD 1 TO W-QTDE-CONTAS.
003590     MOVE W-QTDE-CONTAS TO W-SUB.
003600     MOVE W-CONTA-ALVO TO TS-CONTA(W-SUB).
003610     MOVE ZERO TO TS-SALDO-ANT(W-SUB).
003620     MOVE ZERO TO TS-DEBITO(W-SUB).
003630     MOVE ZERO TO TS-CREDITO(W-SUB).
003640     MOVE "S" TO W-ACHOU.
003650 6000-EXIT. EXIT.
003660 6100-PROCURAR.
003670     IF TS-CONTA(W-SUB) = W-CONTA-ALVO
003680         MOVE "S" TO W-ACHOU
003690         SUBTRACT 1 FROM W-SUB.
003700 6100-EXIT. EXIT.
