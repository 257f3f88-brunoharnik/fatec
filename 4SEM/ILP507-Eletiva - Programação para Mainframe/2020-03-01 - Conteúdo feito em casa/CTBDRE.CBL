000010******************************************************************
000020* PROGRAM-ID : CTBDRE                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-24                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : DEMONSTRACAO DO RESULTADO (DRE) E BALANCO          *
000080*              PATRIMONIAL DE QUALQUER FIM DE MES, A PARTIR DOS   *
000090*              SALDOS ACUMULADOS (SALDOCTA) GRAVADOS PELO         *
000100*              CTBSALD. AS CONTAS SINTETICAS DO PLANOCTA SOMAM AS *
000110*              INFERIORES (PLC-CONTA-PAI) E O GRUPO DA CONTA      *
000120*              (PLC-GRUPO) DECIDE A SECAO. O DRE TRAZ O MES E O   *
000130*              ACUMULADO NO ANO (AS CONTAS DE RESULTADO COMECAM O *
000140*              ANO ZERADAS PELO ENCERRAMENTO DO CTBENC); O        *
000150*              BALANCO TRAZ O RESULTADO AINDA NAO ENCERRADO NO    *
000160*              PATRIMONIO LIQUIDO. O RELATORIO (REPDRE) E         *
000170*              CATALOGADO NO SPOOL (SPL000) COMO O LIVRO DO       *
000180*              CEP052. RETURN-CODE 4 QUANDO HA CONTA FORA DO      *
000190*              PLANO OU SEM GRUPO, OU O BALANCO NAO FECHA.        *
000200*------------------------------------------------------------------
000210* HISTORICO DE ALTERACOES                                         *
000220* DATA       INICIAIS  DESCRICAO                                  *
000230* 2026-09-24 BH        VERSAO INICIAL                             *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CTBDRE.
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
000370     SELECT SALDOCTA ASSIGN TO "SALDOCTA"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SC-CHAVE
000410         FILE STATUS IS SCT-STATUS.
000420     SELECT PLANOCTA ASSIGN TO "PLANOCTA"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PLC-CONTA
000460         FILE STATUS IS PLC-STATUS.
000470     SELECT REPDRE ASSIGN TO "REPDRE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS REL-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SALDOCTA
000530     LABEL RECORDS ARE STANDARD.
000540     COPY REGSCT.
000550 FD  PLANOCTA
000560     LABEL RECORDS ARE STANDARD.
000570     COPY REGPLC.
000580 FD  REPDRE
000590     LABEL RECORDS ARE STANDARD.
000600 01  REG-RELAT                   PIC X(132).
000610 WORKING-STORAGE SECTION.
000620 01  SCT-STATUS                  PIC X(02).
000630 01  PLC-STATUS                  PIC X(02).
000640 01  REL-STATUS                  PIC X(02).
000650 01  W-SWITCHES.
000660     05  W-EOF                   PIC X(01).
000670         88  W-EOF-SIM           VALUE "S".
000680     05  W-EOF-SPL               PIC X(01).
000690         88  W-EOF-SPL-SIM       VALUE "S".
000700     05  W-ACHOU                 PIC X(01).
000710         88  W-ACHOU-SIM         VALUE "S".
000720     05  W-AVISO                 PIC X(01) VALUE "N".
000730         88  W-AVISO-SIM         VALUE "S".
000740 01  W-MES-INF                   PIC 9(02).
000750 01  W-ANO-INF                   PIC 9(04).
000760 01  W-SUB                       PIC 9(04) COMP.
000770 01  W-IDX                       PIC 9(04) COMP.
000780 01  W-IDX-SALDO                 PIC 9(04) COMP.
000790 01  W-QTDE-PLANO                PIC 9(04) COMP VALUE ZERO.
000800 01  W-PASSOS                    PIC 9(02) COMP.
000810 01  W-COLUNA                    PIC 9(02) COMP.
000820 01  W-CONTA-ALVO                PIC 9(08).
000830 01  W-PAI                       PIC 9(08).
000840 01  W-GRUPO-SEC                 PIC X(01).
000850 01  W-VAL-MES                   PIC S9(15)V99.
000860 01  W-VAL-ACUM                  PIC S9(15)V99.
000870 01  W-TOT-SEC-MES               PIC S9(15)V99.
000880 01  W-TOT-SEC-ACUM              PIC S9(15)V99.
000890 01  W-RECEITA-MES               PIC S9(15)V99 VALUE ZERO.
000900 01  W-RECEITA-ACUM              PIC S9(15)V99 VALUE ZERO.
000910 01  W-DESPESA-MES               PIC S9(15)V99 VALUE ZERO.
000920 01  W-DESPESA-ACUM              PIC S9(15)V99 VALUE ZERO.
000930 01  W-RESULT-MES                PIC S9(15)V99 VALUE ZERO.
000940 01  W-RESULT-ACUM               PIC S9(15)V99 VALUE ZERO.
000950 01  W-TOT-ATIVO                 PIC S9(15)V99 VALUE ZERO.
000960 01  W-TOT-PASSIVO               PIC S9(15)V99 VALUE ZERO.
000970 01  W-TOT-PL                    PIC S9(15)V99 VALUE ZERO.
000980 01  W-TOT-PASSIVO-PL            PIC S9(15)V99 VALUE ZERO.
000990 01  W-QTDE-SALDOS               PIC 9(05) VALUE ZERO.
001000 01  W-QTDE-FORA                 PIC 9(05) VALUE ZERO.
001010 01  W-QTDE-SEM-GRUPO            PIC 9(05) VALUE ZERO.
001020 01  W-VALOR-FORA                PIC S9(15)V99 VALUE ZERO.
001030 01  MSG-TABELA-CHEIA            PIC X(40)
001040         VALUE "CTBDRE: TABELA DO PLANO DE CONTAS CHEIA".
001050 COPY SPLPARM.
001060******************************************************************
001070*    PLANO DE CONTAS EM MEMORIA, COM O MOVIMENTO DO MES E O SALDO *
001080*    ACUMULADO DE CADA CONTA (SINTETICAS JA SOMADAS)              *
001090******************************************************************
001100 01  TAB-PLANO.
001110     05  TAB-PLN-OCR OCCURS 1000 TIMES.
001120         10  TP-CONTA            PIC 9(08).
001130         10  TP-DESCRICAO        PIC X(30).
001140         10  TP-PAI              PIC 9(08).
001150         10  TP-GRUPO            PIC X(01).
001160         10  TP-NIVEL            PIC 9(02).
001170         10  TP-MES              PIC S9(15)V99.
001180         10  TP-ACUM             PIC S9(15)V99.
001190******************************************************************
001200*    LINHAS DO RELATORIO                                          *
001210******************************************************************
001220 01  LIN-TRACO                   PIC X(100) VALUE ALL "-".
001230 01  CAB-DRE.
001240     05  FILLER                  PIC X(50) VALUE
001250         "DEMONSTRACAO DO RESULTADO DO EXERCICIO - ATE ".
001260     05  CAB-DRE-MES             PIC 9(02).
001270     05  FILLER                  PIC X(01) VALUE "/".
001280     05  CAB-DRE-ANO             PIC 9(04).
001290 01  CAB-DRE-COL.
001300     05  FILLER                  PIC X(50) VALUE
001310         "CONTA    DESCRICAO".
001311     05  FILLER                  PIC X(37) VALUE
001312         "            NO MES   ACUMULADO NO ANO".
001320 01  CAB-BAL.
001330     05  FILLER                  PIC X(50) VALUE
001340         "BALANCO PATRIMONIAL EM ".
001350     05  CAB-BAL-MES             PIC 9(02).
001360     05  FILLER                  PIC X(01) VALUE "/".
001370     05  CAB-BAL-ANO             PIC 9(04).
001380 01  CAB-BAL-COL.
001390     05  FILLER                  PIC X(50) VALUE
001400         "CONTA    DESCRICAO".
001401     05  FILLER                  PIC X(37) VALUE
001402         "                                SALDO".
001410 01  LIN-SECAO.
001420     05  LS-TITULO               PIC X(40).
001430 01  LIN-DET.
001440     05  LD-CONTA                PIC 9(08).
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  LD-DESCRICAO            PIC X(40).
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  LD-MES                  PIC -ZZZZZZZZZZZZZ9,99.
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  LD-ACUM                 PIC -ZZZZZZZZZZZZZ9,99.
001510 01  LIN-BAL.
001520     05  LB-CONTA                PIC 9(08).
001530     05  FILLER                  PIC X(01) VALUE SPACES.
001540     05  LB-DESCRICAO            PIC X(40).
001550     05  FILLER                  PIC X(20) VALUE SPACES.
001560     05  LB-SALDO                PIC -ZZZZZZZZZZZZZ9,99.
001570 01  LIN-TOT-DRE.
001580     05  LTD-ROTULO              PIC X(50).
001590     05  LTD-MES                 PIC -ZZZZZZZZZZZZZ9,99.
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  LTD-ACUM                PIC -ZZZZZZZZZZZZZ9,99.
001620 01  LIN-TOT-BAL.
001630     05  LTB-ROTULO              PIC X(69).
001640     05  LTB-SALDO               PIC -ZZZZZZZZZZZZZ9,99.
001650 PROCEDURE DIVISION.
001660******************************************************************
001670*    0000-MAINLINE                                                *
001680******************************************************************
001690 0000-MAINLINE.
001700     DISPLAY "CTBDRE: MES DA COMPETENCIA =>".
001710     ACCEPT W-MES-INF.
001720     DISPLAY "CTBDRE: ANO DA COMPETENCIA (4 DIGITOS) =>".
001730     ACCEPT W-ANO-INF.
001740     IF W-MES-INF < 1 OR W-MES-INF > 12
001750         DISPLAY "CTBDRE: COMPETENCIA INVALIDA"
001760         MOVE 8 TO RETURN-CODE
001770         STOP RUN.
001780     OPEN INPUT PLANOCTA.
001790     IF PLC-STATUS NOT = "00"
001800         DISPLAY "CTBDRE: ARQUIVO PLANOCTA NAO EXISTE"
001810         MOVE 8 TO RETURN-CODE
001820         STOP RUN.
001830     OPEN INPUT SALDOCTA.
001840     IF SCT-STATUS NOT = "00"
001850         DISPLAY "CTBDRE: ARQUIVO SALDOCTA NAO EXISTE - RODE O"
001860                 " CTBSALD"
001870         CLOSE PLANOCTA
001880         MOVE 8 TO RETURN-CODE
001890         STOP RUN.
001900     PERFORM 1000-CARREGAR-PLANO THRU 1000-EXIT.
001910     CLOSE PLANOCTA.
001920     PERFORM 2000-CALCULAR-NIVEL THRU 2000-EXIT
001930         VARYING W-IDX FROM 1 BY 1
001940         UNTIL W-IDX > W-QTDE-PLANO.
001950     PERFORM 3000-CARREGAR-SALDOS THRU 3000-EXIT.
001960     CLOSE SALDOCTA.
001970     IF W-QTDE-SALDOS = ZERO
001980         DISPLAY "CTBDRE: SEM SALDOS DA COMPETENCIA " W-MES-INF
001990                 "/" W-ANO-INF " - RODE O CTBSALD"
002000         MOVE 8 TO RETURN-CODE
002010         STOP RUN.
002020     OPEN OUTPUT REPDRE.
002030     PERFORM 4000-IMPRIMIR-DRE THRU 4000-EXIT.
002040     PERFORM 5000-IMPRIMIR-BALANCO THRU 5000-EXIT.
002050     CLOSE REPDRE.
002060     PERFORM 7000-ESPOLAR THRU 7000-EXIT.
002070     DISPLAY "CTBDRE: CONTAS COM SALDO......: " W-QTDE-SALDOS.
002080     DISPLAY "CTBDRE: RESULTADO NO MES......: " W-RESULT-MES.
002090     DISPLAY "CTBDRE: RESULTADO NO ANO......: " W-RESULT-ACUM.
002100     DISPLAY "CTBDRE: RELATORIO EM REPDRE, SPOOL " SPA-NUMERO.
002110     IF W-QTDE-FORA NOT = ZERO
002120         DISPLAY "CTBDRE: CONTAS FORA DO PLANO..: " W-QTDE-FORA
002130         MOVE "S" TO W-AVISO.
002140     IF W-QTDE-SEM-GRUPO NOT = ZERO
002150         DISPLAY "CTBDRE: CONTAS SEM GRUPO......: "
002160                 W-QTDE-SEM-GRUPO
002170         MOVE "S" TO W-AVISO.
002180     IF W-TOT-ATIVO NOT = W-TOT-PASSIVO-PL
002190         DISPLAY "CTBDRE: *** BALANCO NAO FECHA ***"
002200         MOVE "S" TO W-AVISO.
002210     IF W-AVISO-SIM
002220         MOVE 4 TO RETURN-CODE.
002230     STOP RUN.
002240******************************************************************
002250*    1000-CARREGAR-PLANO - O PLANO INTEIRO NA ORDEM DA CHAVE      *
002260******************************************************************
002270 1000-CARREGAR-PLANO.
002280     MOVE "N" TO W-EOF.
002290     MOVE LOW-VALUES TO PLC-CONTA.
002300     START PLANOCTA KEY IS NOT LESS THAN PLC-CONTA
002310         INVALID KEY MOVE "S" TO W-EOF.
002320     PERFORM 1100-CARREGAR-CONTA THRU 1100-EXIT
002330         UNTIL W-EOF-SIM.
002340 1000-EXIT. EXIT.
002350 1100-CARREGAR-CONTA.
002360     READ PLANOCTA NEXT RECORD
002370         AT END MOVE "S" TO W-EOF.
002380     IF W-EOF-SIM
002390         GO TO 1100-EXIT.
002400     IF W-QTDE-PLANO NOT < 1000
002410         DISPLAY MSG-TABELA-CHEIA
002420         MOVE "S" TO W-AVISO
002430         MOVE "S" TO W-EOF
002440         GO TO 1100-EXIT.
002450     ADD 1 TO W-QTDE-PLANO.
002460     MOVE PLC-CONTA     TO TP-CONTA(W-QTDE-PLANO).
002470     MOVE PLC-DESCRICAO TO TP-DESCRICAO(W-QTDE-PLANO).
002480     MOVE PLC-CONTA-PAI TO TP-PAI(W-QTDE-PLANO).
002490     MOVE PLC-GRUPO     TO TP-GRUPO(W-QTDE-PLANO).
002500     MOVE ZERO          TO TP-NIVEL(W-QTDE-PLANO).
002510     MOVE ZERO          TO TP-MES(W-QTDE-PLANO).
002520     MOVE ZERO          TO TP-ACUM(W-QTDE-PLANO).
002530 1100-EXIT. EXIT.
002540******************************************************************
002550*    2000-CALCULAR-NIVEL - QUANTAS SUPERIORES A CONTA TEM (PARA   *
002560*    O RECUO NA IMPRESSAO E PARA ACHAR AS CONTAS RAIZ DA SECAO)   *
002570******************************************************************
002580 2000-CALCULAR-NIVEL.
002590     MOVE TP-PAI(W-IDX) TO W-PAI.
002600     MOVE ZERO TO W-PASSOS.
002610     PERFORM 2100-NIVEL-SUBIR THRU 2100-EXIT
002620         UNTIL W-PAI = ZERO OR W-PASSOS > 9.
002630     MOVE W-PASSOS TO TP-NIVEL(W-IDX).
002640 2000-EXIT. EXIT.
002650 2100-NIVEL-SUBIR.
002660     MOVE W-PAI TO W-CONTA-ALVO.
002670     PERFORM 6000-PROCURAR-CONTA THRU 6000-EXIT.
002680     IF NOT W-ACHOU-SIM
002690         MOVE ZERO TO W-PAI
002700         GO TO 2100-EXIT.
002710     ADD 1 TO W-PASSOS.
002720     MOVE TP-PAI(W-SUB) TO W-PAI.
002730 2100-EXIT. EXIT.
002740******************************************************************
002750*    3000-CARREGAR-SALDOS - SALDOS DA COMPETENCIA, SOMADOS NA     *
002760*    CONTA E EM TODAS AS SUPERIORES                               *
002770******************************************************************
002780 3000-CARREGAR-SALDOS.
002790     MOVE W-ANO-INF TO SC-ANO.
002800     MOVE W-MES-INF TO SC-MES.
002810     MOVE ZERO      TO SC-CONTA.
002820     MOVE "N" TO W-EOF.
002830     START SALDOCTA KEY IS NOT LESS THAN SC-CHAVE
002840         INVALID KEY MOVE "S" TO W-EOF.
002850     PERFORM 3100-SALDO-CONTA THRU 3100-EXIT
002860         UNTIL W-EOF-SIM.
002870 3000-EXIT. EXIT.
002880 3100-SALDO-CONTA.
002890     READ SALDOCTA NEXT RECORD
002900         AT END MOVE "S" TO W-EOF.
002910     IF W-EOF-SIM
002920         GO TO 3100-EXIT.
002930     IF SC-ANO NOT = W-ANO-INF OR SC-MES NOT = W-MES-INF
002940         MOVE "S" TO W-EOF
002950         GO TO 3100-EXIT.
002960     ADD 1 TO W-QTDE-SALDOS.
002970     COMPUTE W-VAL-MES = SC-DEBITO - SC-CREDITO.
002980     MOVE SC-SALDO-ATUAL TO W-VAL-ACUM.
002990     MOVE SC-CONTA TO W-CONTA-ALVO.
003000     PERFORM 6000-PROCURAR-CONTA THRU 6000-EXIT.
003010     IF NOT W-ACHOU-SIM
003020         DISPLAY "CTBDRE: CONTA FORA DO PLANO: " SC-CONTA
003030                 " SALDO " SC-SALDO-ATUAL
003040         ADD 1 TO W-QTDE-FORA
003050         ADD SC-SALDO-ATUAL TO W-VALOR-FORA
003060         GO TO 3100-EXIT.
003070     IF TP-GRUPO(W-SUB) = SPACE AND W-VAL-ACUM NOT = ZERO
003080         DISPLAY "CTBDRE: CONTA SEM GRUPO: " SC-CONTA
003090         ADD 1 TO W-QTDE-SEM-GRUPO.
003100     MOVE W-SUB TO W-IDX-SALDO.
003110     ADD W-VAL-MES  TO TP-MES(W-IDX-SALDO).
003120     ADD W-VAL-ACUM TO TP-ACUM(W-IDX-SALDO).
003130     MOVE TP-PAI(W-IDX-SALDO) TO W-PAI.
003140     MOVE ZERO TO W-PASSOS.
003150     PERFORM 3200-SOMAR-SUPERIOR THRU 3200-EXIT
003160         UNTIL W-PAI = ZERO OR W-PASSOS > 9.
003170 3100-EXIT. EXIT.
003180 3200-SOMAR-SUPERIOR.
003190     ADD 1 TO W-PASSOS.
003200     MOVE W-PAI TO W-CONTA-ALVO.
003210     PERFORM 6000-PROCURAR-CONTA THRU 6000-EXIT.
003220     IF NOT W-ACHOU-SIM
003230         MOVE ZERO TO W-PAI
003240         GO TO 3200-EXIT.
003250     ADD W-VAL-MES  TO TP-MES(W-SUB).
003260     ADD W-VAL-ACUM TO TP-ACUM(W-SUB).
003270     MOVE TP-PAI(W-SUB) TO W-PAI.
003280 3200-EXIT. EXIT.
003290******************************************************************
003300*    4000-IMPRIMIR-DRE - RECEITAS E DESPESAS DO MES E DO ANO E O  *
003310*    RESULTADO (RECEITA COM O SINAL INVERTIDO, CREDORA POSITIVA)  *
003320******************************************************************
003330 4000-IMPRIMIR-DRE.
003340     MOVE W-MES-INF TO CAB-DRE-MES.
003350     MOVE W-ANO-INF TO CAB-DRE-ANO.
003360     WRITE REG-RELAT FROM CAB-DRE.
003370     WRITE REG-RELAT FROM LIN-TRACO.
003380     WRITE REG-RELAT FROM CAB-DRE-COL.
003390     MOVE "RECEITAS" TO LS-TITULO.
003400     WRITE REG-RELAT FROM LIN-SECAO.
003410     MOVE "R" TO W-GRUPO-SEC.
003420     PERFORM 4100-SECAO-DRE THRU 4100-EXIT.
003430     MOVE W-TOT-SEC-MES  TO W-RECEITA-MES.
003440     MOVE W-TOT-SEC-ACUM TO W-RECEITA-ACUM.
003450     MOVE "TOTAL DAS RECEITAS" TO LTD-ROTULO.
003460     MOVE W-RECEITA-MES  TO LTD-MES.
003470     MOVE W-RECEITA-ACUM TO LTD-ACUM.
003480     WRITE REG-RELAT FROM LIN-TOT-DRE.
003490     MOVE "DESPESAS" TO LS-TITULO.
003500     WRITE REG-RELAT FROM LIN-SECAO.
003510     MOVE "D" TO W-GRUPO-SEC.
003520     PERFORM 4100-SECAO-DRE THRU 4100-EXIT.
003530     MOVE W-TOT-SEC-MES  TO W-DESPESA-MES.
003540     MOVE W-TOT-SEC-ACUM TO W-DESPESA-ACUM.
003550     MOVE "TOTAL DAS DESPESAS" TO LTD-ROTULO.
003560     MOVE W-DESPESA-MES  TO LTD-MES.
003570     MOVE W-DESPESA-ACUM TO LTD-ACUM.
003580     WRITE REG-RELAT FROM LIN-TOT-DRE.
003590     COMPUTE W-RESULT-MES  = W-RECEITA-MES  - W-DESPESA-MES.
003600     COMPUTE W-RESULT-ACUM = W-RECEITA-ACUM - W-DESPESA-ACUM.
003610     WRITE REG-RELAT FROM LIN-TRACO.
003620     IF W-RESULT-ACUM < ZERO
003630         MOVE "PREJUIZO DO PERIODO" TO LTD-ROTULO
003640     ELSE
003650         MOVE "LUCRO DO PERIODO" TO LTD-ROTULO.
003660     MOVE W-RESULT-MES  TO LTD-MES.
003670     MOVE W-RESULT-ACUM TO LTD-ACUM.
003680     WRITE REG-RELAT FROM LIN-TOT-DRE.
003690     MOVE SPACES TO REG-RELAT.
003700     WRITE REG-RELAT.
003710 4000-EXIT. EXIT.
003720 4100-SECAO-DRE.
003730     MOVE ZERO TO W-TOT-SEC-MES W-TOT-SEC-ACUM.
003740     PERFORM 4200-LINHA-DRE THRU 4200-EXIT
003750         VARYING W-IDX FROM 1 BY 1
003760         UNTIL W-IDX > W-QTDE-PLANO.
003770 4100-EXIT. EXIT.
003780 4200-LINHA-DRE.
003790     IF TP-GRUPO(W-IDX) NOT = W-GRUPO-SEC
003800         GO TO 4200-EXIT.
003810     IF TP-MES(W-IDX) = ZERO AND TP-ACUM(W-IDX) = ZERO
003820         GO TO 4200-EXIT.
003830     IF W-GRUPO-SEC = "R"
003840         COMPUTE W-VAL-MES  = ZERO - TP-MES(W-IDX)
003850         COMPUTE W-VAL-ACUM = ZERO - TP-ACUM(W-IDX)
003860     ELSE
003870         MOVE TP-MES(W-IDX)  TO W-VAL-MES
003880         MOVE TP-ACUM(W-IDX) TO W-VAL-ACUM.
003890     IF TP-NIVEL(W-IDX) = ZERO
003900         ADD W-VAL-MES  TO W-TOT-SEC-MES
003910         ADD W-VAL-ACUM TO W-TOT-SEC-ACUM.
003920     MOVE TP-CONTA(W-IDX) TO LD-CONTA.
003930     PERFORM 4300-RECUAR THRU 4300-EXIT.
003940     MOVE W-VAL-MES  TO LD-MES.
003950     MOVE W-VAL-ACUM TO LD-ACUM.
003960     WRITE REG-RELAT FROM LIN-DET.
003970 4200-EXIT. EXIT.
003980******************************************************************
003990*    4300-RECUAR - DESCRICAO RECUADA DOIS ESPACOS POR NIVEL (ATE  *
004000*    O QUINTO) EM LD-DESCRICAO E LB-DESCRICAO                     *
004010******************************************************************
004020 4300-RECUAR.
004030     MOVE SPACES TO LD-DESCRICAO.
004040     IF TP-NIVEL(W-IDX) > 5
004050         MOVE 11 TO W-COLUNA
004060     ELSE
004070         COMPUTE W-COLUNA = (TP-NIVEL(W-IDX) * 2) + 1.
004080     MOVE TP-DESCRICAO(W-IDX) TO LD-DESCRICAO(W-COLUNA:30).
004090     MOVE LD-DESCRICAO TO LB-DESCRICAO.
004100 4300-EXIT. EXIT.
004110******************************************************************
004120*    5000-IMPRIMIR-BALANCO - ATIVO; PASSIVO E PATRIMONIO LIQUIDO  *
004130*    (CREDORES POSITIVOS) COM O RESULTADO DO EXERCICIO AINDA NAO  *
004140*    ENCERRADO                                                    *
004150******************************************************************
004160 5000-IMPRIMIR-BALANCO.
004170     MOVE W-MES-INF TO CAB-BAL-MES.
004180     MOVE W-ANO-INF TO CAB-BAL-ANO.
004190     WRITE REG-RELAT FROM CAB-BAL.
004200     WRITE REG-RELAT FROM LIN-TRACO.
004210     WRITE REG-RELAT FROM CAB-BAL-COL.
004220     MOVE "ATIVO" TO LS-TITULO.
004230     WRITE REG-RELAT FROM LIN-SECAO.
004240     MOVE "A" TO W-GRUPO-SEC.
004250     PERFORM 5100-SECAO-BAL THRU 5100-EXIT.
004260     MOVE W-TOT-SEC-ACUM TO W-TOT-ATIVO.
004270     MOVE "TOTAL DO ATIVO" TO LTB-ROTULO.
004280     MOVE W-TOT-ATIVO TO LTB-SALDO.
004290     WRITE REG-RELAT FROM LIN-TOT-BAL.
004300     MOVE "PASSIVO" TO LS-TITULO.
004310     WRITE REG-RELAT FROM LIN-SECAO.
004320     MOVE "P" TO W-GRUPO-SEC.
004330     PERFORM 5100-SECAO-BAL THRU 5100-EXIT.
004340     MOVE W-TOT-SEC-ACUM TO W-TOT-PASSIVO.
004350     MOVE "TOTAL DO PASSIVO" TO LTB-ROTULO.
004360     MOVE W-TOT-PASSIVO TO LTB-SALDO.
004370     WRITE REG-RELAT FROM LIN-TOT-BAL.
004380     MOVE "PATRIMONIO LIQUIDO" TO LS-TITULO.
004390     WRITE REG-RELAT FROM LIN-SECAO.
004400     MOVE "L" TO W-GRUPO-SEC.
004410     PERFORM 5100-SECAO-BAL THRU 5100-EXIT.
004420     MOVE ZERO TO LB-CONTA.
004430     MOVE "RESULTADO DO EXERCICIO NAO ENCERRADO"
004440         TO LB-DESCRICAO.
004450     MOVE W-RESULT-ACUM TO LB-SALDO.
004460     WRITE REG-RELAT FROM LIN-BAL.
004470     COMPUTE W-TOT-PL = W-TOT-SEC-ACUM + W-RESULT-ACUM.
004480     MOVE "TOTAL DO PATRIMONIO LIQUIDO" TO LTB-ROTULO.
004490     MOVE W-TOT-PL TO LTB-SALDO.
004500     WRITE REG-RELAT FROM LIN-TOT-BAL.
004510     COMPUTE W-TOT-PASSIVO-PL = W-TOT-PASSIVO + W-TOT-PL.
004520     WRITE REG-RELAT FROM LIN-TRACO.
004530     MOVE "TOTAL DO PASSIVO E PATRIMONIO LIQUIDO" TO LTB-ROTULO.
004540     MOVE W-TOT-PASSIVO-PL TO LTB-SALDO.
004550     WRITE REG-RELAT FROM LIN-TOT-BAL.
004560     IF W-QTDE-FORA NOT = ZERO
004570         MOVE "SALDO DE CONTAS FORA DO PLANO (DEVEDOR +)"
004580             TO LTB-ROTULO
004590         MOVE W-VALOR-FORA TO LTB-SALDO
004600         WRITE REG-RELAT FROM LIN-TOT-BAL.
004610     IF W-TOT-ATIVO NOT = W-TOT-PASSIVO-PL
004620         MOVE "*** BALANCO NAO FECHA - VER CONTAS FORA DO PLANO"
004630             TO REG-RELAT
004640         WRITE REG-RELAT
004650         MOVE "    OU SEM GRUPO ***" TO REG-RELAT
004660         WRITE REG-RELAT.
004670 5000-EXIT. EXIT.
004680 5100-SECAO-BAL.
004690     MOVE ZERO TO W-TOT-SEC-ACUM.
004700     PERFORM 5200-LINHA-BAL THRU 5200-EXIT
004710         VARYING W-IDX FROM 1 BY 1
004720         UNTIL W-IDX > W-QTDE-PLANO.
004730 5100-EXIT. EXIT.
004740 5200-LINHA-BAL.
004750     IF TP-GRUPO(W-IDX) NOT = W-GRUPO-SEC
004760         GO TO 5200-EXIT.
004770     IF TP-ACUM(W-IDX) = ZERO
004780         GO TO 5200-EXIT.
004790     IF W-GRUPO-SEC = "A"
004800         MOVE TP-ACUM(W-IDX) TO W-VAL-ACUM
004810     ELSE
004820         COMPUTE W-VAL-ACUM = ZERO - TP-ACUM(W-IDX).
004830     IF TP-NIVEL(W-IDX) = ZERO
004840         ADD W-VAL-ACUM TO W-TOT-SEC-ACUM.
004850     MOVE TP-CONTA(W-IDX) TO LB-CONTA.
004860     PERFORM 4300-RECUAR THRU 4300-EXIT.
004870     MOVE W-VAL-ACUM TO LB-SALDO.
004880     WRITE REG-RELAT FROM LIN-BAL.
004890 5200-EXIT. EXIT.
004900******************************************************************
004910*    6000-PROCURAR-CONTA - POSICIONA W-SUB NA CONTA W-CONTA-ALVO  *
004920******************************************************************
004930 6000-PROCURAR-CONTA.
004940     MOVE "N" TO W-ACHOU.
004950     PERFORM 6100-COMPARAR THRU 6100-EXIT
004960         VARYING W-SUB FROM 1 BY 1
004970         UNTIL W-SUB > W-QTDE-PLANO
004980         OR W-ACHOU-SIM.
004990 6000-EXIT. EXIT.
005000 6100-COMPARAR.
005010     IF TP-CONTA(W-SUB) = W-CONTA-ALVO
005020         MOVE "S" TO W-ACHOU
005030         SUBTRACT 1 FROM W-SUB.
005040 6100-EXIT. EXIT.
005050******************************************************************
005060*    7000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
005070*    O SPLREP REIMPRIMIR QUALQUER FAIXA DE PAGINAS                *
005080******************************************************************
005090 7000-ESPOLAR.
005100     MOVE "I" TO SPA-ACAO.
005110     MOVE "CTBDRE" TO SPA-PROGRAMA.
005120     MOVE SPACES TO SPA-OPERADOR.
005130     MOVE SPACES TO SPA-PARAMS.
005140     STRING W-MES-INF "/" W-ANO-INF
005150         DELIMITED BY SIZE INTO SPA-PARAMS.
005160     CALL "SPL000" USING SPL-PARAMETROS-AREA.
005170     OPEN INPUT REPDRE.
005180     IF REL-STATUS NOT = "00"
005190         GO TO 7000-FIM.
005200     MOVE "N" TO W-EOF-SPL.
005210     PERFORM 7100-ESPOLAR-LER THRU 7100-EXIT
005220         UNTIL W-EOF-SPL-SIM.
005230     CLOSE REPDRE.
005240 7000-FIM.
005250     MOVE "F" TO SPA-ACAO.
005260     CALL "SPL000" USING SPL-PARAMETROS-AREA.
005270 7000-EXIT. EXIT.
005280 7100-ESPOLAR-LER.
005290     READ REPDRE
005300         AT END MOVE "S" TO W-EOF-SPL.
005310     IF NOT W-EOF-SPL-SIM
005320         MOVE "L" TO SPA-ACAO
005330         MOVE REG-RELAT TO SPA-LINHA
005340         CALL "SPL000" USING SPL-PARAMETROS-AREA.
005350 7100-EXIT. EXIT.
