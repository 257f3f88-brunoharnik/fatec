000010******************************************************************
000020* PROGRAM-ID : FISCPIS                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : APURACAO MENSAL DE PIS/COFINS - PARA O MES         *
000080*              INFORMADO, LE O LIVRO LIVPIS (LANCADO PELA         *
000090*              SUB-ROTINA PIS000 NA EMISSAO DO CEP013, NAS        *
000100*              ENTRADAS DO CEP004/CEP016, NAS DEVOLUCOES DO       *
000110*              CEP037/CEP062 E NO CANCELAMENTO DO CEP049), GRAVA  *
000120*              O ARQUIVO DE LEIAUTE FIXO FISCPIS, UMA LINHA POR   *
000130*              LANCAMENTO, E O RESUMO DE APURACAO (REPPIS) COM    *
000140*              DEBITOS, ESTORNOS, CREDITOS, TOTAIS POR CST E O    *
000150*              VALOR A RECOLHER (OU SALDO CREDOR) DE CADA         *
000160*              IMPOSTO.                                           *
000170*-----------------------------------------------------------------
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-09-15 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. FISCPIS.
000240 AUTHOR. BRUNO HARNIK.
000250 INSTALLATION. FATEC.
000260 DATE-WRITTEN. 2026-09-15.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LIVPIS ASSIGN TO "LIVPIS"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS LPC-STATUS.
000370     SELECT ARQPIS ASSIGN TO "FISCPIS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FPC-STATUS.
000400     SELECT REPPIS ASSIGN TO "REPPIS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS REL-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  LIVPIS
000460     LABEL RECORDS ARE STANDARD.
000470     COPY REGLPC.
000480 FD  ARQPIS
000490     LABEL RECORDS ARE STANDARD.
000500 01  REG-ARQPIS.
000510     05  FPC-TIPO                PIC X(01).
000520     05  FPC-DATA                PIC 9(08).
000530     05  FPC-PROGRAMA            PIC X(08).
000540     05  FPC-DOCUMENTO           PIC 9(10).
000550     05  FPC-CODPROD             PIC 9(08).
000560     05  FPC-CST                 PIC 9(02).
000570     05  FPC-BASE                PIC 9(13)V99.
000580     05  FPC-ALIQ-PIS            PIC 9(02)V99.
000590     05  FPC-VALOR-PIS           PIC 9(13)V99.
000600     05  FPC-ALIQ-COFINS         PIC 9(02)V99.
000610     05  FPC-VALOR-COFINS        PIC 9(13)V99.
000620 FD  REPPIS
000630     LABEL RECORDS ARE STANDARD.
000640 01  REG-RELAT                   PIC X(100).
000650 WORKING-STORAGE SECTION.
000660 01  LPC-STATUS                  PIC X(02).
000670 01  FPC-STATUS                  PIC X(02).
000680 01  REL-STATUS                  PIC X(02).
000690 01  W-SWITCHES.
000700     05  W-EOF                   PIC X(01).
000710         88  W-EOF-SIM           VALUE "S".
000720 01  W-MES-INF                   PIC 9(02).
000730 01  W-ANO-INF                   PIC 9(04).
000740 01  W-SUB                       PIC 9(03) COMP.
000750 01  W-QTDE-GRAVADAS             PIC 9(07) VALUE ZERO.
000760******************************************************************
000770*    TOTAIS POR TIPO DE LANCAMENTO (D, E, C, S)                   *
000780******************************************************************
000790 01  W-TOTAIS.
000800     05  W-BASE-DEB              PIC 9(15)V99 VALUE ZERO.
000810     05  W-PIS-DEB               PIC 9(15)V99 VALUE ZERO.
000820     05  W-COF-DEB               PIC 9(15)V99 VALUE ZERO.
000830     05  W-BASE-EST-DEB          PIC 9(15)V99 VALUE ZERO.
000840     05  W-PIS-EST-DEB           PIC 9(15)V99 VALUE ZERO.
000850     05  W-COF-EST-DEB           PIC 9(15)V99 VALUE ZERO.
000860     05  W-BASE-CRED             PIC 9(15)V99 VALUE ZERO.
000870     05  W-PIS-CRED              PIC 9(15)V99 VALUE ZERO.
000880     05  W-COF-CRED              PIC 9(15)V99 VALUE ZERO.
000890     05  W-BASE-EST-CRED         PIC 9(15)V99 VALUE ZERO.
000900     05  W-PIS-EST-CRED          PIC 9(15)V99 VALUE ZERO.
000910     05  W-COF-EST-CRED          PIC 9(15)V99 VALUE ZERO.
000920 01  W-SALDO-PIS                 PIC S9(15)V99.
000930 01  W-SALDO-COF                 PIC S9(15)V99.
000940 01  W-SINAL                     PIC S9(01).
000950******************************************************************
000960*    TOTAIS POR CST (ESTORNO ENTRA SUBTRAINDO)                    *
000970******************************************************************
000980 01  TAB-CST.
000990     05  TAB-CST-OCR OCCURS 40 TIMES.
001000         10  TC-CST              PIC 9(02).
001010         10  TC-BASE             PIC S9(15)V99.
001020         10  TC-PIS              PIC S9(15)V99.
001030         10  TC-COFINS           PIC S9(15)V99.
001040 01  W-QTDE-CST                  PIC 9(02) COMP VALUE ZERO.
001050 01  W-ACHOU                     PIC X(01).
001060     88  W-ACHOU-SIM             VALUE "S".
001070******************************************************************
001080*    LINHAS DO RESUMO DE APURACAO                                 *
001090******************************************************************
001100 01  CAB-RELAT.
001110     05  FILLER                  PIC X(36)
001120         VALUE "APURACAO DE PIS/COFINS - FISCPIS - ".
001130     05  FILLER                  PIC X(04) VALUE "MES ".
001140     05  CAB-MES                 PIC 9(02).
001150     05  FILLER                  PIC X(01) VALUE "/".
001160     05  CAB-ANO                 PIC 9(04).
001170 01  CAB-COLUNAS.
001180     05  FILLER                  PIC X(32) VALUE SPACES.
001190     05  FILLER                  PIC X(17)
001200         VALUE "             BASE".
001210     05  FILLER                  PIC X(17)
001220         VALUE "              PIS".
001230     05  FILLER                  PIC X(17)
001240         VALUE "           COFINS".
001250 01  LIN-VALORES.
001260     05  LV-DESCRICAO            PIC X(32).
001270     05  LV-BASE                 PIC ZZZZZZZZZZZZZ9,99.
001280     05  LV-PIS                  PIC ZZZZZZZZZZZZZ9,99.
001290     05  LV-COFINS               PIC ZZZZZZZZZZZZZ9,99.
001300 01  LIN-CAB-CST                 PIC X(44) VALUE
001310     "TOTAIS POR CST (LIQUIDOS DE ESTORNO)".
001320 01  LIN-CST.
001330     05  FILLER                  PIC X(04) VALUE "CST ".
001340     05  LC-CST                  PIC 9(02).
001350     05  FILLER                  PIC X(26) VALUE SPACES.
001360     05  LC-BASE                 PIC ZZZZZZZZZZZZZ9,99-.
001370     05  LC-PIS                  PIC ZZZZZZZZZZZZZ9,99-.
001380     05  LC-COFINS               PIC ZZZZZZZZZZZZZ9,99-.
001390 PROCEDURE DIVISION.
001400******************************************************************
001410*    0000-MAINLINE                                                *
001420******************************************************************
001430 0000-MAINLINE.
001440     DISPLAY "FISCPIS: MES DA APURACAO =>".
001450     ACCEPT W-MES-INF.
001460     DISPLAY "FISCPIS: ANO DA APURACAO (4 DIGITOS) =>".
001470     ACCEPT W-ANO-INF.
001480     OPEN INPUT LIVPIS.
001490     IF LPC-STATUS NOT = "00"
001500         DISPLAY "FISCPIS: LIVPIS NAO EXISTE"
001510         STOP RUN.
001520     OPEN OUTPUT ARQPIS.
001530     OPEN OUTPUT REPPIS.
001540     MOVE W-MES-INF TO CAB-MES.
001550     MOVE W-ANO-INF TO CAB-ANO.
001560     WRITE REG-RELAT FROM CAB-RELAT.
001570     MOVE "N" TO W-EOF.
001580     PERFORM 1000-LER-LIVRO THRU 1000-EXIT
001590         UNTIL W-EOF-SIM.
001600     PERFORM 8000-RESUMO THRU 8000-EXIT.
001610     CLOSE LIVPIS ARQPIS REPPIS.
001620     DISPLAY "FISCPIS: LINHAS GRAVADAS....: " W-QTDE-GRAVADAS.
001630     STOP RUN.
001640******************************************************************
001650*    1000-LER-LIVRO - TRATA UM LANCAMENTO DO MES                  *
001660******************************************************************
001670 1000-LER-LIVRO.
001680     READ LIVPIS
001690         AT END MOVE "S" TO W-EOF.
001700     IF W-EOF-SIM
001710         GO TO 1000-EXIT.
001720     IF LPC-MES NOT = W-MES-INF OR LPC-ANO NOT = W-ANO-INF
001730         GO TO 1000-EXIT.
001740     MOVE LPC-TIPO         TO FPC-TIPO.
001750     MOVE LPC-DATA         TO FPC-DATA.
001760     MOVE LPC-PROGRAMA     TO FPC-PROGRAMA.
001770     MOVE LPC-DOCUMENTO    TO FPC-DOCUMENTO.
001780     MOVE LPC-CODPROD      TO FPC-CODPROD.
001790     MOVE LPC-CST          TO FPC-CST.
001800     MOVE LPC-BASE         TO FPC-BASE.
001810     MOVE LPC-ALIQ-PIS     TO FPC-ALIQ-PIS.
001820     MOVE LPC-VALOR-PIS    TO FPC-VALOR-PIS.
001830     MOVE LPC-ALIQ-COFINS  TO FPC-ALIQ-COFINS.
001840     MOVE LPC-VALOR-COFINS TO FPC-VALOR-COFINS.
001850     WRITE REG-ARQPIS.
001860     ADD 1 TO W-QTDE-GRAVADAS.
001870     PERFORM 2000-ACUMULAR-TIPO THRU 2000-EXIT.
001880     PERFORM 3000-ACUMULAR-CST THRU 3000-EXIT.
001890 1000-EXIT. EXIT.
001900******************************************************************
001910*    2000-ACUMULAR-TIPO - DEBITO, ESTORNO DE DEBITO, CREDITO E    *
001920*    ESTORNO DE CREDITO                                           *
001930******************************************************************
001940 2000-ACUMULAR-TIPO.
001950     EVALUATE TRUE
001960         WHEN LPC-DEBITO
001970             ADD LPC-BASE         TO W-BASE-DEB
001980             ADD LPC-VALOR-PIS    TO W-PIS-DEB
001990             ADD LPC-VALOR-COFINS TO W-COF-DEB
002000         WHEN LPC-ESTORNO-DEBITO
002010             ADD LPC-BASE         TO W-BASE-EST-DEB
002020             ADD LPC-VALOR-PIS    TO W-PIS-EST-DEB
002030             ADD LPC-VALOR-COFINS TO W-COF-EST-DEB
002040         WHEN LPC-CREDITO
002050             ADD LPC-BASE         TO W-BASE-CRED
002060             ADD LPC-VALOR-PIS    TO W-PIS-CRED
002070             ADD LPC-VALOR-COFINS TO W-COF-CRED
002080         WHEN LPC-ESTORNO-CREDITO
002090             ADD LPC-BASE         TO W-BASE-EST-CRED
002100             ADD LPC-VALOR-PIS    TO W-PIS-EST-CRED
002110             ADD LPC-VALOR-COFINS TO W-COF-EST-CRED
002120     END-EVALUATE.
002130 2000-EXIT. EXIT.
002140******************************************************************
002150*    3000-ACUMULAR-CST - TOTAL LIQUIDO POR CST                    *
002160******************************************************************
002170 3000-ACUMULAR-CST.
002180     MOVE "N" TO W-ACHOU.
002190     PERFORM 3100-PROCURAR-CST THRU 3100-EXIT
002200         VARYING W-SUB FROM 1 BY 1
002210         UNTIL W-SUB > W-QTDE-CST
002220         OR W-ACHOU-SIM.
002230     IF NOT W-ACHOU-SIM
002240         IF W-QTDE-CST < 40
002250             ADD 1 TO W-QTDE-CST
002260             MOVE W-QTDE-CST TO W-SUB
002270             MOVE LPC-CST TO TC-CST(W-SUB)
002280             MOVE ZERO    TO TC-BASE(W-SUB) TC-PIS(W-SUB)
002290                             TC-COFINS(W-SUB)
002300         ELSE
002310             GO TO 3000-EXIT.
002320     MOVE 1 TO W-SINAL.
002330     IF LPC-ESTORNO-DEBITO OR LPC-ESTORNO-CREDITO
002340         MOVE -1 TO W-SINAL.
002350     COMPUTE TC-BASE(W-SUB) =
002360         TC-BASE(W-SUB) + LPC-BASE * W-SINAL.
002370     COMPUTE TC-PIS(W-SUB) =
002380         TC-PIS(W-SUB) + LPC-VALOR-PIS * W-SINAL.
002390     COMPUTE TC-COFINS(W-SUB) =
002400         TC-COFINS(W-SUB) + LPC-VALOR-COFINS * W-SINAL.
002410 3000-EXIT. EXIT.
002420 3100-PROCURAR-CST.
002430     IF TC-CST(W-SUB) = LPC-CST
002440         MOVE "S" TO W-ACHOU
002450         SUBTRACT 1 FROM W-SUB.
002460 3100-EXIT. EXIT.
002470******************************************************************
002480*    8000-RESUMO - DEBITOS, CREDITOS, TOTAIS POR CST E O SALDO    *
002490*    DE CADA IMPOSTO (A RECOLHER OU CREDOR PARA O MES SEGUINTE)   *
002500******************************************************************
002510 8000-RESUMO.
002520     WRITE REG-RELAT FROM CAB-COLUNAS.
002530     MOVE "DEBITOS DAS VENDAS"  TO LV-DESCRICAO.
002540     MOVE W-BASE-DEB            TO LV-BASE.
002550     MOVE W-PIS-DEB             TO LV-PIS.
002560     MOVE W-COF-DEB             TO LV-COFINS.
002570     WRITE REG-RELAT FROM LIN-VALORES.
002580     MOVE "(-) ESTORNO DEVOL./CANC. VENDA" TO LV-DESCRICAO.
002590     MOVE W-BASE-EST-DEB        TO LV-BASE.
002600     MOVE W-PIS-EST-DEB         TO LV-PIS.
002610     MOVE W-COF-EST-DEB         TO LV-COFINS.
002620     WRITE REG-RELAT FROM LIN-VALORES.
002630     MOVE "CREDITOS DAS COMPRAS" TO LV-DESCRICAO.
002640     MOVE W-BASE-CRED           TO LV-BASE.
002650     MOVE W-PIS-CRED            TO LV-PIS.
002660     MOVE W-COF-CRED            TO LV-COFINS.
002670     WRITE REG-RELAT FROM LIN-VALORES.
002680     MOVE "(-) ESTORNO DEVOL. DE COMPRA" TO LV-DESCRICAO.
002690     MOVE W-BASE-EST-CRED       TO LV-BASE.
002700     MOVE W-PIS-EST-CRED        TO LV-PIS.
002710     MOVE W-COF-EST-CRED        TO LV-COFINS.
002720     WRITE REG-RELAT FROM LIN-VALORES.
002730     COMPUTE W-SALDO-PIS = W-PIS-DEB - W-PIS-EST-DEB
002740         - W-PIS-CRED + W-PIS-EST-CRED.
002750     COMPUTE W-SALDO-COF = W-COF-DEB - W-COF-EST-DEB
002760         - W-COF-CRED + W-COF-EST-CRED.
002770     MOVE "VALOR A RECOLHER"    TO LV-DESCRICAO.
002780     MOVE ZERO                  TO LV-BASE LV-PIS LV-COFINS.
002790     IF W-SALDO-PIS > ZERO
002800         MOVE W-SALDO-PIS TO LV-PIS.
002810     IF W-SALDO-COF > ZERO
002820         MOVE W-SALDO-COF TO LV-COFINS.
002830     WRITE REG-RELAT FROM LIN-VALORES.
002840     MOVE "SALDO CREDOR P/ MES SEGUINTE" TO LV-DESCRICAO.
002850     MOVE ZERO                  TO LV-BASE LV-PIS LV-COFINS.
002860     IF W-SALDO-PIS < ZERO
002870         COMPUTE LV-PIS = W-SALDO-PIS * -1.
002880     IF W-SALDO-COF < ZERO
002890         COMPUTE LV-COFINS = W-SALDO-COF * -1.
002900     WRITE REG-RELAT FROM LIN-VALORES.
002910     IF W-QTDE-CST > ZERO
002920         WRITE REG-RELAT FROM LIN-CAB-CST
002930         PERFORM 8100-LINHA-CST THRU 8100-EXIT
002940             VARYING W-SUB FROM 1 BY 1
002950             UNTIL W-SUB > W-QTDE-CST.
002960     DISPLAY "FISCPIS: PIS SALDO..........: " W-SALDO-PIS.
002970     DISPLAY "FISCPIS: COFINS SALDO.......: " W-SALDO-COF.
002980 8000-EXIT. EXIT.
002990 8100-LINHA-CST.
003000     MOVE TC-CST(W-SUB)    TO LC-CST.
003010     MOVE TC-BASE(W-SUB)   TO LC-BASE.
003020     MOVE TC-PIS(W-SUB)    TO LC-PIS.
003030     MOVE TC-COFINS(W-SUB) TO LC-COFINS.
003040     WRITE REG-RELAT FROM LIN-CST.
003050 8100-EXIT. EXIT.
