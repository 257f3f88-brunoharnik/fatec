000010******************************************************************
000020* PROGRAM-ID : PTO000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-07                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DO PROGRAMA DE FIDELIDADE (MOLDE DO     *
000080*              JUR000). MANTEM O EXTRATO PONTOS DO CLIENTE:       *
000090*              CREDITA PONTOS POR REAL GASTO (PARMSYS), RESGATA   *
000100*              E ESTORNA BAIXANDO OS LOTES MAIS ANTIGOS PRIMEIRO  *
000110*              E EXPIRA OS LOTES COM MAIS DE N MESES. USADA NO    *
000120*              CAIXA (CEP063), NO FATURAMENTO (CEP013), NA        *
000130*              DEVOLUCAO (CEP037), NO CANCELAMENTO DE NOTA        *
000140*              (CEP049) E NO FECHAMENTO MENSAL (CEP077).          *
000150*------------------------------------------------------------------
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-10-07 BH        VERSAO INICIAL                             *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. PTO000.
000220 AUTHOR. BRUNO HARNIK.
000230 INSTALLATION. FATEC.
000240 DATE-WRITTEN. 2026-10-07.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PARMSYS ASSIGN TO "PARMSYS"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS PARM-STATUS.
000350     SELECT PONTOS ASSIGN TO "PONTOS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PT-CHAVE
000390         FILE STATUS IS PTO-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PARMSYS
000430     LABEL RECORDS ARE STANDARD.
000440     COPY PARMSYS.
000450 FD  PONTOS
000460     LABEL RECORDS ARE STANDARD.
000470     COPY REGPTO.
000480 WORKING-STORAGE SECTION.
000490 01  PARM-STATUS                 PIC X(02).
000500 01  PTO-STATUS                  PIC X(02).
000510 01  W-EOF                       PIC X(01).
000520     88  W-EOF-SIM               VALUE "S".
000530 01  W-TAXA-PONTOS               PIC 9(02)V99 VALUE 1.
000540 01  W-MESES-VALIDADE            PIC 9(02)    VALUE 12.
000550 01  W-VALOR-PONTO               PIC 9(01)V9999 VALUE 0,01.
000560 01  W-SALDO                     PIC 9(09).
000570 01  W-ULTIMA-SEQ                PIC 9(06).
000580 01  W-SEQ-LOTE                  PIC 9(06).
000590 01  W-PONTOS-DOC                PIC 9(09).
000600 01  W-ESTORNADO-DOC             PIC 9(09).
000610 01  W-A-ESTORNAR                PIC 9(09).
000620 01  W-PONTOS-CALC               PIC 9(09).
000630 01  W-A-CONSUMIR                PIC 9(09).
000640 01  W-ABATE                     PIC 9(09).
000650 01  W-DIAS-LOTE                 PIC S9(07).
000660 01  W-DIAS-LIMITE               PIC S9(07).
000670 01  W-CLI-ATUAL                 PIC 9(04).
000680 01  W-SEQ-ATUAL                 PIC 9(06).
000690 01  W-PONTOS-CLI                PIC 9(09).
000700 01  W-QTD-EXP                   PIC 9(03) COMP.
000710 01  W-IND                       PIC 9(03) COMP.
000720******************************************************************
000730*    CLIENTES COM PONTOS EXPIRADOS NA VARREDURA, GRAVADOS NO      *
000740*    EXTRATO AO FINAL (ULTIMA SEQUENCIA E TOTAL DO CLIENTE)       *
000750******************************************************************
000760 01  TAB-EXPIRA.
000770     05  TAB-EXPIRA-OCR OCCURS 500 TIMES.
000780         10  TE-CODCLI           PIC 9(04).
000790         10  TE-SEQ              PIC 9(06).
000800         10  TE-PONTOS           PIC 9(09).
000810 LINKAGE SECTION.
000820 COPY PTOPARM.
000830 PROCEDURE DIVISION USING PTO-PARAMETROS-AREA.
000840******************************************************************
000850*    0000-MAINLINE                                                *
000860******************************************************************
000870 0000-MAINLINE.
000880     MOVE "N"  TO PTO-RETORNO.
000890     MOVE ZERO TO PTO-SALDO.
000900     PERFORM 1000-PARAMETROS THRU 1000-EXIT.
000910     MOVE W-VALOR-PONTO TO PTO-VALOR-PONTO.
000920     OPEN I-O PONTOS.
000930     IF PTO-STATUS = "35"
000940         OPEN OUTPUT PONTOS
000950         CLOSE PONTOS
000960         OPEN I-O PONTOS.
000970     IF PTO-STATUS NOT = "00"
000980         GOBACK.
000990     IF PTO-ACAO = "X"
001000         PERFORM 6000-EXPIRAR THRU 6000-EXIT
001010         CLOSE PONTOS
001020         GOBACK.
001030     PERFORM 2000-VARRER-CLIENTE THRU 2000-EXIT.
001040     EVALUATE PTO-ACAO
001050         WHEN "C"
001060             PERFORM 3000-CREDITAR THRU 3000-EXIT
001070         WHEN "R"
001080             PERFORM 4000-RESGATAR THRU 4000-EXIT
001090         WHEN "E"
001100             PERFORM 5000-ESTORNAR THRU 5000-EXIT
001110         WHEN OTHER
001120             COMPUTE PTO-VALOR = W-SALDO * W-VALOR-PONTO
001130     END-EVALUATE.
001140     MOVE W-SALDO TO PTO-SALDO.
001150     CLOSE PONTOS.
001160     GOBACK.
001170******************************************************************
001180*    1000-PARAMETROS - TAXA, VALIDADE E VALOR DO PONTO; CAMPO     *
001190*    ZERADO OU AUSENTE NO PARMSYS FICA COM O PADRAO               *
001200******************************************************************
001210 1000-PARAMETROS.
001220     OPEN INPUT PARMSYS.
001230     IF PARM-STATUS NOT = "00"
001240         GO TO 1000-EXIT.
001250     READ PARMSYS
001260         AT END CONTINUE
001270     END-READ.
001280     IF PARM-PONTOS-REAL IS NUMERIC
001290         AND PARM-PONTOS-REAL NOT = ZERO
001300         MOVE PARM-PONTOS-REAL TO W-TAXA-PONTOS.
001310     IF PARM-MESES-PONTOS IS NUMERIC
001320         AND PARM-MESES-PONTOS NOT = ZERO
001330         MOVE PARM-MESES-PONTOS TO W-MESES-VALIDADE.
001340     IF PARM-VALOR-PONTO IS NUMERIC
001350         AND PARM-VALOR-PONTO NOT = ZERO
001360         MOVE PARM-VALOR-PONTO TO W-VALOR-PONTO.
001370     CLOSE PARMSYS.
001380 1000-EXIT. EXIT.
001390******************************************************************
001400*    2000-VARRER-CLIENTE - SALDO DOS LOTES, ULTIMA SEQUENCIA DO   *
001410*    EXTRATO E PONTOS JA CREDITADOS E ESTORNADOS DO DOCUMENTO     *
001420******************************************************************
001430 2000-VARRER-CLIENTE.
001440     MOVE ZERO TO W-SALDO W-ULTIMA-SEQ W-SEQ-LOTE
001450                  W-PONTOS-DOC W-ESTORNADO-DOC.
001460     MOVE PTO-CODCLI TO PT-CODCLI.
001470     MOVE ZERO       TO PT-SEQ.
001480     START PONTOS KEY IS NOT LESS THAN PT-CHAVE
001490         INVALID KEY
001500             GO TO 2000-EXIT.
001510     MOVE "N" TO W-EOF.
001520     PERFORM 2100-LER-EXTRATO THRU 2100-EXIT
001530         UNTIL W-EOF-SIM.
001540 2000-EXIT. EXIT.
001550 2100-LER-EXTRATO.
001560     READ PONTOS NEXT
001570         AT END
001580             MOVE "S" TO W-EOF
001590             GO TO 2100-EXIT.
001600     IF PT-CODCLI NOT = PTO-CODCLI
001610         MOVE "S" TO W-EOF
001620         GO TO 2100-EXIT.
001630     MOVE PT-SEQ TO W-ULTIMA-SEQ.
001640     IF PT-CREDITO
001650         ADD PT-SALDO-LOTE TO W-SALDO.
001660     IF PT-ORIGEM NOT = PTO-ORIGEM
001670         OR PT-DOCUMENTO NOT = PTO-DOCUMENTO
001680         GO TO 2100-EXIT.
001690     IF PT-CREDITO
001700         MOVE PT-SEQ TO W-SEQ-LOTE
001710         ADD PT-PONTOS TO W-PONTOS-DOC.
001720     IF PT-ESTORNO
001730         ADD PT-PONTOS TO W-ESTORNADO-DOC.
001740 2100-EXIT. EXIT.
001750******************************************************************
001760*    3000-CREDITAR - NOVO LOTE COM OS PONTOS DO VALOR GASTO;      *
001770*    DOCUMENTO JA CREDITADO NAO GANHA DE NOVO                     *
001780******************************************************************
001790 3000-CREDITAR.
001800     MOVE ZERO TO PTO-PONTOS.
001810     IF W-SEQ-LOTE NOT = ZERO
001820         GO TO 3000-EXIT.
001830     COMPUTE PTO-PONTOS = PTO-VALOR * W-TAXA-PONTOS.
001840     IF PTO-PONTOS = ZERO
001850         GO TO 3000-EXIT.
001860     MOVE "C"        TO PT-TIPO.
001870     MOVE PTO-PONTOS TO PT-PONTOS PT-SALDO-LOTE.
001880     MOVE PTO-VALOR  TO PT-VALOR.
001890     PERFORM 7000-GRAVAR THRU 7000-EXIT.
001900     ADD PTO-PONTOS TO W-SALDO.
001910 3000-EXIT. EXIT.
001920******************************************************************
001930*    4000-RESGATAR - BAIXA OS PONTOS PEDIDOS (ATE O SALDO) E      *
001940*    DEVOLVE O VALOR EM REAIS                                     *
001950******************************************************************
001960 4000-RESGATAR.
001970     IF PTO-PONTOS > W-SALDO
001980         MOVE W-SALDO TO PTO-PONTOS.
001990     MOVE ZERO TO PTO-VALOR.
002000     IF PTO-PONTOS = ZERO
002010         GO TO 4000-EXIT.
002020     MOVE PTO-PONTOS TO W-A-CONSUMIR.
002030     PERFORM 8000-CONSUMIR-LOTES THRU 8000-EXIT.
002040     COMPUTE PTO-VALOR = PTO-PONTOS * W-VALOR-PONTO.
002050     MOVE "R"        TO PT-TIPO.
002060     MOVE PTO-PONTOS TO PT-PONTOS.
002070     MOVE ZERO       TO PT-SALDO-LOTE.
002080     MOVE PTO-VALOR  TO PT-VALOR.
002090     PERFORM 7000-GRAVAR THRU 7000-EXIT.
002100     SUBTRACT PTO-PONTOS FROM W-SALDO.
002110 4000-EXIT. EXIT.
002120******************************************************************
002130*    5000-ESTORNAR - TIRA OS PONTOS DO DOCUMENTO (PROPORCIONAIS   *
002140*    AO VALOR DEVOLVIDO OU TODOS), PRIMEIRO DO PROPRIO LOTE E O   *
002150*    RESTO DOS MAIS ANTIGOS; PONTOS JA RESGATADOS NAO VOLTAM      *
002160******************************************************************
002170 5000-ESTORNAR.
002180     IF W-SEQ-LOTE = ZERO
002190         OR W-ESTORNADO-DOC NOT < W-PONTOS-DOC
002200         MOVE ZERO TO PTO-PONTOS
002210         GO TO 5000-EXIT.
002220     COMPUTE W-A-ESTORNAR = W-PONTOS-DOC - W-ESTORNADO-DOC.
002230     IF PTO-VALOR NOT = ZERO
002240         COMPUTE W-PONTOS-CALC = PTO-VALOR * W-TAXA-PONTOS
002250         IF W-PONTOS-CALC < W-A-ESTORNAR
002260             MOVE W-PONTOS-CALC TO W-A-ESTORNAR.
002270     IF W-A-ESTORNAR > W-SALDO
002280         MOVE W-SALDO TO W-A-ESTORNAR.
002290     MOVE W-A-ESTORNAR TO PTO-PONTOS.
002300     IF W-A-ESTORNAR = ZERO
002310         GO TO 5000-EXIT.
002320     MOVE W-A-ESTORNAR TO W-A-CONSUMIR.
002330     MOVE PTO-CODCLI TO PT-CODCLI.
002340     MOVE W-SEQ-LOTE TO PT-SEQ.
002350     READ PONTOS
002360         INVALID KEY
002370             GO TO 5000-RESTANTE.
002380     IF PT-SALDO-LOTE < W-A-CONSUMIR
002390         MOVE PT-SALDO-LOTE TO W-ABATE
002400     ELSE
002410         MOVE W-A-CONSUMIR  TO W-ABATE.
002420     SUBTRACT W-ABATE FROM PT-SALDO-LOTE W-A-CONSUMIR.
002430     REWRITE REGPTO.
002440 5000-RESTANTE.
002450     IF W-A-CONSUMIR NOT = ZERO
002460         PERFORM 8000-CONSUMIR-LOTES THRU 8000-EXIT.
002470     MOVE "E"          TO PT-TIPO.
002480     MOVE W-A-ESTORNAR TO PT-PONTOS.
002490     MOVE ZERO         TO PT-SALDO-LOTE.
002500     MOVE PTO-VALOR    TO PT-VALOR.
002510     PERFORM 7000-GRAVAR THRU 7000-EXIT.
002520     SUBTRACT W-A-ESTORNAR FROM W-SALDO.
002530 5000-EXIT. EXIT.
002540******************************************************************
002550*    6000-EXPIRAR - ZERA OS LOTES CREDITADOS HA MAIS DE N MESES   *
002560*    (MES COMERCIAL DE 30 DIAS) E GRAVA UMA EXPIRACAO POR CLIENTE *
002570******************************************************************
002580 6000-EXPIRAR.
002590     MOVE ZERO TO PTO-PONTOS PTO-VALOR W-QTD-EXP
002600                  W-CLI-ATUAL W-SEQ-ATUAL W-PONTOS-CLI.
002610     COMPUTE W-DIAS-LIMITE = PTO-ANO * 360 + PTO-MES * 30
002620         + PTO-DIA - W-MESES-VALIDADE * 30.
002630     MOVE ZERO TO PT-CODCLI PT-SEQ.
002640     START PONTOS KEY IS NOT LESS THAN PT-CHAVE
002650         INVALID KEY
002660             GO TO 6000-EXIT.
002670     MOVE "N" TO W-EOF.
002680     PERFORM 6100-LER-LOTE THRU 6100-EXIT
002690         UNTIL W-EOF-SIM.
002700     PERFORM 6200-FECHAR-CLIENTE THRU 6200-EXIT.
002710     PERFORM 6300-GRAVAR-EXPIRACAO THRU 6300-EXIT
002720         VARYING W-IND FROM 1 BY 1
002730         UNTIL W-IND > W-QTD-EXP.
002740     COMPUTE PTO-VALOR = PTO-PONTOS * W-VALOR-PONTO.
002750 6000-EXIT. EXIT.
002760 6100-LER-LOTE.
002770     READ PONTOS NEXT
002780         AT END
002790             MOVE "S" TO W-EOF
002800             GO TO 6100-EXIT.
002810     IF PT-CODCLI NOT = W-CLI-ATUAL
002820         PERFORM 6200-FECHAR-CLIENTE THRU 6200-EXIT
002830         MOVE PT-CODCLI TO W-CLI-ATUAL.
002840     MOVE PT-SEQ TO W-SEQ-ATUAL.
002850     IF NOT PT-CREDITO OR PT-SALDO-LOTE = ZERO
002860         OR W-QTD-EXP NOT < 500
002870         GO TO 6100-EXIT.
002880     COMPUTE W-DIAS-LOTE = PT-ANO * 360 + PT-MES * 30 + PT-DIA.
002890     IF W-DIAS-LOTE > W-DIAS-LIMITE
002900         GO TO 6100-EXIT.
002910     ADD PT-SALDO-LOTE TO W-PONTOS-CLI.
002920     MOVE ZERO TO PT-SALDO-LOTE.
002930     REWRITE REGPTO.
002940 6100-EXIT. EXIT.
002950 6200-FECHAR-CLIENTE.
002960     IF W-PONTOS-CLI = ZERO
002970         GO TO 6200-EXIT.
002980     ADD 1 TO W-QTD-EXP.
002990     MOVE W-CLI-ATUAL  TO TE-CODCLI(W-QTD-EXP).
003000     MOVE W-SEQ-ATUAL  TO TE-SEQ(W-QTD-EXP).
003010     MOVE W-PONTOS-CLI TO TE-PONTOS(W-QTD-EXP).
003020     ADD W-PONTOS-CLI  TO PTO-PONTOS.
003030     MOVE ZERO TO W-PONTOS-CLI.
003040 6200-EXIT. EXIT.
003050 6300-GRAVAR-EXPIRACAO.
003060     MOVE TE-CODCLI(W-IND) TO PTO-CODCLI.
003070     MOVE TE-SEQ(W-IND)    TO W-ULTIMA-SEQ.
003080     MOVE "EX"             TO PTO-ORIGEM.
003090     MOVE ZERO             TO PTO-DOCUMENTO.
003100     MOVE "X"              TO PT-TIPO.
003110     MOVE TE-PONTOS(W-IND) TO PT-PONTOS.
003120     MOVE ZERO             TO PT-SALDO-LOTE.
003130     COMPUTE PT-VALOR = TE-PONTOS(W-IND) * W-VALOR-PONTO.
003140     PERFORM 7000-GRAVAR THRU 7000-EXIT.
003150 6300-EXIT. EXIT.
003160******************************************************************
003170*    7000-GRAVAR - NOVA LINHA NO EXTRATO (TIPO, PONTOS E VALOR JA *
003180*    PREENCHIDOS PELO CHAMADOR)                                   *
003190******************************************************************
003200 7000-GRAVAR.
003210     ADD 1 TO W-ULTIMA-SEQ.
003220     MOVE PTO-CODCLI    TO PT-CODCLI.
003230     MOVE W-ULTIMA-SEQ  TO PT-SEQ.
003240     MOVE PTO-DATA      TO PT-DATA.
003250     MOVE PTO-ORIGEM    TO PT-ORIGEM.
003260     MOVE PTO-DOCUMENTO TO PT-DOCUMENTO.
003270     WRITE REGPTO
003280         INVALID KEY
003290             GO TO 7000-EXIT.
003300     MOVE "S" TO PTO-RETORNO.
003310 7000-EXIT. EXIT.
003320******************************************************************
003330*    8000-CONSUMIR-LOTES - BAIXA W-A-CONSUMIR DOS LOTES DO        *
003340*    CLIENTE COM SALDO, DO MAIS ANTIGO PARA O MAIS NOVO           *
003350******************************************************************
003360 8000-CONSUMIR-LOTES.
003370     MOVE PTO-CODCLI TO PT-CODCLI.
003380     MOVE ZERO       TO PT-SEQ.
003390     START PONTOS KEY IS NOT LESS THAN PT-CHAVE
003400         INVALID KEY
003410             GO TO 8000-EXIT.
003420     MOVE "N" TO W-EOF.
003430     PERFORM 8100-BAIXAR-LOTE THRU 8100-EXIT
003440         UNTIL W-EOF-SIM OR W-A-CONSUMIR = ZERO.
003450 8000-EXIT. EXIT.
003460 8100-BAIXAR-LOTE.
003470     READ PONTOS NEXT
003480         AT END
003490             MOVE "S" TO W-EOF
003500             GO TO 8100-EXIT.
003510     IF PT-CODCLI NOT = PTO-CODCLI
003520         MOVE "S" TO W-EOF
003530         GO TO 8100-EXIT.
003540     IF NOT PT-CREDITO OR PT-SALDO-LOTE = ZERO
003550         GO TO 8100-EXIT.
003560     IF PT-SALDO-LOTE < W-A-CONSUMIR
003570         MOVE PT-SALDO-LOTE TO W-ABATE
003580     ELSE
003590         MOVE W-A-CONSUMIR  TO W-ABATE.
003600     SUBTRACT W-ABATE FROM PT-SALDO-LOTE W-A-CONSUMIR.
003610     REWRITE REGPTO.
003620 8100-EXIT. EXIT.
