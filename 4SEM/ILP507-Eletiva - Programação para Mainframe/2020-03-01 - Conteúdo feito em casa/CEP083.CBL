000010******************************************************************
000020* PROGRAM-ID : CEP083                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-14                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : PROJECAO SEMANAL DE NECESSIDADES POR PRODUTO. PARTE*
000080*              DO DISPONIVEL (QUANTIDADE - RESERVADA, OU OS       *
000090*              PEDIDOS DE VENDA CONFIRMADOS NAO FATURADOS QUANDO  *
000100*              PASSAM DA RESERVA), TIRA OS BACKORDERS PENDENTES,  *
000110*              SOMA OS PEDIDOS DE COMPRA EM ABERTO NA SEMANA DE   *
000120*              CHEGADA (DATA DO PEDIDO + PRAZO DE ENTREGA DO      *
000130*              FORNECEDOR NO PRODFORN) E TIRA A PREVISAO DE       *
000140*              DEMANDA DA SERIE MENSAL DE SAIDAS (MOVHIST +       *
000150*              MOVESTQ, COMO O CEP058: O MESMO MES DO ANO         *
000160*              ANTERIOR). APONTA A SEMANA EM QUE O SALDO FURA O   *
000170*              ESTOQUE DE SEGURANCA, A DATA PARA PEDIR (SEMANA    *
000180*              MENOS O PRAZO) E A QUANTIDADE (REPEM). AS          *
000190*              SUGESTOES PODEM IR PARA O SUGCOMPRA, QUE A OPCAO   *
000200*              6 DO CEP016 TRANSFORMA EM PEDIDOS PENDENTES.       *
000210*-----------------------------------------------------------------*
000220* HISTORICO DE ALTERACOES                                         *
000230* DATA       INICIAIS  DESCRICAO                                  *
000240* 2026-10-14 BH        VERSAO INICIAL                             *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CEP083.
000280 AUTHOR. BRUNO HARNIK.
000290 INSTALLATION. FATEC.
000300 DATE-WRITTEN. 2026-10-14.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CADPROD ASSIGN TO "CADPROD"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CODPROD
000420         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000430         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000440         FILE STATUS IS PROD-STATUS.
000450     SELECT PRODFORN ASSIGN TO "PRODFORN"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PF-CHAVE
000490         FILE STATUS IS PFO-STATUS.
000500     SELECT PEDVENDA ASSIGN TO "PEDVENDA"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PV-NUMERO
000540         FILE STATUS IS PV-STATUS.
000550     SELECT PEDITEM ASSIGN TO "PEDITEM"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PVI-CHAVE
000590         FILE STATUS IS PVI-STATUS.
000600     SELECT BACKORD ASSIGN TO "BACKORD"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS BK-CHAVE
000640         FILE STATUS IS BKO-STATUS.
000650     SELECT PEDCOMPRA ASSIGN TO "PEDCOMPRA"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PC-NUMERO
000690         FILE STATUS IS PED-STATUS.
000700     SELECT PEDCITEM ASSIGN TO "PEDCITEM"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS PCI-CHAVE
000740         FILE STATUS IS ITM-STATUS.
000750     SELECT MOVHIST ASSIGN TO "MOVHIST"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS HIS-STATUS.
000780     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS MOV-STATUS.
000810     SELECT PARMSYS ASSIGN TO "PARMSYS"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS PARM-STATUS.
000840     SELECT SUGCOMPRA ASSIGN TO "SUGCOMPRA"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS SUG-STATUS.
000870     SELECT REPMRP ASSIGN TO "REPMRP"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS REL-STATUS.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  CADPROD
000930     LABEL RECORDS ARE STANDARD.
000940     COPY REGPROD.
000950 FD  PRODFORN
000960     LABEL RECORDS ARE STANDARD.
000970     COPY REGPFO.
000980 FD  PEDVENDA
000990     LABEL RECORDS ARE STANDARD.
001000     COPY REGPEDV.
001010 FD  PEDITEM
001020     LABEL RECORDS ARE STANDARD.
001030     COPY REGPEDI.
001040 FD  BACKORD
001050     LABEL RECORDS ARE STANDARD.
001060     COPY REGBKO.
001070 FD  PEDCOMPRA
001080     LABEL RECORDS ARE STANDARD.
001090     COPY REGPEDC.
001100 FD  PEDCITEM
001110     LABEL RECORDS ARE STANDARD.
001120     COPY REGPCI.
001130 FD  MOVHIST
001140     LABEL RECORDS ARE STANDARD.
001150     COPY REGMOV.
001160 FD  MOVESTQ
001170     LABEL RECORDS ARE STANDARD.
001180 01  REG-MOVVIVO                 PIC X(50).
001190 FD  PARMSYS
001200     LABEL RECORDS ARE STANDARD.
001210     COPY PARMSYS.
001220 FD  SUGCOMPRA
001230     LABEL RECORDS ARE STANDARD.
001240     COPY REGSUG.
001250 FD  REPMRP
001260     LABEL RECORDS ARE STANDARD.
001270 01  REG-RELAT                   PIC X(100).
001280 WORKING-STORAGE SECTION.
001290 01  PROD-STATUS                 PIC X(02).
001300 01  PFO-STATUS                  PIC X(02).
001310 01  PV-STATUS                   PIC X(02).
001320 01  PVI-STATUS                  PIC X(02).
001330 01  BKO-STATUS                  PIC X(02).
001340 01  PED-STATUS                  PIC X(02).
001350 01  ITM-STATUS                  PIC X(02).
001360 01  HIS-STATUS                  PIC X(02).
001370 01  MOV-STATUS                  PIC X(02).
001380 01  PARM-STATUS                 PIC X(02).
001390 01  SUG-STATUS                  PIC X(02).
001400 01  REL-STATUS                  PIC X(02).
001410 01  W-SWITCHES.
001420     05  W-FIM                   PIC X(01) VALUE "N".
001430         88  W-FIM-SIM           VALUE "S".
001440     05  W-EOF                   PIC X(01).
001450         88  W-EOF-SIM           VALUE "S".
001460     05  W-EOF2                  PIC X(01).
001470         88  W-EOF2-SIM          VALUE "S".
001480     05  W-ACHOU                 PIC X(01).
001490         88  W-ACHOU-SIM         VALUE "S".
001500     05  W-PFO-ABERTO            PIC X(01).
001510         88  W-PFO-ABERTO-SIM    VALUE "S".
001520     05  W-GRAVAR-SUG            PIC X(01).
001530         88  W-GRAVAR-SUG-SIM    VALUE "S" "s".
001540     05  W-DETALHE               PIC X(01).
001550         88  W-DETALHE-SIM       VALUE "S".
001560 01  W-OPCAO                     PIC X(01).
001570 01  W-CODPROD-INF               PIC 9(08).
001580 01  W-CODPROD-PROC              PIC 9(08).
001590 01  W-SEMANAS-INF               PIC 9(02).
001600 01  W-SEMANAS-SEG-INF           PIC 9(02).
001610 01  W-DIAS-REPOSICAO            PIC 9(03) VALUE 30.
001620 01  W-IDX                       PIC 9(03) COMP.
001630 01  W-SUB                       PIC 9(03) COMP.
001640 01  W-SEM                       PIC 9(03) COMP.
001650 01  W-MES-IDX                   PIC 9(02).
001660 01  W-MESES-HOJE                PIC 9(07) COMP.
001670 01  W-MESES-MOV                 PIC 9(07) COMP.
001680 01  W-ORD-HOJE                  PIC 9(07).
001690 01  W-ORD-AUX                   PIC 9(07).
001700 01  W-ORD-PEDIR                 PIC 9(07).
001710 01  W-DIAS-CHEGADA              PIC S9(07).
001720 01  W-LEAD                      PIC 9(03).
001730 01  W-QTDE-ABERTA               PIC 9(09).
001740 01  W-DISPONIVEL                PIC S9(09).
001750 01  W-SALDO-INICIAL             PIC S9(09)V99.
001760 01  W-SALDO-PROJ                PIC S9(09)V99.
001770 01  W-MENOR-SALDO               PIC S9(09)V99.
001780 01  W-PREVISAO-SEM              PIC 9(09)V99.
001790 01  W-PREVISAO-TOTAL            PIC 9(11)V99.
001800 01  W-SEGURANCA                 PIC 9(09)V99.
001810 01  W-SEMANA-FALTA              PIC 9(02).
001820 01  W-QTDE-SUG                  PIC 9(07).
001830 01  W-QTDE-LISTADAS             PIC 9(05).
001840 01  W-QTDE-SUGESTOES            PIC 9(05).
001850 01  W-QUOCIENTE                 PIC 9(07).
001860 01  W-RESTO                     PIC 9(03).
001870 01  W-DATA-CONV.
001880     05  W-CONV-ANO              PIC 9(04).
001890     05  W-CONV-MES              PIC 9(02).
001900     05  W-CONV-DIA              PIC 9(02).
001910 01  W-DATA-CONV-NUM REDEFINES W-DATA-CONV
001920                                 PIC 9(08).
001930 01  W-DATA-SISTEMA.
001940     05  W-DTSIS-ANO             PIC 9(04).
001950     05  W-DTSIS-MES             PIC 9(02).
001960     05  W-DTSIS-DIA             PIC 9(02).
001970 01  W-HOJE-NUM REDEFINES W-DATA-SISTEMA
001980                                 PIC 9(08).
001990 01  MSG-TABELA-CHEIA            PIC X(40)
002000         VALUE "TABELA DE PRODUTOS DA PROJECAO CHEIA".
002010******************************************************************
002020*    TABELA DA PROJECAO (UM PRODUTO POR OCORRENCIA, NA ORDEM DO   *
002030*    CADPROD): CHEGADAS DE COMPRA POR SEMANA E SAIDAS DOS         *
002040*    ULTIMOS 12 MESES POR MES DO CALENDARIO                       *
002050******************************************************************
002060 01  TAB-MRP.
002070     05  W-QTDE-PRODS            PIC 9(03) COMP VALUE ZERO.
002080     05  TM-OCR OCCURS 999 TIMES.
002090         10  TM-CODPROD          PIC 9(08).
002100         10  TM-DESCPROD         PIC X(20).
002110         10  TM-CODFORN          PIC 9(04).
002120         10  TM-LEAD             PIC 9(03).
002130         10  TM-QUANTIDADE       PIC 9(07).
002140         10  TM-RESERVADA        PIC 9(07).
002150         10  TM-PED-CONF         PIC 9(09).
002160         10  TM-BACKORD          PIC 9(09).
002170         10  TM-CHEGADA          PIC 9(09) OCCURS 26 TIMES.
002180         10  TM-DEMANDA          PIC 9(09) OCCURS 12 TIMES.
002190******************************************************************
002200*    LINHAS DO RELATORIO DA PROJECAO                              *
002210******************************************************************
002220 01  CAB-MRP1.
002230     05  FILLER                  PIC X(38) VALUE
002240         "PROJECAO SEMANAL DE NECESSIDADES - EM ".
002250     05  CM1-DIA                 PIC 9(02).
002260     05  FILLER                  PIC X(01) VALUE "/".
002270     05  CM1-MES                 PIC 9(02).
002280     05  FILLER                  PIC X(01) VALUE "/".
002290     05  CM1-ANO                 PIC 9(04).
002300     05  FILLER                  PIC X(04) VALUE " -  ".
002310     05  CM1-SEMANAS             PIC Z9.
002320     05  FILLER                  PIC X(23) VALUE
002330         " SEMANAS, SEGURANCA DE ".
002340     05  CM1-SEG                 PIC Z9.
002350     05  FILLER                  PIC X(08) VALUE " SEMANAS".
002360 01  CAB-MRP2                    PIC X(100) VALUE
002370     "PRODUTO  DESCRICAO            DISPON. SEGUR. SEM  MENOR SALD
002380-    "O  PEDIR EM     QTDE SUG.".
002390 01  LIN-MRP.
002400     05  LM-CODPROD              PIC 9(08).
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  LM-DESCPROD             PIC X(20).
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  LM-DISPONIVEL           PIC -ZZZZZ9.
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  LM-SEGURANCA            PIC ZZZZZ9.
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  LM-SEMANA               PIC Z9.
002490     05  FILLER                  PIC X(03) VALUE SPACES.
002500     05  LM-MENOR-SALDO          PIC -ZZZZZZZZ9.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  LM-DIA-PEDIR            PIC 9(02).
002530     05  FILLER                  PIC X(01) VALUE "/".
002540     05  LM-MES-PEDIR            PIC 9(02).
002550     05  FILLER                  PIC X(01) VALUE "/".
002560     05  LM-ANO-PEDIR            PIC 9(04).
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  LM-QTDE-SUG             PIC ZZZZZZZZ9.
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  LM-OBS                  PIC X(09).
002610 01  LIN-TOT-MRP.
002620     05  FILLER                  PIC X(30) VALUE
002630         "PRODUTOS ABAIXO DA SEGURANCA: ".
002640     05  LTM-QTDE                PIC ZZZZ9.
002650     05  FILLER                  PIC X(21) VALUE
002660         "   SUGESTOES GRAVADAS".
002670     05  FILLER                  PIC X(02) VALUE ": ".
002680     05  LTM-SUGESTOES           PIC ZZZZ9.
002690 PROCEDURE DIVISION.
002700******************************************************************
002710*    0000-MAINLINE                                                *
002720******************************************************************
002730 0000-MAINLINE.
002740     PERFORM 2000-MENU THRU 2000-EXIT
002750         UNTIL W-FIM-SIM.
002760     GOBACK.
002770 2000-MENU.
002780     DISPLAY " ".
002790     DISPLAY "CEP083 - PROJECAO SEMANAL DE NECESSIDADES".
002800     DISPLAY "1-PROJECAO GERAL (REPMRP)".
002810     DISPLAY "2-PROJECAO DE UM PRODUTO SEMANA A SEMANA   9-FIM".
002820     ACCEPT W-OPCAO.
002830     EVALUATE W-OPCAO
002840         WHEN "1"
002850             MOVE ZERO TO W-CODPROD-INF
002860             MOVE "N" TO W-DETALHE
002870             PERFORM ROT-PROJETAR THRU ROT-PROJETAR-EXIT
002880         WHEN "2"
002890             DISPLAY "CODIGO DO PRODUTO =>"
002900             ACCEPT W-CODPROD-INF
002910             MOVE "S" TO W-DETALHE
002920             PERFORM ROT-PROJETAR THRU ROT-PROJETAR-EXIT
002930         WHEN "9"
002940             MOVE "S" TO W-FIM
002950         WHEN OTHER
002960             DISPLAY "OPCAO INVALIDA"
002970     END-EVALUATE.
002980 2000-EXIT. EXIT.
002990******************************************************************
003000*    ROT-PROJETAR - CARREGA A TABELA (TODOS OS PRODUTOS OU SO O   *
003010*    INFORMADO), ACUMULA DEMANDA, RESERVAS E CHEGADAS E PROJETA   *
003020******************************************************************
003030 ROT-PROJETAR.
003040     DISPLAY "HORIZONTE EM SEMANAS (0=12, MAXIMO 26) =>".
003050     ACCEPT W-SEMANAS-INF.
003060     IF W-SEMANAS-INF = ZERO
003070         MOVE 12 TO W-SEMANAS-INF.
003080     IF W-SEMANAS-INF > 26
003090         MOVE 26 TO W-SEMANAS-INF.
003100     DISPLAY "SEGURANCA EM SEMANAS DE DEMANDA (0=1) =>".
003110     ACCEPT W-SEMANAS-SEG-INF.
003120     IF W-SEMANAS-SEG-INF = ZERO
003130         MOVE 1 TO W-SEMANAS-SEG-INF.
003140     MOVE "N" TO W-GRAVAR-SUG.
003150     IF NOT W-DETALHE-SIM
003160         DISPLAY "GRAVAR AS SUGESTOES PARA O CEP016 (S/N) =>"
003170         ACCEPT W-GRAVAR-SUG.
003180     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
003190     COMPUTE W-ORD-HOJE = (W-DTSIS-ANO * 360)
003200         + (W-DTSIS-MES * 30) + W-DTSIS-DIA.
003210     COMPUTE W-MESES-HOJE = (W-DTSIS-ANO * 12) + W-DTSIS-MES.
003220     PERFORM ROT-LER-PARM THRU ROT-LER-PARM-EXIT.
003230     PERFORM 1000-CARREGAR-PRODUTOS THRU 1000-EXIT.
003240     IF W-QTDE-PRODS = ZERO
003250         DISPLAY "NENHUM PRODUTO PARA PROJETAR"
003260         GO TO ROT-PROJETAR-EXIT.
003270     PERFORM 1200-CARREGAR-LEAD THRU 1200-EXIT.
003280     PERFORM 1300-PEDIDOS-VENDA THRU 1300-EXIT.
003290     PERFORM 1400-BACKORDERS THRU 1400-EXIT.
003300     PERFORM 1500-PEDIDOS-COMPRA THRU 1500-EXIT.
003310     PERFORM 1600-DEMANDA THRU 1600-EXIT.
003320     IF W-PFO-ABERTO-SIM
003330         CLOSE PRODFORN.
003340     IF W-DETALHE-SIM
003350         MOVE 1 TO W-IDX
003360         PERFORM 3000-DETALHAR THRU 3000-EXIT
003370         GO TO ROT-PROJETAR-EXIT.
003380     OPEN OUTPUT REPMRP.
003390     IF W-GRAVAR-SUG-SIM
003400         OPEN OUTPUT SUGCOMPRA.
003410     MOVE W-DTSIS-DIA       TO CM1-DIA.
003420     MOVE W-DTSIS-MES       TO CM1-MES.
003430     MOVE W-DTSIS-ANO       TO CM1-ANO.
003440     MOVE W-SEMANAS-INF     TO CM1-SEMANAS.
003450     MOVE W-SEMANAS-SEG-INF TO CM1-SEG.
003460     WRITE REG-RELAT FROM CAB-MRP1.
003470     WRITE REG-RELAT FROM CAB-MRP2.
003480     MOVE ZERO TO W-QTDE-LISTADAS W-QTDE-SUGESTOES.
003490     PERFORM 2000-PROJETAR-PRODUTO THRU 2000-PROJETAR-EXIT
003500         VARYING W-IDX FROM 1 BY 1
003510         UNTIL W-IDX > W-QTDE-PRODS.
003520     MOVE W-QTDE-LISTADAS  TO LTM-QTDE.
003530     MOVE W-QTDE-SUGESTOES TO LTM-SUGESTOES.
003540     MOVE SPACES TO REG-RELAT.
003550     WRITE REG-RELAT.
003560     WRITE REG-RELAT FROM LIN-TOT-MRP.
003570     CLOSE REPMRP.
003580     IF W-GRAVAR-SUG-SIM
003590         CLOSE SUGCOMPRA.
003600     DISPLAY "PRODUTOS PROJETADOS.........: " W-QTDE-PRODS.
003610     DISPLAY "PRODUTOS ABAIXO DA SEGURANCA: " W-QTDE-LISTADAS.
003620     DISPLAY "SUGESTOES GRAVADAS..........: " W-QTDE-SUGESTOES.
003630     DISPLAY "RELATORIO GRAVADO EM REPMRP".
003640 ROT-PROJETAR-EXIT. EXIT.
003650******************************************************************
003660*    ROT-LER-PARM - PRAZO PADRAO DE ENTREGA (JANELA DE REPOSICAO  *
003670*    DO PARMSYS, DEFAULT 30) PARA QUEM NAO TEM PRAZO NO PRODFORN  *
003680******************************************************************
003690 ROT-LER-PARM.
003700     OPEN INPUT PARMSYS.
003710     IF PARM-STATUS = "00"
003720         READ PARMSYS
003730             AT END CONTINUE
003740         END-READ
003750         IF PARM-DIAS-REPOSICAO IS NUMERIC
003760             AND PARM-DIAS-REPOSICAO NOT = ZERO
003770             MOVE PARM-DIAS-REPOSICAO TO W-DIAS-REPOSICAO
003780         END-IF
003790         CLOSE PARMSYS
003800     END-IF.
003810 ROT-LER-PARM-EXIT. EXIT.
003820******************************************************************
003830*    1000-CARREGAR-PRODUTOS - CADPROD NA ORDEM DO CODIGO          *
003840******************************************************************
003850 1000-CARREGAR-PRODUTOS.
003860     INITIALIZE TAB-MRP.
003870     MOVE ZERO TO W-QTDE-PRODS.
003880     OPEN INPUT CADPROD.
003890     IF PROD-STATUS NOT = "00"
003900         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
003910         GO TO 1000-EXIT.
003920     MOVE "N" TO W-EOF.
003930     MOVE W-CODPROD-INF TO CODPROD.
003940     START CADPROD KEY IS NOT LESS THAN CODPROD
003950         INVALID KEY MOVE "S" TO W-EOF.
003960     PERFORM 1100-LER-PRODUTO THRU 1100-EXIT
003970         UNTIL W-EOF-SIM.
003980     CLOSE CADPROD.
003990 1000-EXIT. EXIT.
004000 1100-LER-PRODUTO.
004010     READ CADPROD NEXT RECORD
004020         AT END
004030             MOVE "S" TO W-EOF
004040             GO TO 1100-EXIT.
004050     IF W-CODPROD-INF NOT = ZERO
004060         AND CODPROD NOT = W-CODPROD-INF
004070         MOVE "S" TO W-EOF
004080         GO TO 1100-EXIT.
004090     IF W-QTDE-PRODS NOT < 999
004100         DISPLAY MSG-TABELA-CHEIA
004110         MOVE "S" TO W-EOF
004120         GO TO 1100-EXIT.
004130     ADD 1 TO W-QTDE-PRODS.
004140     MOVE CODPROD          TO TM-CODPROD(W-QTDE-PRODS).
004150     MOVE DESCPROD         TO TM-DESCPROD(W-QTDE-PRODS).
004160     MOVE CODFORN          TO TM-CODFORN(W-QTDE-PRODS).
004170     MOVE W-DIAS-REPOSICAO TO TM-LEAD(W-QTDE-PRODS).
004180     MOVE QUANTIDADE       TO TM-QUANTIDADE(W-QTDE-PRODS).
004190     MOVE RESERVADA        TO TM-RESERVADA(W-QTDE-PRODS).
004200     IF W-CODPROD-INF NOT = ZERO
004210         MOVE "S" TO W-EOF.
004220 1100-EXIT. EXIT.
004230******************************************************************
004240*    1200-CARREGAR-LEAD - PRAZO DE ENTREGA DO PRODUTO NO PRODFORN:*
004250*    O DO FORNECEDOR PREFERIDO, SENAO O DO CODFORN DO CADPROD     *
004260*    (PRAZO ZERO = NAO INFORMADO, FICA O PADRAO)                  *
004270******************************************************************
004280 1200-CARREGAR-LEAD.
004290     MOVE "N" TO W-PFO-ABERTO.
004300     OPEN INPUT PRODFORN.
004310     IF PFO-STATUS NOT = "00"
004320         GO TO 1200-EXIT.
004330     MOVE "S" TO W-PFO-ABERTO.
004340     MOVE "N" TO W-EOF.
004350     MOVE TM-CODPROD(1) TO PF-CODPROD.
004360     MOVE ZERO          TO PF-CODFORN.
004370     START PRODFORN KEY IS NOT LESS THAN PF-CHAVE
004380         INVALID KEY MOVE "S" TO W-EOF.
004390     PERFORM 1210-LER-PFO THRU 1210-EXIT
004400         UNTIL W-EOF-SIM.
004410 1200-EXIT. EXIT.
004420 1210-LER-PFO.
004430     READ PRODFORN NEXT RECORD
004440         AT END
004450             MOVE "S" TO W-EOF
004460             GO TO 1210-EXIT.
004470     IF PF-LEAD-DIAS = ZERO
004480         GO TO 1210-EXIT.
004490     MOVE PF-CODPROD TO W-CODPROD-PROC.
004500     PERFORM ROT-ACHAR-PRODUTO THRU ROT-ACHAR-PRODUTO-EXIT.
004510     IF NOT W-ACHOU-SIM
004520         GO TO 1210-EXIT.
004530     IF PF-PREFERIDO-SIM
004540         OR PF-CODFORN = TM-CODFORN(W-SUB)
004550         MOVE PF-LEAD-DIAS TO TM-LEAD(W-SUB).
004560     IF PF-PREFERIDO-SIM
004570         MOVE PF-CODFORN TO TM-CODFORN(W-SUB).
004580 1210-EXIT. EXIT.
004590******************************************************************
004600*    ROT-ACHAR-PRODUTO - W-SUB DO PRODUTO W-CODPROD-PROC NA       *
004610*    TABELA (W-ACHOU = "S" QUANDO ESTA CARREGADO)                 *
004620******************************************************************
004630 ROT-ACHAR-PRODUTO.
004640     MOVE "N" TO W-ACHOU.
004650     PERFORM ROT-TESTAR-PRODUTO THRU ROT-TESTAR-PRODUTO-EXIT
004660         VARYING W-SUB FROM 1 BY 1
004670         UNTIL W-SUB > W-QTDE-PRODS
004680         OR W-ACHOU-SIM.
004690 ROT-ACHAR-PRODUTO-EXIT. EXIT.
004700 ROT-TESTAR-PRODUTO.
004710     IF TM-CODPROD(W-SUB) = W-CODPROD-PROC
004720         MOVE "S" TO W-ACHOU
004730         SUBTRACT 1 FROM W-SUB.
004740 ROT-TESTAR-PRODUTO-EXIT. EXIT.
004750******************************************************************
004760*    1300-PEDIDOS-VENDA - ITENS DOS PEDIDOS CONFIRMADOS AINDA NAO *
004770*    FATURADOS (JA ESTAO NA RESERVADA; SO O QUE PASSAR DELA       *
004780*    DIMINUI O DISPONIVEL)                                        *
004790******************************************************************
004800 1300-PEDIDOS-VENDA.
004810     OPEN INPUT PEDVENDA.
004820     IF PV-STATUS NOT = "00"
004830         GO TO 1300-EXIT.
004840     OPEN INPUT PEDITEM.
004850     IF PVI-STATUS NOT = "00"
004860         CLOSE PEDVENDA
004870         GO TO 1300-EXIT.
004880     MOVE "N" TO W-EOF.
004890     MOVE LOW-VALUES TO PV-NUMERO.
004900     START PEDVENDA KEY IS NOT LESS THAN PV-NUMERO
004910         INVALID KEY MOVE "S" TO W-EOF.
004920     PERFORM 1310-LER-PEDVENDA THRU 1310-EXIT
004930         UNTIL W-EOF-SIM.
004940     CLOSE PEDVENDA PEDITEM.
004950 1300-EXIT. EXIT.
004960 1310-LER-PEDVENDA.
004970     READ PEDVENDA NEXT RECORD
004980         AT END
004990             MOVE "S" TO W-EOF
005000             GO TO 1310-EXIT.
005010     IF NOT PEDIDO-CONFIRMADO
005020         GO TO 1310-EXIT.
005030     MOVE "N" TO W-EOF2.
005040     MOVE PV-NUMERO TO PVI-NUMERO.
005050     MOVE ZERO      TO PVI-SEQ.
005060     START PEDITEM KEY IS NOT LESS THAN PVI-CHAVE
005070         INVALID KEY MOVE "S" TO W-EOF2.
005080     PERFORM 1320-LER-PEDITEM THRU 1320-EXIT
005090         UNTIL W-EOF2-SIM.
005100 1310-EXIT. EXIT.
005110 1320-LER-PEDITEM.
005120     READ PEDITEM NEXT RECORD
005130         AT END
005140             MOVE "S" TO W-EOF2
005150             GO TO 1320-EXIT.
005160     IF PVI-NUMERO NOT = PV-NUMERO
005170         MOVE "S" TO W-EOF2
005180         GO TO 1320-EXIT.
005190     MOVE PVI-CODPROD TO W-CODPROD-PROC.
005200     PERFORM ROT-ACHAR-PRODUTO THRU ROT-ACHAR-PRODUTO-EXIT.
005210     IF W-ACHOU-SIM
005220         ADD PVI-QUANTIDADE TO TM-PED-CONF(W-SUB).
005230 1320-EXIT. EXIT.
005240******************************************************************
005250*    1400-BACKORDERS - FALTAS PENDENTES DOS PEDIDOS DE VENDA,     *
005260*    DEMANDA JA VENCIDA (SAI NA PRIMEIRA SEMANA)                  *
005270******************************************************************
005280 1400-BACKORDERS.
005290     OPEN INPUT BACKORD.
005300     IF BKO-STATUS NOT = "00"
005310         GO TO 1400-EXIT.
005320     MOVE "N" TO W-EOF.
005330     MOVE LOW-VALUES TO BK-CHAVE.
005340     START BACKORD KEY IS NOT LESS THAN BK-CHAVE
005350         INVALID KEY MOVE "S" TO W-EOF.
005360     PERFORM 1410-LER-BACKORD THRU 1410-EXIT
005370         UNTIL W-EOF-SIM.
005380     CLOSE BACKORD.
005390 1400-EXIT. EXIT.
005400 1410-LER-BACKORD.
005410     READ BACKORD NEXT RECORD
005420         AT END
005430             MOVE "S" TO W-EOF
005440             GO TO 1410-EXIT.
005450     IF NOT BK-PENDENTE
005460         GO TO 1410-EXIT.
005470     MOVE BK-CODPROD TO W-CODPROD-PROC.
005480     PERFORM ROT-ACHAR-PRODUTO THRU ROT-ACHAR-PRODUTO-EXIT.
005490     IF W-ACHOU-SIM
005500         ADD BK-QTDE-FALTA TO TM-BACKORD(W-SUB).
005510 1410-EXIT. EXIT.
005520******************************************************************
005530*    1500-PEDIDOS-COMPRA - SALDO A RECEBER DOS PEDIDOS PENDENTES  *
005540*    E APROVADOS, NA SEMANA DE CHEGADA PREVISTA (DATA DO PEDIDO   *
005550*    + PRAZO DO FORNECEDOR DO PEDIDO NO PRODFORN, SENAO O         *
005560*    PADRAO); CHEGADA JA VENCIDA CONTA NA PRIMEIRA SEMANA E A     *
005570*    DEPOIS DO HORIZONTE NAO ENTRA                                *
005580******************************************************************
005590 1500-PEDIDOS-COMPRA.
005600     OPEN INPUT PEDCOMPRA.
005610     IF PED-STATUS NOT = "00"
005620         GO TO 1500-EXIT.
005630     OPEN INPUT PEDCITEM.
005640     IF ITM-STATUS NOT = "00"
005650         CLOSE PEDCOMPRA
005660         GO TO 1500-EXIT.
005670     MOVE "N" TO W-EOF.
005680     MOVE LOW-VALUES TO PC-NUMERO.
005690     START PEDCOMPRA KEY IS NOT LESS THAN PC-NUMERO
005700         INVALID KEY MOVE "S" TO W-EOF.
005710     PERFORM 1510-LER-PEDCOMPRA THRU 1510-EXIT
005720         UNTIL W-EOF-SIM.
005730     CLOSE PEDCOMPRA PEDCITEM.
005740 1500-EXIT. EXIT.
005750 1510-LER-PEDCOMPRA.
005760     READ PEDCOMPRA NEXT RECORD
005770         AT END
005780             MOVE "S" TO W-EOF
005790             GO TO 1510-EXIT.
005800     IF NOT COMPRA-PENDENTE AND NOT COMPRA-APROVADA
005810         GO TO 1510-EXIT.
005820     MOVE "N" TO W-EOF2.
005830     MOVE PC-NUMERO TO PCI-NUMERO.
005840     MOVE ZERO      TO PCI-SEQ.
005850     START PEDCITEM KEY IS NOT LESS THAN PCI-CHAVE
005860         INVALID KEY MOVE "S" TO W-EOF2.
005870     PERFORM 1520-LER-PEDCITEM THRU 1520-EXIT
005880         UNTIL W-EOF2-SIM.
005890 1510-EXIT. EXIT.
005900 1520-LER-PEDCITEM.
005910     READ PEDCITEM NEXT RECORD
005920         AT END
005930             MOVE "S" TO W-EOF2
005940             GO TO 1520-EXIT.
005950     IF PCI-NUMERO NOT = PC-NUMERO
005960         MOVE "S" TO W-EOF2
005970         GO TO 1520-EXIT.
005980     IF PCI-QTDE-RECEBIDA NOT < PCI-QTDE-APROVADA
005990         GO TO 1520-EXIT.
006000     MOVE PCI-CODPROD TO W-CODPROD-PROC.
006010     PERFORM ROT-ACHAR-PRODUTO THRU ROT-ACHAR-PRODUTO-EXIT.
006020     IF NOT W-ACHOU-SIM
006030         GO TO 1520-EXIT.
006040     COMPUTE W-QTDE-ABERTA =
006050         PCI-QTDE-APROVADA - PCI-QTDE-RECEBIDA.
006060     MOVE W-DIAS-REPOSICAO TO W-LEAD.
006070     IF W-PFO-ABERTO-SIM
006080         MOVE PCI-CODPROD TO PF-CODPROD
006090         MOVE PC-CODFORN  TO PF-CODFORN
006100         READ PRODFORN
006110             INVALID KEY
006120                 CONTINUE
006130             NOT INVALID KEY
006140                 IF PF-LEAD-DIAS > ZERO
006150                     MOVE PF-LEAD-DIAS TO W-LEAD
006160                 END-IF
006170         END-READ.
006180     COMPUTE W-DIAS-CHEGADA = (PC-ANO * 360) + (PC-MES * 30)
006190         + PC-DIA + W-LEAD - W-ORD-HOJE.
006200     IF W-DIAS-CHEGADA < ZERO
006210         MOVE ZERO TO W-DIAS-CHEGADA.
006215     IF W-DIAS-CHEGADA NOT < W-SEMANAS-INF * 7
006216         GO TO 1520-EXIT.
006220     DIVIDE W-DIAS-CHEGADA BY 7 GIVING W-SEM.
006230     ADD 1 TO W-SEM.
006240     IF W-SEM > W-SEMANAS-INF
006250         GO TO 1520-EXIT.
006260     ADD W-QTDE-ABERTA TO TM-CHEGADA(W-SUB W-SEM).
006270 1520-EXIT. EXIT.
006280******************************************************************
006290*    1600-DEMANDA - SAIDAS "S" DOS 12 MESES FECHADOS ANTERIORES   *
006300*    AO MES CORRENTE, POR MES DO CALENDARIO (MORTO PRIMEIRO,      *
006310*    DEPOIS O VIVO, COMO O CEP058)                                *
006320******************************************************************
006330 1600-DEMANDA.
006340     OPEN INPUT MOVHIST.
006350     IF HIS-STATUS = "00"
006360         MOVE "N" TO W-EOF
006370         PERFORM 1610-LER-HIST THRU 1610-EXIT
006380             UNTIL W-EOF-SIM
006390         CLOSE MOVHIST.
006400     OPEN INPUT MOVESTQ.
006410     IF MOV-STATUS = "00"
006420         MOVE "N" TO W-EOF
006430         PERFORM 1620-LER-VIVO THRU 1620-EXIT
006440             UNTIL W-EOF-SIM
006450         CLOSE MOVESTQ.
006460 1600-EXIT. EXIT.
006470 1610-LER-HIST.
006480     READ MOVHIST
006490         AT END MOVE "S" TO W-EOF
006500         NOT AT END
006510             PERFORM 1630-ACUMULAR-MOV THRU 1630-EXIT.
006520 1610-EXIT. EXIT.
006530 1620-LER-VIVO.
006540     READ MOVESTQ
006550         AT END MOVE "S" TO W-EOF
006560         NOT AT END
006570             MOVE REG-MOVVIVO TO REGMOV
006580             PERFORM 1630-ACUMULAR-MOV THRU 1630-EXIT.
006590 1620-EXIT. EXIT.
006600 1630-ACUMULAR-MOV.
006610     IF NOT MOV-SAIDA
006620         GO TO 1630-EXIT.
006630     COMPUTE W-MESES-MOV = (MOV-ANO * 12) + MOV-MES.
006640     IF W-MESES-MOV NOT < W-MESES-HOJE
006650         OR W-MESES-MOV < W-MESES-HOJE - 12
006660         GO TO 1630-EXIT.
006670     MOVE MOV-CODPROD TO W-CODPROD-PROC.
006680     PERFORM ROT-ACHAR-PRODUTO THRU ROT-ACHAR-PRODUTO-EXIT.
006690     IF W-ACHOU-SIM
006700         ADD MOV-QUANTIDADE TO TM-DEMANDA(W-SUB MOV-MES).
006710 1630-EXIT. EXIT.
006720******************************************************************
006730*    2000-PROJETAR-PRODUTO - SALDO SEMANA A SEMANA DO PRODUTO     *
006740*    W-IDX; SE FURAR A SEGURANCA, LINHA NO REPMRP E SUGESTAO      *
006750******************************************************************
006760 2000-PROJETAR-PRODUTO.
006770     PERFORM 2100-CALCULAR THRU 2100-EXIT.
006780     IF W-SEMANA-FALTA = ZERO
006790         GO TO 2000-PROJETAR-EXIT.
006800     PERFORM 2300-SUGERIR THRU 2300-EXIT.
006810     MOVE TM-CODPROD(W-IDX)  TO LM-CODPROD.
006820     MOVE TM-DESCPROD(W-IDX) TO LM-DESCPROD.
006830     MOVE W-DISPONIVEL       TO LM-DISPONIVEL.
006840     MOVE W-SEGURANCA        TO LM-SEGURANCA.
006850     MOVE W-SEMANA-FALTA     TO LM-SEMANA.
006860     MOVE W-MENOR-SALDO      TO LM-MENOR-SALDO.
006870     MOVE W-CONV-DIA         TO LM-DIA-PEDIR.
006880     MOVE W-CONV-MES         TO LM-MES-PEDIR.
006890     MOVE W-CONV-ANO         TO LM-ANO-PEDIR.
006900     MOVE W-QTDE-SUG         TO LM-QTDE-SUG.
006910     MOVE SPACES             TO LM-OBS.
006920     IF W-ORD-PEDIR = W-ORD-HOJE
006930         MOVE "PEDIR JA" TO LM-OBS.
006940     WRITE REG-RELAT FROM LIN-MRP.
006950     ADD 1 TO W-QTDE-LISTADAS.
006960     IF NOT W-GRAVAR-SUG-SIM
006970         GO TO 2000-PROJETAR-EXIT.
006980     MOVE TM-CODPROD(W-IDX) TO SG-CODPROD.
006990     MOVE W-QTDE-SUG        TO SG-QTDE.
007000     MOVE W-DATA-CONV-NUM   TO SG-DATA-PEDIDO.
007010     MOVE W-SEMANA-FALTA    TO SG-SEMANA-FALTA.
007020     MOVE W-HOJE-NUM        TO SG-DATA-GERACAO.
007030     WRITE REGSUG.
007040     ADD 1 TO W-QTDE-SUGESTOES.
007050 2000-PROJETAR-EXIT. EXIT.
007060******************************************************************
007070*    2100-CALCULAR - DISPONIVEL INICIAL, SEGURANCA (SEMANAS DE    *
007080*    DEMANDA MEDIA DO HORIZONTE), PRIMEIRA SEMANA ABAIXO DELA E   *
007090*    MENOR SALDO PROJETADO                                        *
007100******************************************************************
007110 2100-CALCULAR.
007120     IF TM-PED-CONF(W-IDX) > TM-RESERVADA(W-IDX)
007130         COMPUTE W-DISPONIVEL =
007140             TM-QUANTIDADE(W-IDX) - TM-PED-CONF(W-IDX)
007150     ELSE
007160         COMPUTE W-DISPONIVEL =
007170             TM-QUANTIDADE(W-IDX) - TM-RESERVADA(W-IDX).
007180     COMPUTE W-SALDO-INICIAL = W-DISPONIVEL - TM-BACKORD(W-IDX).
007190     MOVE ZERO TO W-PREVISAO-TOTAL.
007200     PERFORM 2110-SOMAR-PREVISAO THRU 2110-EXIT
007210         VARYING W-SEM FROM 1 BY 1
007220         UNTIL W-SEM > W-SEMANAS-INF.
007230     COMPUTE W-SEGURANCA ROUNDED = W-PREVISAO-TOTAL
007240         * W-SEMANAS-SEG-INF / W-SEMANAS-INF.
007250     MOVE W-SALDO-INICIAL TO W-SALDO-PROJ.
007260     MOVE W-SALDO-INICIAL TO W-MENOR-SALDO.
007270     MOVE ZERO TO W-SEMANA-FALTA.
007280     PERFORM 2120-PROJETAR-SEMANA THRU 2120-EXIT
007290         VARYING W-SEM FROM 1 BY 1
007300         UNTIL W-SEM > W-SEMANAS-INF.
007310 2100-EXIT. EXIT.
007320 2110-SOMAR-PREVISAO.
007330     PERFORM 2200-PREVISAO-SEMANA THRU 2200-EXIT.
007340     ADD W-PREVISAO-SEM TO W-PREVISAO-TOTAL.
007350 2110-EXIT. EXIT.
007360 2120-PROJETAR-SEMANA.
007370     PERFORM 2200-PREVISAO-SEMANA THRU 2200-EXIT.
007380     COMPUTE W-SALDO-PROJ = W-SALDO-PROJ
007390         + TM-CHEGADA(W-IDX W-SEM) - W-PREVISAO-SEM.
007400     IF W-SALDO-PROJ < W-MENOR-SALDO
007410         MOVE W-SALDO-PROJ TO W-MENOR-SALDO.
007420     IF W-SEMANA-FALTA = ZERO
007430         AND W-SALDO-PROJ < W-SEGURANCA
007440         MOVE W-SEM TO W-SEMANA-FALTA.
007450     IF W-DETALHE-SIM
007460         DISPLAY W-SEM "  " W-DATA-CONV-NUM "  "
007470                 TM-CHEGADA(W-IDX W-SEM) "  " W-PREVISAO-SEM
007480                 "  " W-SALDO-PROJ.
007490 2120-EXIT. EXIT.
007500******************************************************************
007510*    2200-PREVISAO-SEMANA - DEMANDA DA SEMANA W-SEM: SAIDAS DO    *
007520*    MESMO MES NO ANO ANTERIOR, 7 DIAS DE UM MES COMERCIAL DE 30  *
007530*    (A DATA DE INICIO DA SEMANA FICA EM W-DATA-CONV)             *
007540******************************************************************
007550 2200-PREVISAO-SEMANA.
007560     COMPUTE W-ORD-AUX = W-ORD-HOJE + ((W-SEM - 1) * 7).
007570     PERFORM ROT-ORD-DATA THRU ROT-ORD-DATA-EXIT.
007580     MOVE W-CONV-MES TO W-MES-IDX.
007590     COMPUTE W-PREVISAO-SEM ROUNDED =
007600         TM-DEMANDA(W-IDX W-MES-IDX) * 7 / 30.
007610 2200-EXIT. EXIT.
007620******************************************************************
007630*    2300-SUGERIR - QUANTIDADE PARA O MENOR SALDO DO HORIZONTE    *
007640*    VOLTAR A SEGURANCA; DATA DE PEDIR = INICIO DA SEMANA DA      *
007650*    FALTA MENOS O PRAZO DE ENTREGA (NUNCA ANTES DE HOJE)         *
007660******************************************************************
007670 2300-SUGERIR.
007680     COMPUTE W-QTDE-SUG ROUNDED = W-SEGURANCA - W-MENOR-SALDO.
007690     IF W-QTDE-SUG = ZERO
007700         MOVE 1 TO W-QTDE-SUG.
007710     COMPUTE W-ORD-PEDIR = W-ORD-HOJE
007720         + ((W-SEMANA-FALTA - 1) * 7) - TM-LEAD(W-IDX).
007730     IF W-ORD-PEDIR < W-ORD-HOJE
007740         MOVE W-ORD-HOJE TO W-ORD-PEDIR.
007750     MOVE W-ORD-PEDIR TO W-ORD-AUX.
007760     PERFORM ROT-ORD-DATA THRU ROT-ORD-DATA-EXIT.
007770 2300-EXIT. EXIT.
007780******************************************************************
007790*    ROT-ORD-DATA - DIA CORRIDO COMERCIAL (ANO*360 + MES*30 +     *
007800*    DIA) DE VOLTA PARA AAAAMMDD EM W-DATA-CONV                   *
007810******************************************************************
007820 ROT-ORD-DATA.
007830     COMPUTE W-ORD-AUX = W-ORD-AUX - 31.
007840     DIVIDE W-ORD-AUX BY 360 GIVING W-QUOCIENTE
007850         REMAINDER W-RESTO.
007860     MOVE W-QUOCIENTE TO W-CONV-ANO.
007870     DIVIDE W-RESTO BY 30 GIVING W-CONV-MES
007880         REMAINDER W-CONV-DIA.
007890     ADD 1 TO W-CONV-MES.
007900     ADD 1 TO W-CONV-DIA.
007910 ROT-ORD-DATA-EXIT. EXIT.
007920******************************************************************
007930*    3000-DETALHAR - PROJECAO DE UM PRODUTO NA TELA, SEMANA A     *
007940*    SEMANA, COM O RESUMO DA SUGESTAO                             *
007950******************************************************************
007960 3000-DETALHAR.
007970     DISPLAY "PRODUTO....: " TM-CODPROD(W-IDX) " "
007980             TM-DESCPROD(W-IDX).
007990     DISPLAY "ESTOQUE....: " TM-QUANTIDADE(W-IDX)
008000             "  RESERVADA: " TM-RESERVADA(W-IDX)
008010             "  CONFIRMADO: " TM-PED-CONF(W-IDX).
008020     DISPLAY "BACKORDER..: " TM-BACKORD(W-IDX)
008030             "  PRAZO (DIAS): " TM-LEAD(W-IDX).
008040     DISPLAY "SEM INICIO    CHEGADA    PREVISAO    SALDO".
008050     PERFORM 2100-CALCULAR THRU 2100-EXIT.
008060     DISPLAY "SEGURANCA..: " W-SEGURANCA.
008070     IF W-SEMANA-FALTA = ZERO
008080         DISPLAY "SALDO NAO FURA A SEGURANCA NO HORIZONTE"
008090         GO TO 3000-EXIT.
008100     PERFORM 2300-SUGERIR THRU 2300-EXIT.
008110     DISPLAY "FURA A SEGURANCA NA SEMANA " W-SEMANA-FALTA.
008120     DISPLAY "PEDIR EM " W-CONV-DIA "/" W-CONV-MES "/"
008130             W-CONV-ANO " QUANTIDADE " W-QTDE-SUG.
008140 3000-EXIT. EXIT.
