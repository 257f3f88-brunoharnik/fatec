000010******************************************************************
000020* PROGRAM-ID : CEP087                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : RECLAMACOES DE GARANTIA (RMA) DE PRODUTOS COM      *
000080*              NUMERO DE SERIE. A ABERTURA PELA SERIE DO SERIAIS  *
000090*              CONFERE O PRAZO GARANTIA-MESES DO CADPROD CONTRA A *
000100*              SER-DATA-SAIDA E REGISTRA O DEFEITO; O DIAGNOSTICO *
000110*              DA A CAUSA (FABRICACAO, MAU USO OU SEM DEFEITO) E  *
000120*              O DESFECHO FECHA COM REPARO, TROCA POR OUTRA SERIE *
000130*              DO ESTOQUE (MOVESTQ "G") OU CREDITO PELA DEVOLUCAO *
000140*              DE VENDA DO CEP037. A UNIDADE DEFEITUOSA RECOLHIDA *
000150*              FICA EM QUARENTENA ATE O REPASSE AO FORNECEDOR     *
000160*              PELO CEP062. RELATORIO REPRMA COM A TAXA DE FALHA  *
000170*              POR PRODUTO E FORNECEDOR E O CUSTO DE GARANTIA POR *
000180*              MES.                                               *
000190*-----------------------------------------------------------------*
000200* HISTORICO DE ALTERACOES                                         *
000210* DATA       INICIAIS  DESCRICAO                                  *
000220* 2026-10-15 BH        VERSAO INICIAL                             *
000220* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000220*                      (MVX000)                                   *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CEP087.
000260 AUTHOR. BRUNO HARNIK.
000270 INSTALLATION. FATEC.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RMAGAR ASSIGN TO "RMAGAR"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS RMA-NUMERO
000400         ALTERNATE RECORD KEY IS RMA-CHAVE-SERIE WITH DUPLICATES
000410         FILE STATUS IS RMA-STATUS.
000420     SELECT SERIAIS ASSIGN TO "SERIAIS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SER-CHAVE
000460         FILE STATUS IS SER-STATUS.
000470     SELECT CADPROD ASSIGN TO "CADPROD"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CODPROD
000510         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000520         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000530         FILE STATUS IS PROD-STATUS.
000540     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CODIGO
000580         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000590         FILE STATUS IS PARC-STATUS.
000600     SELECT CADALM ASSIGN TO "CADALM"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS ALM-CODIGO
000640         FILE STATUS IS ALM-STATUS.
000650     SELECT PEDVENDA ASSIGN TO "PEDVENDA"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PV-NUMERO
000690         FILE STATUS IS PED-STATUS.
000700     SELECT DEVVENDA ASSIGN TO "DEVVENDA"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS DV-NUMERO
000740         FILE STATUS IS DEV-STATUS.
000750     SELECT DEVITEM ASSIGN TO "DEVITEM"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS DVI-CHAVE
000790         FILE STATUS IS DVI-STATUS.
000800     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS MOV-STATUS.
000830     SELECT REPRMA ASSIGN TO "REPRMA"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS REL-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  RMAGAR
000890     LABEL RECORDS ARE STANDARD.
000900     COPY REGRMA.
000910 FD  SERIAIS
000920     LABEL RECORDS ARE STANDARD.
000930     COPY REGSER.
000940 FD  CADPROD
000950     LABEL RECORDS ARE STANDARD.
000960     COPY REGPROD.
000970 FD  CADPARCEIRO
000980     LABEL RECORDS ARE STANDARD.
000990     COPY REGPAC.
001000 FD  CADALM
001010     LABEL RECORDS ARE STANDARD.
001020     COPY REGALM.
001030 FD  PEDVENDA
001040     LABEL RECORDS ARE STANDARD.
001050     COPY REGPEDV.
001060 FD  DEVVENDA
001070     LABEL RECORDS ARE STANDARD.
001080     COPY REGDVV.
001090 FD  DEVITEM
001100     LABEL RECORDS ARE STANDARD.
001110     COPY REGDVI.
001120 FD  MOVESTQ
001130     LABEL RECORDS ARE STANDARD.
001140     COPY REGMOV.
001150 FD  REPRMA
001160     LABEL RECORDS ARE STANDARD.
001170 01  REG-RELAT                   PIC X(100).
001180 WORKING-STORAGE SECTION.
001190 01  RMA-STATUS                  PIC X(02).
001200 01  SER-STATUS                  PIC X(02).
001210 01  PROD-STATUS                 PIC X(02).
001220 01  PARC-STATUS                 PIC X(02).
001230 01  ALM-STATUS                  PIC X(02).
001240 01  PED-STATUS                  PIC X(02).
001250 01  DEV-STATUS                  PIC X(02).
001260 01  DVI-STATUS                  PIC X(02).
001270 01  MOV-STATUS                  PIC X(02).
001280 01  REL-STATUS                  PIC X(02).
001290 COPY NUMPARM.
001290 COPY MVXPARM.
001300 01  W-SWITCHES.
001310     05  W-FIM                   PIC X(01) VALUE "N".
001320         88  W-FIM-SIM           VALUE "S".
001330     05  W-EOF                   PIC X(01).
001340         88  W-EOF-SIM           VALUE "S".
001350     05  W-ALM-ACHADO            PIC X(01).
001360         88  W-ALM-ACHADO-SIM    VALUE "S".
001370     05  W-RMA-EM-ABERTO         PIC X(01).
001380         88  W-RMA-EM-ABERTO-SIM VALUE "S".
001390     05  W-DESFECHO-OK           PIC X(01).
001400         88  W-DESFECHO-OK-SIM   VALUE "S".
001410     05  W-ITEM-ACHADO           PIC X(01).
001420         88  W-ITEM-ACHADO-SIM   VALUE "S".
001430 01  W-OPCAO                     PIC X(01).
001440 01  W-CONF                      PIC X(01).
001450 01  W-NUMERO-INF                PIC 9(07).
001460 01  W-CODPROD-INF               PIC 9(08).
001470 01  W-SERIE-INF                 PIC X(20).
001480 01  W-SERIE-NOVA                PIC X(20).
001490 01  W-CODALM-INF                PIC 9(02).
001500 01  W-DEVOLUCAO-INF             PIC 9(08).
001510 01  W-DEFEITO-INF               PIC X(40).
001520 01  W-DIAGNOSTICO-INF           PIC X(40).
001530 01  W-CAUSA-INF                 PIC X(01).
001540     88  W-CAUSA-VALIDA          VALUES "F" "U" "N".
001550 01  W-DESFECHO-INF              PIC X(01).
001560     88  W-DESFECHO-VALIDO       VALUES "R" "T" "C".
001570 01  W-CUSTO                     PIC 9(12)V99.
001580 01  W-DISPONIVEL                PIC S9(07).
001590 01  W-ANO-INF                   PIC 9(04).
001600 01  W-DATA-ATUAL.
001610     05  W-ANO-ATUAL             PIC 9(04).
001620     05  W-MES-ATUAL             PIC 9(02).
001630     05  W-DIA-ATUAL             PIC 9(02).
001640 01  W-DATA-NUM                  PIC 9(08).
001650 01  W-DATA-AUX                  PIC 9(08).
001660 01  W-DATA-AUX-R REDEFINES W-DATA-AUX.
001670     05  W-ANO-AUX               PIC 9(04).
001680     05  W-MES-AUX               PIC 9(02).
001690     05  W-DIA-AUX               PIC 9(02).
001700 01  W-ORD-ATUAL                 PIC 9(07) COMP.
001710 01  W-ORD-LIMITE                PIC 9(07) COMP.
001720 01  W-VALOR-EDIT                PIC ZZZ.ZZZ.ZZ9,99.
001730******************************************************************
001740*    TABELAS DO RELATORIO: PRODUTOS VENDIDOS COM SERIE,           *
001750*    FORNECEDORES DELES E MESES DO ANO PEDIDO                     *
001760******************************************************************
001770 01  W-TAB-PROD.
001780     05  W-QTDE-TP               PIC 9(03) COMP.
001790     05  W-TP OCCURS 300 TIMES.
001800         10  W-TP-CODPROD        PIC 9(08).
001810         10  W-TP-DESCPROD       PIC X(30).
001820         10  W-TP-CODFORN        PIC 9(04).
001830         10  W-TP-VENDIDAS       PIC 9(07).
001840         10  W-TP-RMAS           PIC 9(05).
001850         10  W-TP-PROCED         PIC 9(05).
001860         10  W-TP-CUSTO          PIC 9(12)V99.
001870 01  W-TAB-FORN.
001880     05  W-QTDE-TF               PIC 9(03) COMP.
001890     05  W-TF OCCURS 100 TIMES.
001900         10  W-TF-CODFORN        PIC 9(04).
001910         10  W-TF-VENDIDAS       PIC 9(07).
001920         10  W-TF-RMAS           PIC 9(05).
001930         10  W-TF-PROCED         PIC 9(05).
001940         10  W-TF-CUSTO          PIC 9(12)V99.
001950 01  W-TAB-MES.
001960     05  W-TM OCCURS 12 TIMES.
001970         10  W-TM-CONCLUIDAS     PIC 9(05).
001980         10  W-TM-REPAROS        PIC 9(05).
001990         10  W-TM-TROCAS         PIC 9(05).
002000         10  W-TM-CREDITOS       PIC 9(05).
002010         10  W-TM-CUSTO          PIC 9(12)V99.
002020 01  W-IDX                       PIC 9(03) COMP.
002030 01  W-IDX-F                     PIC 9(03) COMP.
002040 01  W-ACHOU                     PIC 9(03) COMP.
002050 01  W-TAXA                      PIC 9(03)V99.
002060 01  W-TOT-CUSTO-ANO             PIC 9(13)V99.
002070 01  W-TOT-CONCL-ANO             PIC 9(07).
002080******************************************************************
002090*    LINHAS DO RELATORIO REPRMA                                   *
002100******************************************************************
002110 01  CAB-RMA1.
002120     05  FILLER                  PIC X(40) VALUE
002130         "RELATORIO DE GARANTIA (RMA) EM         ".
002140     05  CR1-DIA                 PIC 9(02).
002150     05  FILLER                  PIC X(01) VALUE "/".
002160     05  CR1-MES                 PIC 9(02).
002170     05  FILLER                  PIC X(01) VALUE "/".
002180     05  CR1-ANO                 PIC 9(04).
002190 01  CAB-PROD1                   PIC X(60) VALUE
002200     "TAXA DE FALHA POR PRODUTO (DESDE O INICIO)".
002210 01  CAB-PROD2.
002220     05  FILLER                  PIC X(50) VALUE
002230         "PRODUTO  DESCRICAO                      FORN VEND".
002240     05  FILLER                  PIC X(46) VALUE
002250         "IDAS  RMAS PROCED  TAXA%          CUSTO".
002260 01  LIN-PROD.
002270     05  LPR-CODPROD             PIC 9(08).
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  LPR-DESCPROD            PIC X(30).
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  LPR-CODFORN             PIC 9(04).
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  LPR-VENDIDAS            PIC ZZZZZZ9.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  LPR-RMAS                PIC ZZZZ9.
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  LPR-PROCED              PIC ZZZZZ9.
002380     05  FILLER                  PIC X(01) VALUE SPACE.
002390     05  LPR-TAXA                PIC ZZ9,99.
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  LPR-CUSTO               PIC ZZZ.ZZZ.ZZ9,99.
002420 01  CAB-FORN1                   PIC X(60) VALUE
002430     "TAXA DE FALHA POR FORNECEDOR (DESDE O INICIO)".
002440 01  CAB-FORN2.
002450     05  FILLER                  PIC X(50) VALUE
002460         "FORN NOME                            VENDIDAS  RMA".
002470     05  FILLER                  PIC X(40) VALUE
002480         "S PROCED  TAXA%          CUSTO".
002490 01  LIN-FORN.
002500     05  LFO-CODFORN             PIC 9(04).
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  LFO-NOME                PIC X(30).
002530     05  FILLER                  PIC X(03) VALUE SPACES.
002540     05  LFO-VENDIDAS            PIC ZZZZZZ9.
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  LFO-RMAS                PIC ZZZZ9.
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  LFO-PROCED              PIC ZZZZZ9.
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  LFO-TAXA                PIC ZZ9,99.
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  LFO-CUSTO               PIC ZZZ.ZZZ.ZZ9,99.
002630 01  CAB-MES1.
002640     05  FILLER                  PIC X(41) VALUE
002650         "CUSTO DE GARANTIA POR MES DE CONCLUSAO - ".
002660     05  CM1-ANO                 PIC 9(04).
002670 01  CAB-MES2                    PIC X(70) VALUE
002680     "MES  CONCLUIDAS  REPAROS   TROCAS CREDITOS          CUSTO".
002690 01  LIN-MES.
002700     05  LME-MES                 PIC 9(02).
002710     05  FILLER                  PIC X(03) VALUE SPACES.
002720     05  LME-CONCLUIDAS          PIC ZZZZZZZZ9.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  LME-REPAROS             PIC ZZZZZZZ9.
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  LME-TROCAS              PIC ZZZZZZZ9.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  LME-CREDITOS            PIC ZZZZZZZ9.
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  LME-CUSTO               PIC ZZZ.ZZZ.ZZ9,99.
002810 01  LIN-TOT-MES.
002820     05  FILLER                  PIC X(05) VALUE "ANO  ".
002830     05  LTM-CONCLUIDAS          PIC ZZZZZZZZ9.
002840     05  FILLER                  PIC X(28) VALUE SPACES.
002850     05  LTM-CUSTO               PIC ZZZZ.ZZZ.ZZ9,99.
002860 PROCEDURE DIVISION.
002870******************************************************************
002880*    0000-MAINLINE                                                *
002890******************************************************************
002900 0000-MAINLINE.
002910     PERFORM 2000-MENU THRU 2000-EXIT
002920         UNTIL W-FIM-SIM.
002930     GOBACK.
002940 2000-MENU.
002950     DISPLAY " ".
002960     DISPLAY "CEP087 - RECLAMACOES DE GARANTIA (RMA)".
002970     DISPLAY "1-ABRIR RMA   2-DIAGNOSTICO   3-DESFECHO".
002980     DISPLAY "4-CONSULTAR RMA   5-RELATORIO   9-FIM".
002990     ACCEPT W-OPCAO.
003000     EVALUATE W-OPCAO
003010         WHEN "1"
003020             PERFORM ROT-ABRIR THRU ROT-ABRIR-EXIT
003030         WHEN "2"
003040             PERFORM ROT-DIAGNOSTICAR THRU ROT-DIAGNOSTICAR-EXIT
003050         WHEN "3"
003060             PERFORM ROT-DESFECHO THRU ROT-DESFECHO-EXIT
003070         WHEN "4"
003080             PERFORM ROT-CONSULTAR THRU ROT-CONSULTAR-EXIT
003090         WHEN "5"
003100             PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
003110         WHEN "9"
003120             MOVE "S" TO W-FIM
003130         WHEN OTHER
003140             DISPLAY "OPCAO INVALIDA"
003150     END-EVALUATE.
003160 2000-EXIT. EXIT.
003170******************************************************************
003180*    ROT-DATA-ATUAL - DATA DO SISTEMA                             *
003190******************************************************************
003200 ROT-DATA-ATUAL.
003210     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
003220     COMPUTE W-DATA-NUM = (W-ANO-ATUAL * 10000)
003230         + (W-MES-ATUAL * 100) + W-DIA-ATUAL.
003240 ROT-DATA-ATUAL-EXIT. EXIT.
003250******************************************************************
003260*    ROT-ABRIR - ABRE A RECLAMACAO PELA SERIE VENDIDA, DENTRO DO  *
003270*    PRAZO DE GARANTIA DO PRODUTO E SEM OUTRA RMA EM ANDAMENTO    *
003280*    PARA A MESMA UNIDADE                                         *
003290******************************************************************
003300 ROT-ABRIR.
003310     DISPLAY "CODIGO DO PRODUTO =>".
003320     ACCEPT W-CODPROD-INF.
003330     DISPLAY "NUMERO DE SERIE =>".
003340     ACCEPT W-SERIE-INF.
003350     OPEN INPUT SERIAIS.
003360     IF SER-STATUS NOT = "00"
003370         DISPLAY "ARQUIVO SERIAIS NAO EXISTE"
003380         GO TO ROT-ABRIR-EXIT.
003390     MOVE W-CODPROD-INF TO SER-CODPROD.
003400     MOVE W-SERIE-INF   TO SER-NUMERO.
003410     READ SERIAIS
003420         INVALID KEY
003430             DISPLAY "SERIE NAO CADASTRADA PARA O PRODUTO"
003440             CLOSE SERIAIS
003450             GO TO ROT-ABRIR-EXIT.
003460     CLOSE SERIAIS.
003470     IF SERIE-EM-GARANTIA
003480         DISPLAY "UNIDADE JA RECOLHIDA EM GARANTIA"
003490         GO TO ROT-ABRIR-EXIT.
003500     IF NOT SERIE-VENDIDA
003510         DISPLAY "SERIE NAO CONSTA COMO VENDIDA"
003520         GO TO ROT-ABRIR-EXIT.
003530     DISPLAY "PEDIDO.....: " SER-PEDIDO-VENDA
003540             "  NOTA: " SER-NOTA.
003550     DISPLAY "SAIDA EM...: " SER-DATA-SAIDA.
003560     OPEN INPUT CADPROD.
003570     IF PROD-STATUS NOT = "00"
003580         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
003590         GO TO ROT-ABRIR-EXIT.
003600     MOVE W-CODPROD-INF TO CODPROD.
003610     READ CADPROD
003620         INVALID KEY
003630             DISPLAY "PRODUTO NAO CADASTRADO"
003640             CLOSE CADPROD
003650             GO TO ROT-ABRIR-EXIT.
003660     CLOSE CADPROD.
003670     DISPLAY "PRODUTO....: " DESCPROD.
003680     IF GARANTIA-MESES = ZERO
003690         DISPLAY "PRODUTO SEM PRAZO DE GARANTIA CADASTRADO"
003700         GO TO ROT-ABRIR-EXIT.
003710     PERFORM ROT-DATA-ATUAL THRU ROT-DATA-ATUAL-EXIT.
003720     COMPUTE W-ORD-ATUAL =
003730         (W-ANO-ATUAL * 360) + (W-MES-ATUAL * 30) + W-DIA-ATUAL.
003740     MOVE SER-DATA-SAIDA TO W-DATA-AUX.
003750     COMPUTE W-ORD-LIMITE =
003760         (W-ANO-AUX * 360) + (W-MES-AUX * 30) + W-DIA-AUX
003770         + (GARANTIA-MESES * 30).
003780     IF W-ORD-ATUAL > W-ORD-LIMITE
003790         DISPLAY "FORA DA GARANTIA - PRAZO DE " GARANTIA-MESES
003800                 " MESES VENCIDO"
003810         GO TO ROT-ABRIR-EXIT.
003820     OPEN I-O RMAGAR.
003830     IF RMA-STATUS = "35"
003840         OPEN OUTPUT RMAGAR
003850         CLOSE RMAGAR
003860         OPEN I-O RMAGAR.
003870     IF RMA-STATUS NOT = "00"
003880         DISPLAY "ARQUIVO RMAGAR NAO PODE SER ABERTO"
003890         GO TO ROT-ABRIR-EXIT.
003900     PERFORM ROT-VER-RMA-ABERTA THRU ROT-VER-RMA-ABERTA-EXIT.
003910     IF W-RMA-EM-ABERTO-SIM
003920         DISPLAY "JA EXISTE RMA EM ANDAMENTO PARA ESTA SERIE"
003930         CLOSE RMAGAR
003940         GO TO ROT-ABRIR-EXIT.
003950     DISPLAY "DEFEITO RELATADO PELO CLIENTE =>".
003960     ACCEPT W-DEFEITO-INF.
003970     IF W-DEFEITO-INF = SPACES
003980         DISPLAY "DEFEITO OBRIGATORIO"
003990         CLOSE RMAGAR
004000         GO TO ROT-ABRIR-EXIT.
004010     MOVE ZERO TO PV-CODCLI.
004020     OPEN INPUT PEDVENDA.
004030     IF PED-STATUS = "00"
004040         MOVE SER-PEDIDO-VENDA TO PV-NUMERO
004050         READ PEDVENDA
004060             INVALID KEY MOVE ZERO TO PV-CODCLI
004070         END-READ
004080         CLOSE PEDVENDA.
004090     MOVE "RM" TO NUM-TIPO.
004100     MOVE "1"  TO NUM-SERIE.
004110     CALL "NUM000" USING NUM-PARAMETROS-AREA.
004120     MOVE NUM-NUMERO       TO RMA-NUMERO.
004130     MOVE W-CODPROD-INF    TO RMA-CODPROD.
004140     MOVE W-SERIE-INF      TO RMA-SERIE.
004150     MOVE PV-CODCLI        TO RMA-CODCLI.
004160     MOVE SER-PEDIDO-VENDA TO RMA-PEDIDO-VENDA.
004170     MOVE SER-NOTA         TO RMA-NOTA.
004180     MOVE SER-DATA-SAIDA   TO RMA-DATA-SAIDA.
004190     MOVE W-DATA-NUM       TO RMA-DATA-ABERTURA.
004200     MOVE W-DEFEITO-INF    TO RMA-DEFEITO.
004210     MOVE SPACES           TO RMA-DIAGNOSTICO RMA-CAUSA
004220                              RMA-DESFECHO RMA-SERIE-NOVA
004230                              RMA-SIT-FORN.
004240     MOVE ZERO             TO RMA-DATA-DIAGNOSTICO
004250                              RMA-NUM-DEVVENDA RMA-CUSTO
004260                              RMA-DATA-CONCLUSAO RMA-CODALM
004270                              RMA-NUM-DEVCOMP.
004280     MOVE CODFORN          TO RMA-CODFORN.
004290     MOVE "A"              TO RMA-SITUACAO.
004300     WRITE REGRMA
004310         INVALID KEY
004320             DISPLAY "ERRO NA GRAVACAO DA RMA"
004330         NOT INVALID KEY
004340             DISPLAY "*** RMA " RMA-NUMERO " ABERTA ***".
004350     CLOSE RMAGAR.
004360 ROT-ABRIR-EXIT. EXIT.
004370 ROT-VER-RMA-ABERTA.
004380     MOVE "N" TO W-RMA-EM-ABERTO.
004390     MOVE "N" TO W-EOF.
004400     MOVE W-CODPROD-INF TO RMA-CODPROD.
004410     MOVE W-SERIE-INF   TO RMA-SERIE.
004420     START RMAGAR KEY IS EQUAL TO RMA-CHAVE-SERIE
004430         INVALID KEY MOVE "S" TO W-EOF.
004440     PERFORM ROT-LER-RMA-SERIE THRU ROT-LER-RMA-SERIE-EXIT
004450         UNTIL W-EOF-SIM OR W-RMA-EM-ABERTO-SIM.
004460 ROT-VER-RMA-ABERTA-EXIT. EXIT.
004470 ROT-LER-RMA-SERIE.
004480     READ RMAGAR NEXT RECORD
004490         AT END MOVE "S" TO W-EOF.
004500     IF W-EOF-SIM
004510         GO TO ROT-LER-RMA-SERIE-EXIT.
004520     IF RMA-CODPROD NOT = W-CODPROD-INF
004530         OR RMA-SERIE NOT = W-SERIE-INF
004540         MOVE "S" TO W-EOF
004550         GO TO ROT-LER-RMA-SERIE-EXIT.
004560     IF NOT RMA-CONCLUIDA
004570         MOVE "S" TO W-RMA-EM-ABERTO.
004580 ROT-LER-RMA-SERIE-EXIT. EXIT.
004590******************************************************************
004600*    ROT-LER-RMA - LE A RMA INFORMADA COM O ARQUIVO EM I-O        *
004610*    (FECHADO PELO CHAMADOR QUANDO RMA-STATUS = "00")             *
004620******************************************************************
004630 ROT-LER-RMA.
004640     DISPLAY "NUMERO DA RMA =>".
004650     ACCEPT W-NUMERO-INF.
004660     OPEN I-O RMAGAR.
004670     IF RMA-STATUS NOT = "00"
004680         DISPLAY "ARQUIVO RMAGAR NAO EXISTE"
004690         GO TO ROT-LER-RMA-EXIT.
004700     MOVE W-NUMERO-INF TO RMA-NUMERO.
004710     READ RMAGAR
004720         INVALID KEY
004730             DISPLAY "RMA NAO CADASTRADA"
004740             CLOSE RMAGAR
004750             MOVE "23" TO RMA-STATUS
004760             GO TO ROT-LER-RMA-EXIT.
004770     PERFORM ROT-EXIBIR-RMA THRU ROT-EXIBIR-RMA-EXIT.
004780 ROT-LER-RMA-EXIT. EXIT.
004790 ROT-EXIBIR-RMA.
004800     DISPLAY "RMA........: " RMA-NUMERO "  SITUACAO: "
004810             RMA-SITUACAO.
004820     DISPLAY "PRODUTO....: " RMA-CODPROD "  SERIE: " RMA-SERIE.
004830     DISPLAY "CLIENTE....: " RMA-CODCLI "  PEDIDO: "
004840             RMA-PEDIDO-VENDA "  NOTA: " RMA-NOTA.
004850     DISPLAY "VENDIDA EM.: " RMA-DATA-SAIDA
004860             "  ABERTA EM: " RMA-DATA-ABERTURA.
004870     DISPLAY "DEFEITO....: " RMA-DEFEITO.
004880     IF NOT RMA-ABERTA
004890         DISPLAY "DIAGNOSTICO: " RMA-DIAGNOSTICO
004900         DISPLAY "CAUSA......: " RMA-CAUSA
004910                 "  EM: " RMA-DATA-DIAGNOSTICO.
004920     IF RMA-CONCLUIDA
004930         MOVE RMA-CUSTO TO W-VALOR-EDIT
004940         DISPLAY "DESFECHO...: " RMA-DESFECHO
004950                 "  EM: " RMA-DATA-CONCLUSAO
004960                 "  CUSTO: " W-VALOR-EDIT
004970         IF RMA-TROCA
004980             DISPLAY "SERIE NOVA.: " RMA-SERIE-NOVA
004990         END-IF
005000         IF RMA-CREDITO
005010             DISPLAY "DEVOLUCAO..: " RMA-NUM-DEVVENDA
005020         END-IF
005030         IF RMA-FORN-A-REPASSAR
005040             DISPLAY "FORNECEDOR " RMA-CODFORN
005050                     " - A REPASSAR NO CEP062"
005060         END-IF
005070         IF RMA-FORN-REPASSADA
005080             DISPLAY "FORNECEDOR " RMA-CODFORN
005090                     " - DEVOLUCAO " RMA-NUM-DEVCOMP
005100         END-IF.
005110 ROT-EXIBIR-RMA-EXIT. EXIT.
005120******************************************************************
005130*    ROT-DIAGNOSTICAR - CAUSA DO DEFEITO. MAU USO OU SEM DEFEITO  *
005140*    ENCERRA A RMA COMO RECUSADA, SEM CUSTO DE GARANTIA, E A      *
005150*    UNIDADE VOLTA AO CLIENTE                                     *
005160******************************************************************
005170 ROT-DIAGNOSTICAR.
005180     PERFORM ROT-LER-RMA THRU ROT-LER-RMA-EXIT.
005190     IF RMA-STATUS NOT = "00"
005200         GO TO ROT-DIAGNOSTICAR-EXIT.
005210     IF NOT RMA-ABERTA
005220         DISPLAY "RMA JA DIAGNOSTICADA"
005230         CLOSE RMAGAR
005240         GO TO ROT-DIAGNOSTICAR-EXIT.
005250     DISPLAY "DIAGNOSTICO TECNICO =>".
005260     ACCEPT W-DIAGNOSTICO-INF.
005270 ROT-DIAGNOSTICAR-CAUSA.
005280     DISPLAY "CAUSA (F-DEFEITO DE FABRICACAO  U-MAU USO".
005290     DISPLAY "       N-SEM DEFEITO CONSTATADO) =>".
005300     ACCEPT W-CAUSA-INF.
005310     IF NOT W-CAUSA-VALIDA
005320         DISPLAY "CAUSA INVALIDA"
005330         GO TO ROT-DIAGNOSTICAR-CAUSA.
005340     PERFORM ROT-DATA-ATUAL THRU ROT-DATA-ATUAL-EXIT.
005350     MOVE W-DIAGNOSTICO-INF TO RMA-DIAGNOSTICO.
005360     MOVE W-CAUSA-INF       TO RMA-CAUSA.
005370     MOVE W-DATA-NUM        TO RMA-DATA-DIAGNOSTICO.
005380     IF RMA-CAUSA-FABRICACAO
005390         MOVE "D" TO RMA-SITUACAO
005400     ELSE
005410         MOVE "X"        TO RMA-DESFECHO
005420         MOVE ZERO       TO RMA-CUSTO
005430         MOVE W-DATA-NUM TO RMA-DATA-CONCLUSAO
005440         MOVE "C"        TO RMA-SITUACAO.
005450     REWRITE REGRMA
005460         INVALID KEY
005470             DISPLAY "ERRO NA ATUALIZACAO DA RMA"
005480             CLOSE RMAGAR
005490             GO TO ROT-DIAGNOSTICAR-EXIT.
005500     IF RMA-CONCLUIDA
005510         DISPLAY "*** RMA RECUSADA - DEVOLVER A UNIDADE AO"
005520                 " CLIENTE ***"
005530     ELSE
005540         DISPLAY "*** DIAGNOSTICO GRAVADO - DEFINIR DESFECHO ***".
005550     CLOSE RMAGAR.
005560 ROT-DIAGNOSTICAR-EXIT. EXIT.
005570******************************************************************
005580*    ROT-DESFECHO - REPARO (CUSTO INFORMADO), TROCA POR OUTRA     *
005590*    SERIE DO ESTOQUE (CUSTO MEDIO) OU CREDITO PELA DEVOLUCAO DE  *
005600*    VENDA JA LANCADA NO CEP037 (PRECO DEVOLVIDO). NA TROCA E NO  *
005610*    CREDITO A UNIDADE DEFEITUOSA FICA CONOSCO, EM QUARENTENA, A  *
005620*    REPASSAR AO FORNECEDOR                                       *
005630******************************************************************
005640 ROT-DESFECHO.
005650     PERFORM ROT-LER-RMA THRU ROT-LER-RMA-EXIT.
005660     IF RMA-STATUS NOT = "00"
005670         GO TO ROT-DESFECHO-EXIT.
005680     IF NOT RMA-DIAGNOSTICADA
005690         DISPLAY "RMA SEM DIAGNOSTICO OU JA CONCLUIDA"
005700         CLOSE RMAGAR
005710         GO TO ROT-DESFECHO-EXIT.
005720 ROT-DESFECHO-PEDIR.
005730     DISPLAY "DESFECHO (R-REPARO  T-TROCA  C-CREDITO) =>".
005740     ACCEPT W-DESFECHO-INF.
005750     IF NOT W-DESFECHO-VALIDO
005760         DISPLAY "DESFECHO INVALIDO"
005770         GO TO ROT-DESFECHO-PEDIR.
005780     PERFORM ROT-DATA-ATUAL THRU ROT-DATA-ATUAL-EXIT.
005790     MOVE "N" TO W-DESFECHO-OK.
005800     MOVE ZERO TO W-CUSTO.
005810     EVALUATE W-DESFECHO-INF
005820         WHEN "R"
005830             DISPLAY "CUSTO DO REPARO (PECAS E MAO DE OBRA) =>"
005840             ACCEPT W-CUSTO
005850             MOVE "S" TO W-DESFECHO-OK
005860         WHEN "T"
005870             PERFORM ROT-TROCAR THRU ROT-TROCAR-EXIT
005880         WHEN "C"
005890             PERFORM ROT-CREDITAR THRU ROT-CREDITAR-EXIT
005900     END-EVALUATE.
005910     IF NOT W-DESFECHO-OK-SIM
005920         DISPLAY "DESFECHO NAO REGISTRADO"
005930         CLOSE RMAGAR
005940         GO TO ROT-DESFECHO-EXIT.
005950     MOVE W-DESFECHO-INF TO RMA-DESFECHO.
005960     MOVE W-CUSTO        TO RMA-CUSTO.
005970     MOVE W-DATA-NUM     TO RMA-DATA-CONCLUSAO.
005980     MOVE "C"            TO RMA-SITUACAO.
005990     IF NOT RMA-REPARO
006000         MOVE W-CODALM-INF TO RMA-CODALM
006010         PERFORM ROT-RECOLHER-SERIE THRU ROT-RECOLHER-SERIE-EXIT
006020         IF RMA-CODFORN > ZERO
006030             MOVE "P" TO RMA-SIT-FORN
006040         ELSE
006050             DISPLAY "PRODUTO SEM FORNECEDOR - UNIDADE FICA EM"
006060                     " QUARENTENA"
006070         END-IF
006080     END-IF.
006090     REWRITE REGRMA
006100         INVALID KEY
006110             DISPLAY "ERRO NA ATUALIZACAO DA RMA"
006120         NOT INVALID KEY
006130             MOVE W-CUSTO TO W-VALOR-EDIT
006140             DISPLAY "*** RMA CONCLUIDA - CUSTO " W-VALOR-EDIT
006150                     " ***".
006160     CLOSE RMAGAR.
006170 ROT-DESFECHO-EXIT. EXIT.
006180******************************************************************
006190*    ROT-TROCAR - NOVA SERIE DO ESTOQUE VAI AO CLIENTE NO LUGAR   *
006200*    DA DEFEITUOSA, HERDANDO PEDIDO, NOTA E DATA DE SAIDA (O      *
006210*    PRAZO DE GARANTIA NAO RECOMECA). A QUANTIDADE DO CADPROD E   *
006220*    DO ALMOXARIFADO NAO MUDA: SAI A BOA E ENTRA A DEFEITUOSA, QUE*
006230*    VAI PARA A QUARENTENA; MOVESTQ "G" DOS DOIS LADOS            *
006240******************************************************************
006250 ROT-TROCAR.
006260     PERFORM ROT-DIGITAR-ALM THRU ROT-DIGITAR-ALM-EXIT.
006270     IF NOT W-ALM-ACHADO-SIM
006280         GO TO ROT-TROCAR-EXIT.
006290     DISPLAY "SERIE NOVA (EM ESTOQUE) =>".
006300     ACCEPT W-SERIE-NOVA.
006310     OPEN I-O CADPROD.
006320     IF PROD-STATUS NOT = "00"
006330         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
006340         GO TO ROT-TROCAR-EXIT.
006350     MOVE RMA-CODPROD TO CODPROD.
006360     READ CADPROD
006370         INVALID KEY
006380             DISPLAY "PRODUTO NAO CADASTRADO"
006390             CLOSE CADPROD
006400             GO TO ROT-TROCAR-EXIT.
006410     COMPUTE W-DISPONIVEL = QUANTIDADE - RESERVADA - QUARENTENA.
006420     IF W-DISPONIVEL < 1
006430         DISPLAY "PRODUTO SEM SALDO DISPONIVEL PARA A TROCA"
006440         CLOSE CADPROD
006450         GO TO ROT-TROCAR-EXIT.
006460     OPEN I-O SERIAIS.
006470     IF SER-STATUS NOT = "00"
006480         DISPLAY "ARQUIVO SERIAIS NAO EXISTE"
006490         CLOSE CADPROD
006500         GO TO ROT-TROCAR-EXIT.
006510     MOVE RMA-CODPROD  TO SER-CODPROD.
006520     MOVE W-SERIE-NOVA TO SER-NUMERO.
006530     READ SERIAIS
006540         INVALID KEY
006550             DISPLAY "SERIE NOVA NAO CADASTRADA"
006560             CLOSE SERIAIS CADPROD
006570             GO TO ROT-TROCAR-EXIT.
006580     IF NOT SERIE-EM-ESTOQUE
006590         DISPLAY "SERIE NOVA NAO ESTA EM ESTOQUE"
006600         CLOSE SERIAIS CADPROD
006610         GO TO ROT-TROCAR-EXIT.
006620     MOVE "V"              TO SER-SITUACAO.
006630     MOVE RMA-PEDIDO-VENDA TO SER-PEDIDO-VENDA.
006640     MOVE RMA-NOTA         TO SER-NOTA.
006650     MOVE RMA-DATA-SAIDA   TO SER-DATA-SAIDA.
006660     REWRITE REGSER
006670         INVALID KEY
006680             DISPLAY "ERRO NA BAIXA DA SERIE NOVA"
006690             CLOSE SERIAIS CADPROD
006700             GO TO ROT-TROCAR-EXIT.
006710     CLOSE SERIAIS.
006720     ADD 1 TO QUARENTENA.
006730     REWRITE REGPROD
006740         INVALID KEY
006750             DISPLAY "ERRO NA ATUALIZACAO DA QUARENTENA".
006760     CLOSE CADPROD.
006770     MOVE "-" TO MOV-SINAL.
006780     PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT.
006790     MOVE "+" TO MOV-SINAL.
006800     PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT.
006810     MOVE W-SERIE-NOVA TO RMA-SERIE-NOVA.
006820     MOVE PMEDIO       TO W-CUSTO.
006830     MOVE "S"          TO W-DESFECHO-OK.
006840 ROT-TROCAR-EXIT. EXIT.
006850******************************************************************
006860*    ROT-CREDITAR - O CREDITO AO CLIENTE E A DEVOLUCAO DE VENDA   *
006870*    DO CEP037 SOBRE O PEDIDO DA SERIE, JA LANCADA (ESTOQUE,      *
006880*    ALMOXARIFADO E CRECEBER). AQUI A UNIDADE DEVOLVIDA VAI PARA  *
006890*    A QUARENTENA E O CUSTO E O PRECO CREDITADO                   *
006900******************************************************************
006910 ROT-CREDITAR.
006920     DISPLAY "NUMERO DA DEVOLUCAO DE VENDA (CEP037) =>".
006930     ACCEPT W-DEVOLUCAO-INF.
006940     OPEN INPUT DEVVENDA.
006950     IF DEV-STATUS NOT = "00"
006960         DISPLAY "ARQUIVO DEVVENDA NAO EXISTE - LANCE A"
006970                 " DEVOLUCAO NO CEP037"
006980         GO TO ROT-CREDITAR-EXIT.
006990     MOVE W-DEVOLUCAO-INF TO DV-NUMERO.
007000     READ DEVVENDA
007010         INVALID KEY
007020             DISPLAY "DEVOLUCAO NAO CADASTRADA"
007030             CLOSE DEVVENDA
007040             GO TO ROT-CREDITAR-EXIT.
007050     CLOSE DEVVENDA.
007060     IF DV-NUMERO-PEDIDO NOT = RMA-PEDIDO-VENDA
007070         DISPLAY "DEVOLUCAO NAO E DO PEDIDO " RMA-PEDIDO-VENDA
007080         GO TO ROT-CREDITAR-EXIT.
007090     PERFORM ROT-ACHAR-ITEM-DEV THRU ROT-ACHAR-ITEM-DEV-EXIT.
007100     IF NOT W-ITEM-ACHADO-SIM
007110         DISPLAY "PRODUTO NAO CONSTA NA DEVOLUCAO"
007120         GO TO ROT-CREDITAR-EXIT.
007130     DISPLAY "ALMOXARIFADO DE RETORNO USADO NO CEP037".
007140     PERFORM ROT-DIGITAR-ALM THRU ROT-DIGITAR-ALM-EXIT.
007150     IF NOT W-ALM-ACHADO-SIM
007160         GO TO ROT-CREDITAR-EXIT.
007170     OPEN I-O CADPROD.
007180     IF PROD-STATUS NOT = "00"
007190         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
007200         GO TO ROT-CREDITAR-EXIT.
007210     MOVE RMA-CODPROD TO CODPROD.
007220     READ CADPROD
007230         INVALID KEY
007240             DISPLAY "PRODUTO NAO CADASTRADO"
007250             CLOSE CADPROD
007260             GO TO ROT-CREDITAR-EXIT.
007270     IF QUARENTENA < QUANTIDADE
007280         ADD 1 TO QUARENTENA
007290         REWRITE REGPROD
007300             INVALID KEY
007310                 DISPLAY "ERRO NA ATUALIZACAO DA QUARENTENA"
007320         END-REWRITE.
007330     CLOSE CADPROD.
007340     MOVE W-DEVOLUCAO-INF TO RMA-NUM-DEVVENDA.
007350     MOVE DVI-PRECO       TO W-CUSTO.
007360     MOVE "S"             TO W-DESFECHO-OK.
007370 ROT-CREDITAR-EXIT. EXIT.
007380 ROT-ACHAR-ITEM-DEV.
007390     MOVE "N" TO W-ITEM-ACHADO.
007400     OPEN INPUT DEVITEM.
007410     IF DVI-STATUS NOT = "00"
007420         GO TO ROT-ACHAR-ITEM-DEV-EXIT.
007430     MOVE "N" TO W-EOF.
007440     MOVE W-DEVOLUCAO-INF TO DVI-NUMERO.
007450     MOVE ZERO TO DVI-SEQ.
007460     START DEVITEM KEY IS NOT LESS THAN DVI-CHAVE
007470         INVALID KEY MOVE "S" TO W-EOF.
007480     PERFORM ROT-LER-ITEM-DEV THRU ROT-LER-ITEM-DEV-EXIT
007490         UNTIL W-EOF-SIM OR W-ITEM-ACHADO-SIM.
007500     CLOSE DEVITEM.
007510 ROT-ACHAR-ITEM-DEV-EXIT. EXIT.
007520 ROT-LER-ITEM-DEV.
007530     READ DEVITEM NEXT RECORD
007540         AT END MOVE "S" TO W-EOF.
007550     IF W-EOF-SIM
007560         GO TO ROT-LER-ITEM-DEV-EXIT.
007570     IF DVI-NUMERO NOT = W-DEVOLUCAO-INF
007580         MOVE "S" TO W-EOF
007590         GO TO ROT-LER-ITEM-DEV-EXIT.
007600     IF DVI-CODPROD = RMA-CODPROD
007610         MOVE "S" TO W-ITEM-ACHADO.
007620 ROT-LER-ITEM-DEV-EXIT. EXIT.
007630******************************************************************
007640*    ROT-RECOLHER-SERIE - SERIE DEFEITUOSA PASSA A "G" (RECOLHIDA *
007650*    EM GARANTIA)                                                 *
007660******************************************************************
007670 ROT-RECOLHER-SERIE.
007680     OPEN I-O SERIAIS.
007690     IF SER-STATUS NOT = "00"
007700         GO TO ROT-RECOLHER-SERIE-EXIT.
007710     MOVE RMA-CODPROD TO SER-CODPROD.
007720     MOVE RMA-SERIE   TO SER-NUMERO.
007730     READ SERIAIS
007740         INVALID KEY
007750             DISPLAY "SERIE DEFEITUOSA NAO ENCONTRADA"
007760             CLOSE SERIAIS
007770             GO TO ROT-RECOLHER-SERIE-EXIT.
007780     MOVE "G" TO SER-SITUACAO.
007790     REWRITE REGSER
007800         INVALID KEY
007810             DISPLAY "ERRO NA ATUALIZACAO DA SERIE DEFEITUOSA".
007820     CLOSE SERIAIS.
007830 ROT-RECOLHER-SERIE-EXIT. EXIT.
007840******************************************************************
007850*    ROT-DIGITAR-ALM - ALMOXARIFADO DA TROCA OU DO RETORNO        *
007860******************************************************************
007870 ROT-DIGITAR-ALM.
007880     MOVE "N" TO W-ALM-ACHADO.
007890     DISPLAY "ALMOXARIFADO (CODIGO) =>".
007900     ACCEPT W-CODALM-INF.
007910     OPEN INPUT CADALM.
007920     IF ALM-STATUS NOT = "00"
007930         DISPLAY "ARQUIVO DE ALMOXARIFADOS NAO EXISTE"
007940         GO TO ROT-DIGITAR-ALM-EXIT.
007950     MOVE W-CODALM-INF TO ALM-CODIGO.
007960     READ CADALM
007970         INVALID KEY
007980             DISPLAY "ALMOXARIFADO NAO CADASTRADO"
007990         NOT INVALID KEY
008000             MOVE "S" TO W-ALM-ACHADO
008010             DISPLAY "ALMOXARIFADO: " ALM-DESCRICAO.
008020     CLOSE CADALM.
008030 ROT-DIGITAR-ALM-EXIT. EXIT.
008040******************************************************************
008050*    ROT-GRAVAR-MOV - MOVIMENTO "G" DA TROCA, UMA UNIDADE PELO    *
008060*    CUSTO MEDIO (SINAL JA MOVIDO PELO CHAMADOR)                  *
008070******************************************************************
008080 ROT-GRAVAR-MOV.
008090     MOVE RMA-CODPROD  TO MOV-CODPROD.
008100     MOVE "G"          TO MOV-TIPO.
008110     MOVE 1            TO MOV-QUANTIDADE.
008120     MOVE PMEDIO       TO MOV-PRECO.
008130     MOVE W-DIA-ATUAL  TO MOV-DIA.
008140     MOVE W-MES-ATUAL  TO MOV-MES.
008150     MOVE W-ANO-ATUAL  TO MOV-ANO.
008160     MOVE W-CODALM-INF TO MOV-CODALM.
008170     MOVE ZERO         TO MOV-CODDEPC.
008180     OPEN EXTEND MOVESTQ.
008190     IF MOV-STATUS = "35"
008200         OPEN OUTPUT MOVESTQ.
008210     MOVE REGMOV TO MVX-MOVIMENTO.
008210     WRITE REGMOV.
008220     CLOSE MOVESTQ.
008220     MOVE "G" TO MVX-ACAO.
008220     CALL "MVX000" USING MVX-PARAMETROS-AREA.
008230 ROT-GRAVAR-MOV-EXIT. EXIT.
008240******************************************************************
008250*    ROT-CONSULTAR - EXIBE UMA RMA                                *
008260******************************************************************
008270 ROT-CONSULTAR.
008280     PERFORM ROT-LER-RMA THRU ROT-LER-RMA-EXIT.
008290     IF RMA-STATUS = "00"
008300         CLOSE RMAGAR.
008310 ROT-CONSULTAR-EXIT. EXIT.
008320******************************************************************
008330*    ROT-RELATORIO - TAXA DE FALHA (RMAS PROCEDENTES SOBRE        *
008340*    UNIDADES VENDIDAS) POR PRODUTO E POR FORNECEDOR, DESDE O     *
008350*    INICIO, E CUSTO DE GARANTIA POR MES DE CONCLUSAO NO ANO      *
008360*    INFORMADO (REPRMA)                                           *
008370******************************************************************
008380 ROT-RELATORIO.
008390     DISPLAY "ANO DO CUSTO MENSAL (4 DIGITOS) =>".
008400     ACCEPT W-ANO-INF.
008410     OPEN INPUT SERIAIS.
008420     IF SER-STATUS NOT = "00"
008430         DISPLAY "ARQUIVO SERIAIS NAO EXISTE"
008440         GO TO ROT-RELATORIO-EXIT.
008450     OPEN INPUT CADPROD.
008460     MOVE ZERO TO W-QTDE-TP W-QTDE-TF.
008470     MOVE ZERO TO W-TOT-CUSTO-ANO W-TOT-CONCL-ANO.
008480     PERFORM ROT-ZERAR-MES THRU ROT-ZERAR-MES-EXIT
008490         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 12.
008500     MOVE "N" TO W-EOF.
008510     PERFORM ROT-CONTAR-VENDIDAS THRU ROT-CONTAR-VENDIDAS-EXIT
008520         UNTIL W-EOF-SIM.
008530     CLOSE SERIAIS.
008540     OPEN INPUT RMAGAR.
008550     IF RMA-STATUS = "00"
008560         MOVE "N" TO W-EOF
008570         PERFORM ROT-SOMAR-RMA THRU ROT-SOMAR-RMA-EXIT
008580             UNTIL W-EOF-SIM
008590         CLOSE RMAGAR.
008600     IF PROD-STATUS = "00"
008610         CLOSE CADPROD.
008620     PERFORM ROT-SOMAR-FORN THRU ROT-SOMAR-FORN-EXIT
008630         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDE-TP.
008640     PERFORM ROT-IMPRIMIR THRU ROT-IMPRIMIR-EXIT.
008650     DISPLAY "RELATORIO GRAVADO EM REPRMA".
008660 ROT-RELATORIO-EXIT. EXIT.
008670 ROT-ZERAR-MES.
008680     MOVE ZERO TO W-TM-CONCLUIDAS (W-IDX) W-TM-REPAROS (W-IDX)
008690                  W-TM-TROCAS (W-IDX) W-TM-CREDITOS (W-IDX)
008700                  W-TM-CUSTO (W-IDX).
008710 ROT-ZERAR-MES-EXIT. EXIT.
008720******************************************************************
008730*    ROT-CONTAR-VENDIDAS - SERIAIS VEM EM ORDEM DE PRODUTO; CADA  *
008740*    PRODUTO NOVO COM SERIE JA VENDIDA GANHA UMA ENTRADA NA       *
008750*    TABELA                                                       *
008760******************************************************************
008770 ROT-CONTAR-VENDIDAS.
008780     READ SERIAIS NEXT RECORD
008790         AT END MOVE "S" TO W-EOF.
008800     IF W-EOF-SIM
008810         GO TO ROT-CONTAR-VENDIDAS-EXIT.
008820     IF SER-DATA-SAIDA = ZERO
008830         GO TO ROT-CONTAR-VENDIDAS-EXIT.
008840     IF W-QTDE-TP = ZERO
008850         PERFORM ROT-NOVO-PROD THRU ROT-NOVO-PROD-EXIT
008860     ELSE
008870         IF W-TP-CODPROD (W-QTDE-TP) NOT = SER-CODPROD
008880             PERFORM ROT-NOVO-PROD THRU ROT-NOVO-PROD-EXIT
008890         END-IF
008900     END-IF.
008910     IF W-TP-CODPROD (W-QTDE-TP) = SER-CODPROD
008920         ADD 1 TO W-TP-VENDIDAS (W-QTDE-TP).
008930 ROT-CONTAR-VENDIDAS-EXIT. EXIT.
008940 ROT-NOVO-PROD.
008950     IF W-QTDE-TP NOT < 300
008960         DISPLAY "MAIS DE 300 PRODUTOS COM SERIE - PRODUTO "
008970                 SER-CODPROD " FORA DO RELATORIO"
008980         GO TO ROT-NOVO-PROD-EXIT.
008990     ADD 1 TO W-QTDE-TP.
009000     MOVE SER-CODPROD TO W-TP-CODPROD (W-QTDE-TP).
009010     MOVE SPACES TO W-TP-DESCPROD (W-QTDE-TP).
009020     MOVE ZERO TO W-TP-CODFORN (W-QTDE-TP)
009030                  W-TP-VENDIDAS (W-QTDE-TP)
009040                  W-TP-RMAS (W-QTDE-TP)
009050                  W-TP-PROCED (W-QTDE-TP)
009060                  W-TP-CUSTO (W-QTDE-TP).
009070     IF PROD-STATUS = "00"
009080         MOVE SER-CODPROD TO CODPROD
009090         READ CADPROD
009100             NOT INVALID KEY
009110                 MOVE DESCPROD TO W-TP-DESCPROD (W-QTDE-TP)
009120                 MOVE CODFORN  TO W-TP-CODFORN (W-QTDE-TP)
009130         END-READ.
009140 ROT-NOVO-PROD-EXIT. EXIT.
009150******************************************************************
009160*    ROT-SOMAR-RMA - CONTA A RMA NO PRODUTO (PROCEDENTE = DEFEITO *
009170*    DE FABRICACAO), SOMA O CUSTO E, SE CONCLUIDA NO ANO PEDIDO,  *
009180*    LANCA NO MES DA CONCLUSAO                                    *
009190******************************************************************
009200 ROT-SOMAR-RMA.
009210     READ RMAGAR NEXT RECORD
009220         AT END MOVE "S" TO W-EOF.
009230     IF W-EOF-SIM
009240         GO TO ROT-SOMAR-RMA-EXIT.
009250     MOVE ZERO TO W-ACHOU.
009260     PERFORM ROT-ACHAR-PROD THRU ROT-ACHAR-PROD-EXIT
009270         VARYING W-IDX FROM 1 BY 1
009280         UNTIL W-IDX > W-QTDE-TP OR W-ACHOU > ZERO.
009290     IF W-ACHOU > ZERO
009300         ADD 1 TO W-TP-RMAS (W-ACHOU)
009310         IF RMA-CAUSA-FABRICACAO
009320             ADD 1 TO W-TP-PROCED (W-ACHOU)
009330         END-IF
009340         IF RMA-CONCLUIDA
009350             ADD RMA-CUSTO TO W-TP-CUSTO (W-ACHOU)
009360         END-IF
009370     END-IF.
009380     IF NOT RMA-CONCLUIDA
009390         GO TO ROT-SOMAR-RMA-EXIT.
009400     MOVE RMA-DATA-CONCLUSAO TO W-DATA-AUX.
009410     IF W-ANO-AUX NOT = W-ANO-INF
009420         OR W-MES-AUX < 1 OR W-MES-AUX > 12
009430         GO TO ROT-SOMAR-RMA-EXIT.
009440     ADD 1 TO W-TM-CONCLUIDAS (W-MES-AUX).
009450     ADD RMA-CUSTO TO W-TM-CUSTO (W-MES-AUX).
009460     IF RMA-REPARO
009470         ADD 1 TO W-TM-REPAROS (W-MES-AUX).
009480     IF RMA-TROCA
009490         ADD 1 TO W-TM-TROCAS (W-MES-AUX).
009500     IF RMA-CREDITO
009510         ADD 1 TO W-TM-CREDITOS (W-MES-AUX).
009520 ROT-SOMAR-RMA-EXIT. EXIT.
009530 ROT-ACHAR-PROD.
009540     IF W-TP-CODPROD (W-IDX) = RMA-CODPROD
009550         MOVE W-IDX TO W-ACHOU.
009560 ROT-ACHAR-PROD-EXIT. EXIT.
009570******************************************************************
009580*    ROT-SOMAR-FORN - ACUMULA O PRODUTO NO SEU FORNECEDOR         *
009590******************************************************************
009600 ROT-SOMAR-FORN.
009610     MOVE ZERO TO W-ACHOU.
009620     PERFORM ROT-ACHAR-FORN THRU ROT-ACHAR-FORN-EXIT
009630         VARYING W-IDX-F FROM 1 BY 1
009640         UNTIL W-IDX-F > W-QTDE-TF OR W-ACHOU > ZERO.
009650     IF W-ACHOU = ZERO
009660         IF W-QTDE-TF NOT < 100
009670             DISPLAY "MAIS DE 100 FORNECEDORES - FORNECEDOR "
009680                     W-TP-CODFORN (W-IDX) " FORA DO RELATORIO"
009690             GO TO ROT-SOMAR-FORN-EXIT
009700         END-IF
009710         ADD 1 TO W-QTDE-TF
009720         MOVE W-QTDE-TF TO W-ACHOU
009730         MOVE W-TP-CODFORN (W-IDX) TO W-TF-CODFORN (W-ACHOU)
009740         MOVE ZERO TO W-TF-VENDIDAS (W-ACHOU)
009750                      W-TF-RMAS (W-ACHOU)
009760                      W-TF-PROCED (W-ACHOU)
009770                      W-TF-CUSTO (W-ACHOU)
009780     END-IF.
009790     ADD W-TP-VENDIDAS (W-IDX) TO W-TF-VENDIDAS (W-ACHOU).
009800     ADD W-TP-RMAS (W-IDX)     TO W-TF-RMAS (W-ACHOU).
009810     ADD W-TP-PROCED (W-IDX)   TO W-TF-PROCED (W-ACHOU).
009820     ADD W-TP-CUSTO (W-IDX)    TO W-TF-CUSTO (W-ACHOU).
009830 ROT-SOMAR-FORN-EXIT. EXIT.
009840 ROT-ACHAR-FORN.
009850     IF W-TF-CODFORN (W-IDX-F) = W-TP-CODFORN (W-IDX)
009860         MOVE W-IDX-F TO W-ACHOU.
009870 ROT-ACHAR-FORN-EXIT. EXIT.
009880******************************************************************
009890*    ROT-IMPRIMIR - GRAVA AS TRES PARTES DO REPRMA                *
009900******************************************************************
009910 ROT-IMPRIMIR.
009920     PERFORM ROT-DATA-ATUAL THRU ROT-DATA-ATUAL-EXIT.
009930     OPEN OUTPUT REPRMA.
009940     MOVE W-DIA-ATUAL TO CR1-DIA.
009950     MOVE W-MES-ATUAL TO CR1-MES.
009960     MOVE W-ANO-ATUAL TO CR1-ANO.
009970     WRITE REG-RELAT FROM CAB-RMA1.
009980     MOVE SPACES TO REG-RELAT.
009990     WRITE REG-RELAT.
010000     WRITE REG-RELAT FROM CAB-PROD1.
010010     WRITE REG-RELAT FROM CAB-PROD2.
010020     PERFORM ROT-IMPRIMIR-PROD THRU ROT-IMPRIMIR-PROD-EXIT
010030         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDE-TP.
010040     MOVE SPACES TO REG-RELAT.
010050     WRITE REG-RELAT.
010060     WRITE REG-RELAT FROM CAB-FORN1.
010070     WRITE REG-RELAT FROM CAB-FORN2.
010080     OPEN INPUT CADPARCEIRO.
010090     PERFORM ROT-IMPRIMIR-FORN THRU ROT-IMPRIMIR-FORN-EXIT
010100         VARYING W-IDX-F FROM 1 BY 1 UNTIL W-IDX-F > W-QTDE-TF.
010110     IF PARC-STATUS = "00"
010120         CLOSE CADPARCEIRO.
010130     MOVE SPACES TO REG-RELAT.
010140     WRITE REG-RELAT.
010150     MOVE W-ANO-INF TO CM1-ANO.
010160     WRITE REG-RELAT FROM CAB-MES1.
010170     WRITE REG-RELAT FROM CAB-MES2.
010180     PERFORM ROT-IMPRIMIR-MES THRU ROT-IMPRIMIR-MES-EXIT
010190         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 12.
010200     MOVE W-TOT-CONCL-ANO TO LTM-CONCLUIDAS.
010210     MOVE W-TOT-CUSTO-ANO TO LTM-CUSTO.
010220     WRITE REG-RELAT FROM LIN-TOT-MES.
010230     CLOSE REPRMA.
010240 ROT-IMPRIMIR-EXIT. EXIT.
010250 ROT-IMPRIMIR-PROD.
010260     MOVE ZERO TO W-TAXA.
010270     IF W-TP-VENDIDAS (W-IDX) > ZERO
010280         COMPUTE W-TAXA ROUNDED = (W-TP-PROCED (W-IDX) * 100)
010290             / W-TP-VENDIDAS (W-IDX).
010300     MOVE W-TP-CODPROD (W-IDX)  TO LPR-CODPROD.
010310     MOVE W-TP-DESCPROD (W-IDX) TO LPR-DESCPROD.
010320     MOVE W-TP-CODFORN (W-IDX)  TO LPR-CODFORN.
010330     MOVE W-TP-VENDIDAS (W-IDX) TO LPR-VENDIDAS.
010340     MOVE W-TP-RMAS (W-IDX)     TO LPR-RMAS.
010350     MOVE W-TP-PROCED (W-IDX)   TO LPR-PROCED.
010360     MOVE W-TAXA                TO LPR-TAXA.
010370     MOVE W-TP-CUSTO (W-IDX)    TO LPR-CUSTO.
010380     WRITE REG-RELAT FROM LIN-PROD.
010390 ROT-IMPRIMIR-PROD-EXIT. EXIT.
010400 ROT-IMPRIMIR-FORN.
010410     MOVE ZERO TO W-TAXA.
010420     IF W-TF-VENDIDAS (W-IDX-F) > ZERO
010430         COMPUTE W-TAXA ROUNDED = (W-TF-PROCED (W-IDX-F) * 100)
010440             / W-TF-VENDIDAS (W-IDX-F).
010450     MOVE SPACES TO NOME.
010460     IF PARC-STATUS = "00"
010470         MOVE W-TF-CODFORN (W-IDX-F) TO CODIGO
010480         READ CADPARCEIRO
010490             INVALID KEY MOVE SPACES TO NOME
010500         END-READ.
010510     MOVE W-TF-CODFORN (W-IDX-F)  TO LFO-CODFORN.
010520     MOVE NOME                    TO LFO-NOME.
010530     MOVE W-TF-VENDIDAS (W-IDX-F) TO LFO-VENDIDAS.
010540     MOVE W-TF-RMAS (W-IDX-F)     TO LFO-RMAS.
010550     MOVE W-TF-PROCED (W-IDX-F)   TO LFO-PROCED.
010560     MOVE W-TAXA                  TO LFO-TAXA.
010570     MOVE W-TF-CUSTO (W-IDX-F)    TO LFO-CUSTO.
010580     WRITE REG-RELAT FROM LIN-FORN.
010590 ROT-IMPRIMIR-FORN-EXIT. EXIT.
010600 ROT-IMPRIMIR-MES.
010610     MOVE W-IDX                  TO LME-MES.
010620     MOVE W-TM-CONCLUIDAS (W-IDX) TO LME-CONCLUIDAS.
010630     MOVE W-TM-REPAROS (W-IDX)   TO LME-REPAROS.
010640     MOVE W-TM-TROCAS (W-IDX)    TO LME-TROCAS.
010650     MOVE W-TM-CREDITOS (W-IDX)  TO LME-CREDITOS.
010660     MOVE W-TM-CUSTO (W-IDX)     TO LME-CUSTO.
010670     WRITE REG-RELAT FROM LIN-MES.
010680     ADD W-TM-CONCLUIDAS (W-IDX) TO W-TOT-CONCL-ANO.
010690     ADD W-TM-CUSTO (W-IDX)      TO W-TOT-CUSTO-ANO.
010700 ROT-IMPRIMIR-MES-EXIT. EXIT.
