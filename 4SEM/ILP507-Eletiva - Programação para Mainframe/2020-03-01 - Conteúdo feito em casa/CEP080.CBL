000010******************************************************************
000020* PROGRAM-ID : CEP080                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-11                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : INSPECAO DE QUALIDADE DO RECEBIMENTO (INSPEC) -    *
000080*              A ENTRADA DE PRODUTO COM INSPECAO OBRIGATORIA      *
000090*              (CEP016 OU CEP004) FICA EM QUARENTENA NO CADPROD,  *
000100*              FORA DO DISPONIVEL PARA VENDA E SEPARACAO. O       *
000110*              INSPETOR REGISTRA AQUI AS QUANTIDADES APROVADA E   *
000120*              REJEITADA E O MOTIVO: O APROVADO SAI DA QUARENTENA *
000130*              PARA O ESTOQUE NORMAL, E O REJEITADO CONTINUA      *
000140*              BLOQUEADO ATE A DEVOLUCAO AO FORNECEDOR PELO       *
000150*              CEP062 (OPCAO 4). RELATORIO DA MERCADORIA PARADA   *
000160*              EM QUARENTENA (REPQUAR); A TAXA DE REJEICAO POR    *
000170*              FORNECEDOR SAI NO DESEMPENHO DO CEP059.            *
000180*-----------------------------------------------------------------*
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-10-11 BH        VERSAO INICIAL                             *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CEP080.
000250 AUTHOR. BRUNO HARNIK.
000260 INSTALLATION. FATEC.
000270 DATE-WRITTEN. 2026-10-11.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT INSPEC ASSIGN TO "INSPEC"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS IS-CHAVE
000390         FILE STATUS IS INS-STATUS.
000400     SELECT CADPROD ASSIGN TO "CADPROD"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CODPROD
000440         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000450         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000460         FILE STATUS IS PROD-STATUS.
000470     SELECT REPQUAR ASSIGN TO "REPQUAR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS REL-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  INSPEC
000530     LABEL RECORDS ARE STANDARD.
000540     COPY REGINS.
000550 FD  CADPROD
000560     LABEL RECORDS ARE STANDARD.
000570     COPY REGPROD.
000580 FD  REPQUAR
000590     LABEL RECORDS ARE STANDARD.
000600 01  REG-RELAT                   PIC X(100).
000610 WORKING-STORAGE SECTION.
000620 01  INS-STATUS                  PIC X(02).
000630 01  PROD-STATUS                 PIC X(02).
000640 01  REL-STATUS                  PIC X(02).
000650 COPY GERPARM.
000660 01  W-SWITCHES.
000670     05  W-FIM                   PIC X(01) VALUE "N".
000680         88  W-FIM-SIM           VALUE "S".
000690     05  W-EOF                   PIC X(01).
000700         88  W-EOF-SIM           VALUE "S".
000710 01  W-OPCAO                     PIC X(01).
000720 01  W-CONF                      PIC X(01).
000730 01  W-CODPROD-INF               PIC 9(08).
000740 01  W-SEQ-INF                   PIC 9(05).
000750 01  W-QTDE-APROVADA             PIC 9(07).
000760 01  W-QTDE-REJEITADA            PIC 9(07).
000770 01  W-INSPETOR-INF              PIC X(08).
000780 01  W-MOTIVO-INF                PIC X(30).
000790 01  W-QTDE-LISTADAS             PIC 9(04).
000800 01  W-QTDE-PARADA               PIC 9(07).
000810 01  W-TOT-PARADA                PIC 9(09).
000820 01  W-HOJE-NUM                  PIC 9(08).
000830 01  W-DIAS-HOJE                 PIC 9(07).
000840 01  W-DIAS-REC                  PIC 9(07).
000850 01  W-DATA-REC-AUX.
000860     05  W-REC-ANO               PIC 9(04).
000870     05  W-REC-MES               PIC 9(02).
000880     05  W-REC-DIA               PIC 9(02).
000890 01  W-DATA-REC-NUM REDEFINES W-DATA-REC-AUX
000900                                 PIC 9(08).
000910 01  W-DATA-SISTEMA.
000920     05  W-DTSIS-ANO             PIC 9(04).
000930     05  W-DTSIS-MES             PIC 9(02).
000940     05  W-DTSIS-DIA             PIC 9(02).
000950******************************************************************
000960*    LINHAS DO RELATORIO DE QUARENTENA                            *
000970******************************************************************
000980 01  CAB-QUAR1.
000990     05  FILLER                  PIC X(40) VALUE
001000         "MERCADORIA EM QUARENTENA - POSICAO EM ".
001010     05  CQ1-DIA                 PIC 9(02).
001020     05  FILLER                  PIC X(01) VALUE "/".
001030     05  CQ1-MES                 PIC 9(02).
001040     05  FILLER                  PIC X(01) VALUE "/".
001050     05  CQ1-ANO                 PIC 9(04).
001060 01  CAB-QUAR2                   PIC X(100) VALUE
001070     "PRODUTO  SEQ   DESCRICAO                      AL FORN PEDIDO
001080-    "    QUANTIDADE DIAS SITUACAO".
001090 01  LIN-QUAR.
001100     05  LQ-CODPROD              PIC 9(08).
001110     05  FILLER                  PIC X(01) VALUE SPACE.
001120     05  LQ-SEQ                  PIC 9(05).
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001140     05  LQ-DESCPROD             PIC X(30).
001150     05  FILLER                  PIC X(01) VALUE SPACE.
001160     05  LQ-CODALM               PIC 9(02).
001170     05  FILLER                  PIC X(01) VALUE SPACE.
001180     05  LQ-CODFORN              PIC 9(04).
001190     05  FILLER                  PIC X(01) VALUE SPACE.
001200     05  LQ-PEDIDO               PIC 9(08).
001210     05  FILLER                  PIC X(01) VALUE SPACE.
001220     05  LQ-QTDE                 PIC ZZZZZZZZZZ9.
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240     05  LQ-DIAS                 PIC ZZZ9.
001250     05  FILLER                  PIC X(01) VALUE SPACE.
001260     05  LQ-SITUACAO             PIC X(19).
001270 01  LIN-TOT-QUAR.
001280     05  FILLER                  PIC X(30) VALUE
001290         "REGISTROS EM QUARENTENA.....: ".
001300     05  LTQ-REGISTROS           PIC ZZZ9.
001310     05  FILLER                  PIC X(21) VALUE
001320         "   UNIDADES PARADAS: ".
001330     05  LTQ-UNIDADES            PIC ZZZZZZZZ9.
001340 PROCEDURE DIVISION.
001350******************************************************************
001360*    0000-MAINLINE                                                *
001370******************************************************************
001380 0000-MAINLINE.
001390     MOVE "V" TO GPR-ACAO.
001400     CALL "GER000" USING GER-PARAMETROS-AREA.
001410     IF NOT GPR-AMBIENTE-OK
001420         GOBACK.
001430     PERFORM 2000-MENU THRU 2000-EXIT
001440         UNTIL W-FIM-SIM.
001450     GOBACK.
001460 2000-MENU.
001470     DISPLAY " ".
001480     DISPLAY "CEP080 - INSPECAO DE QUALIDADE DO RECEBIMENTO".
001490     DISPLAY "1-INSPECIONAR   2-PENDENTES DO PRODUTO".
001500     DISPLAY "3-RELATORIO DE QUARENTENA   9-FIM".
001510     ACCEPT W-OPCAO.
001520     EVALUATE W-OPCAO
001530         WHEN "1"
001540             PERFORM ROT-INSPECIONAR THRU ROT-INSPECIONAR-EXIT
001550         WHEN "2"
001560             PERFORM ROT-PENDENTES THRU ROT-PENDENTES-EXIT
001570         WHEN "3"
001580             PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
001590         WHEN "9"
001600             MOVE "S" TO W-FIM
001610         WHEN OTHER
001620             DISPLAY "OPCAO INVALIDA"
001630     END-EVALUATE.
001640 2000-EXIT. EXIT.
001650******************************************************************
001660*    ROT-INSPECIONAR - RESULTADO DA INSPECAO DE UMA ENTRADA EM    *
001670*    QUARENTENA: APROVADO + REJEITADO = RECEBIDO. O APROVADO SAI  *
001680*    DA QUARENTENA DO CADPROD; O REJEITADO FICA "D" PARA A        *
001690*    DEVOLUCAO DO CEP062, AINDA BLOQUEADO                         *
001700******************************************************************
001710 ROT-INSPECIONAR.
001720     DISPLAY "CODIGO DO PRODUTO =>".
001730     ACCEPT W-CODPROD-INF.
001740     DISPLAY "SEQUENCIA DA ENTRADA (VER OPCAO 2) =>".
001750     ACCEPT W-SEQ-INF.
001760     OPEN I-O INSPEC.
001770     IF INS-STATUS NOT = "00"
001780         DISPLAY "NENHUMA ENTRADA EM QUARENTENA"
001790         GO TO ROT-INSPECIONAR-EXIT.
001800     MOVE W-CODPROD-INF TO IS-CODPROD.
001810     MOVE W-SEQ-INF     TO IS-SEQ.
001820     READ INSPEC
001830         INVALID KEY
001840             DISPLAY "ENTRADA NAO ENCONTRADA"
001850             CLOSE INSPEC
001860             GO TO ROT-INSPECIONAR-EXIT.
001870     IF NOT IS-PENDENTE
001880         DISPLAY "ENTRADA JA INSPECIONADA POR " IS-INSPETOR
001890         CLOSE INSPEC
001900         GO TO ROT-INSPECIONAR-EXIT.
001910     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
001920     DISPLAY "QUANTIDADE APROVADA =>".
001930     ACCEPT W-QTDE-APROVADA.
001940     IF W-QTDE-APROVADA > IS-QTDE-RECEBIDA
001950         DISPLAY "APROVADO MAIOR QUE O RECEBIDO"
001960         CLOSE INSPEC
001970         GO TO ROT-INSPECIONAR-EXIT.
001980     COMPUTE W-QTDE-REJEITADA =
001990         IS-QTDE-RECEBIDA - W-QTDE-APROVADA.
002000     DISPLAY "QUANTIDADE REJEITADA: " W-QTDE-REJEITADA.
002010     MOVE SPACES TO W-MOTIVO-INF.
002020     IF W-QTDE-REJEITADA > ZERO
002030         PERFORM ROT-DIGITAR-MOTIVO
002040             THRU ROT-DIGITAR-MOTIVO-EXIT.
002050     PERFORM ROT-DIGITAR-INSPETOR
002060         THRU ROT-DIGITAR-INSPETOR-EXIT.
002070     DISPLAY "CONFIRMA A INSPECAO (S/N) ==>".
002080     ACCEPT W-CONF.
002090     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002100         DISPLAY "INSPECAO CANCELADA"
002110         CLOSE INSPEC
002120         GO TO ROT-INSPECIONAR-EXIT.
002130     IF W-QTDE-APROVADA > ZERO
002140         PERFORM ROT-LIBERAR-QUARENTENA
002150             THRU ROT-LIBERAR-QUARENTENA-EXIT.
002160     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
002170     COMPUTE W-HOJE-NUM = (W-DTSIS-ANO * 10000)
002180         + (W-DTSIS-MES * 100) + W-DTSIS-DIA.
002190     MOVE W-QTDE-APROVADA  TO IS-QTDE-APROVADA.
002200     MOVE W-QTDE-REJEITADA TO IS-QTDE-REJEITADA.
002210     MOVE W-INSPETOR-INF   TO IS-INSPETOR.
002220     MOVE W-MOTIVO-INF     TO IS-MOTIVO.
002230     MOVE W-HOJE-NUM       TO IS-DATA-INSP.
002240     IF W-QTDE-REJEITADA > ZERO
002250         MOVE "D" TO IS-SITUACAO
002260     ELSE
002270         MOVE "C" TO IS-SITUACAO.
002280     REWRITE REGINS
002290         INVALID KEY
002300             DISPLAY "ERRO NA GRAVACAO DA INSPECAO"
002310             CLOSE INSPEC
002320             GO TO ROT-INSPECIONAR-EXIT.
002330     CLOSE INSPEC.
002340     DISPLAY "*** INSPECAO REGISTRADA ***".
002350     IF W-QTDE-REJEITADA > ZERO
002360         DISPLAY "REJEITADO SEGUE EM QUARENTENA ATE A DEVOLUCAO"
002370         DISPLAY "AO FORNECEDOR (CEP062, OPCAO 4)".
002380 ROT-INSPECIONAR-EXIT. EXIT.
002390 ROT-DIGITAR-MOTIVO.
002400     DISPLAY "MOTIVO DA REJEICAO =>".
002410     ACCEPT W-MOTIVO-INF.
002420     IF W-MOTIVO-INF = SPACES
002430         DISPLAY "MOTIVO OBRIGATORIO NA REJEICAO"
002440         GO TO ROT-DIGITAR-MOTIVO.
002450 ROT-DIGITAR-MOTIVO-EXIT. EXIT.
002460 ROT-DIGITAR-INSPETOR.
002470     DISPLAY "INSPETOR (CODIGO) =>".
002480     ACCEPT W-INSPETOR-INF.
002490     IF W-INSPETOR-INF = SPACES
002500         DISPLAY "INFORME O INSPETOR"
002510         GO TO ROT-DIGITAR-INSPETOR.
002520 ROT-DIGITAR-INSPETOR-EXIT. EXIT.
002530******************************************************************
002540*    ROT-LIBERAR-QUARENTENA - O APROVADO VOLTA AO DISPONIVEL (A   *
002550*    QUANTIDADE FISICA JA ESTA NO CADPROD E NO SALDOALM DESDE O   *
002560*    RECEBIMENTO; SO A QUARENTENA BAIXA)                          *
002570******************************************************************
002580 ROT-LIBERAR-QUARENTENA.
002590     OPEN I-O CADPROD.
002600     IF PROD-STATUS NOT = "00"
002610         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
002620         GO TO ROT-LIBERAR-QUARENTENA-EXIT.
002630     MOVE IS-CODPROD TO CODPROD.
002640     READ CADPROD
002650         INVALID KEY
002660             DISPLAY "PRODUTO NAO CADASTRADO"
002670             CLOSE CADPROD
002680             GO TO ROT-LIBERAR-QUARENTENA-EXIT.
002690     IF QUARENTENA < W-QTDE-APROVADA
002700         MOVE ZERO TO QUARENTENA
002710     ELSE
002720         SUBTRACT W-QTDE-APROVADA FROM QUARENTENA.
002730     REWRITE REGPROD
002740         INVALID KEY
002750             DISPLAY "ERRO NA LIBERACAO DA QUARENTENA".
002760     CLOSE CADPROD.
002770     DISPLAY "LIBERADO PARA O ESTOQUE NORMAL: " W-QTDE-APROVADA.
002780 ROT-LIBERAR-QUARENTENA-EXIT. EXIT.
002790 ROT-EXIBIR.
002800     DISPLAY "PRODUTO.....: " IS-CODPROD " SEQ " IS-SEQ.
002810     DISPLAY "ALMOXARIFADO: " IS-CODALM.
002820     DISPLAY "FORNECEDOR..: " IS-CODFORN
002830             "  PEDIDO " IS-PEDIDO.
002840     DISPLAY "RECEBIDO EM.: " IS-DATA-REC
002850             "  QUANTIDADE " IS-QTDE-RECEBIDA.
002860 ROT-EXIBIR-EXIT. EXIT.
002870******************************************************************
002880*    ROT-PENDENTES - ENTRADAS DO PRODUTO AINDA EM QUARENTENA      *
002890******************************************************************
002900 ROT-PENDENTES.
002910     DISPLAY "CODIGO DO PRODUTO =>".
002920     ACCEPT W-CODPROD-INF.
002930     OPEN INPUT INSPEC.
002940     IF INS-STATUS NOT = "00"
002950         DISPLAY "NENHUMA ENTRADA EM QUARENTENA"
002960         GO TO ROT-PENDENTES-EXIT.
002970     MOVE ZERO TO W-QTDE-LISTADAS.
002980     MOVE "N" TO W-EOF.
002990     MOVE W-CODPROD-INF TO IS-CODPROD.
003000     MOVE ZERO          TO IS-SEQ.
003010     START INSPEC KEY IS NOT LESS THAN IS-CHAVE
003020         INVALID KEY MOVE "S" TO W-EOF.
003030     PERFORM ROT-LISTAR-PENDENTE THRU ROT-LISTAR-PENDENTE-EXIT
003040         UNTIL W-EOF-SIM.
003050     CLOSE INSPEC.
003060     DISPLAY "ENTRADAS EM QUARENTENA: " W-QTDE-LISTADAS.
003070 ROT-PENDENTES-EXIT. EXIT.
003080 ROT-LISTAR-PENDENTE.
003090     READ INSPEC NEXT RECORD
003100         AT END MOVE "S" TO W-EOF.
003110     IF W-EOF-SIM
003120         GO TO ROT-LISTAR-PENDENTE-EXIT.
003130     IF IS-CODPROD NOT = W-CODPROD-INF
003140         MOVE "S" TO W-EOF
003150         GO TO ROT-LISTAR-PENDENTE-EXIT.
003160     IF IS-CONCLUIDA
003170         GO TO ROT-LISTAR-PENDENTE-EXIT.
003180     IF IS-PENDENTE
003190         DISPLAY "SEQ " IS-SEQ " ALM " IS-CODALM
003200                 " RECEBIDO " IS-DATA-REC
003210                 " QTDE " IS-QTDE-RECEBIDA " AGUARDA INSPECAO"
003220     ELSE
003230         DISPLAY "SEQ " IS-SEQ " ALM " IS-CODALM
003240                 " REJEITADO " IS-QTDE-REJEITADA
003250                 " AGUARDA DEVOLUCAO".
003260     ADD 1 TO W-QTDE-LISTADAS.
003270 ROT-LISTAR-PENDENTE-EXIT. EXIT.
003280******************************************************************
003290*    ROT-RELATORIO - MERCADORIA PARADA EM QUARENTENA (INSPECAO    *
003300*    PENDENTE OU REJEITADO AGUARDANDO DEVOLUCAO), COM OS DIAS     *
003310*    DESDE O RECEBIMENTO (MES COMERCIAL, COMO NO CEP059)          *
003320******************************************************************
003330 ROT-RELATORIO.
003340     OPEN INPUT INSPEC.
003350     IF INS-STATUS NOT = "00"
003360         DISPLAY "NENHUMA ENTRADA EM QUARENTENA"
003370         GO TO ROT-RELATORIO-EXIT.
003380     OPEN INPUT CADPROD.
003390     OPEN OUTPUT REPQUAR.
003400     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
003410     COMPUTE W-DIAS-HOJE = (W-DTSIS-ANO * 360)
003420         + (W-DTSIS-MES * 30) + W-DTSIS-DIA.
003430     MOVE W-DTSIS-DIA TO CQ1-DIA.
003440     MOVE W-DTSIS-MES TO CQ1-MES.
003450     MOVE W-DTSIS-ANO TO CQ1-ANO.
003460     WRITE REG-RELAT FROM CAB-QUAR1.
003470     WRITE REG-RELAT FROM CAB-QUAR2.
003480     MOVE ZERO TO W-QTDE-LISTADAS W-TOT-PARADA.
003490     MOVE "N" TO W-EOF.
003500     MOVE LOW-VALUES TO IS-CHAVE.
003510     START INSPEC KEY IS NOT LESS THAN IS-CHAVE
003520         INVALID KEY MOVE "S" TO W-EOF.
003530     PERFORM ROT-LINHA-QUAR THRU ROT-LINHA-QUAR-EXIT
003540         UNTIL W-EOF-SIM.
003550     MOVE W-QTDE-LISTADAS TO LTQ-REGISTROS.
003560     MOVE W-TOT-PARADA    TO LTQ-UNIDADES.
003570     WRITE REG-RELAT FROM LIN-TOT-QUAR.
003580     CLOSE INSPEC REPQUAR.
003590     IF PROD-STATUS = "00"
003600         CLOSE CADPROD.
003610     DISPLAY "REGISTROS EM QUARENTENA: " W-QTDE-LISTADAS.
003620     DISPLAY "RELATORIO GRAVADO EM REPQUAR".
003630 ROT-RELATORIO-EXIT. EXIT.
003640 ROT-LINHA-QUAR.
003650     READ INSPEC NEXT RECORD
003660         AT END MOVE "S" TO W-EOF.
003670     IF W-EOF-SIM
003680         GO TO ROT-LINHA-QUAR-EXIT.
003690     IF IS-CONCLUIDA
003700         GO TO ROT-LINHA-QUAR-EXIT.
003710     COMPUTE W-QTDE-PARADA =
003720         IS-QTDE-RECEBIDA - IS-QTDE-APROVADA.
003730     MOVE IS-DATA-REC TO W-DATA-REC-NUM.
003740     COMPUTE W-DIAS-REC = (W-REC-ANO * 360)
003750         + (W-REC-MES * 30) + W-REC-DIA.
003760     MOVE SPACES TO LQ-DESCPROD.
003770     IF PROD-STATUS = "00"
003780         MOVE IS-CODPROD TO CODPROD
003790         READ CADPROD
003800             INVALID KEY
003810                 CONTINUE
003820             NOT INVALID KEY
003830                 MOVE DESCPROD TO LQ-DESCPROD.
003840     MOVE IS-CODPROD    TO LQ-CODPROD.
003850     MOVE IS-SEQ        TO LQ-SEQ.
003860     MOVE IS-CODALM     TO LQ-CODALM.
003870     MOVE IS-CODFORN    TO LQ-CODFORN.
003880     MOVE IS-PEDIDO     TO LQ-PEDIDO.
003890     MOVE W-QTDE-PARADA TO LQ-QTDE.
003900     IF W-DIAS-HOJE > W-DIAS-REC
003910         COMPUTE LQ-DIAS = W-DIAS-HOJE - W-DIAS-REC
003920     ELSE
003930         MOVE ZERO TO LQ-DIAS.
003940     IF IS-PENDENTE
003950         MOVE "AGUARDA INSPECAO"  TO LQ-SITUACAO
003960     ELSE
003970         MOVE "AGUARDA DEVOLUCAO" TO LQ-SITUACAO.
003980     WRITE REG-RELAT FROM LIN-QUAR.
003990     ADD 1             TO W-QTDE-LISTADAS.
004000     ADD W-QTDE-PARADA TO W-TOT-PARADA.
004010 ROT-LINHA-QUAR-EXIT. EXIT.
