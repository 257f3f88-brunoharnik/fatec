000010******************************************************************
000020* PROGRAM-ID : CEP081                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-12                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : CONTRATOS DE COMPRA (CONTRATO) - PARA OS ITENS DE  *
000080*              GRANDE VOLUME O CONTRATO ANUAL COM O FORNECEDOR    *
000090*              FIXA O PRECO, A QUANTIDADE TOTAL E A VIGENCIA. A   *
000100*              GERACAO DE PEDIDOS DO CEP016 LIBERA CONTRA O       *
000110*              CONTRATO VIGENTE AO PRECO ACORDADO E ABATE O       *
000120*              SALDO, SEM NOVA COTACAO NO CEP060. RELATORIO       *
000130*              (REPCTR) DOS CONTRATOS PERTO DO VENCIMENTO OU      *
000140*              QUASE CONSUMIDOS E DAS COMPRAS FEITAS FORA DE UM   *
000150*              CONTRATO QUE ESTAVA VIGENTE.                       *
000160*-----------------------------------------------------------------*
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-10-12 BH        VERSAO INICIAL                             *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP081.
000230 AUTHOR. BRUNO HARNIK.
000240 INSTALLATION. FATEC.
000250 DATE-WRITTEN. 2026-10-12.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CONTRATO ASSIGN TO "CONTRATO"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CT-CHAVE
000370         FILE STATUS IS CTR-STATUS.
000380     SELECT CADPROD ASSIGN TO "CADPROD"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CODPROD
000420         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000430         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000440         FILE STATUS IS PROD-STATUS.
000450     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CODIGO
000490         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000500         FILE STATUS IS PARC-STATUS.
000510     SELECT PEDCOMPRA ASSIGN TO "PEDCOMPRA"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PC-NUMERO
000550         FILE STATUS IS PED-STATUS.
000560     SELECT PEDCITEM ASSIGN TO "PEDCITEM"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PCI-CHAVE
000600         FILE STATUS IS ITM-STATUS.
000610     SELECT REPCTR ASSIGN TO "REPCTR"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS REL-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CONTRATO
000670     LABEL RECORDS ARE STANDARD.
000680     COPY REGCTR.
000690 FD  CADPROD
000700     LABEL RECORDS ARE STANDARD.
000710     COPY REGPROD.
000720 FD  CADPARCEIRO
000730     LABEL RECORDS ARE STANDARD.
000740     COPY REGPAC.
000750 FD  PEDCOMPRA
000760     LABEL RECORDS ARE STANDARD.
000770     COPY REGPEDC.
000780 FD  PEDCITEM
000790     LABEL RECORDS ARE STANDARD.
000800     COPY REGPCI.
000810 FD  REPCTR
000820     LABEL RECORDS ARE STANDARD.
000830 01  REG-RELAT                   PIC X(100).
000840 WORKING-STORAGE SECTION.
000850 01  CTR-STATUS                  PIC X(02).
000860 01  PROD-STATUS                 PIC X(02).
000870 01  PARC-STATUS                 PIC X(02).
000880 01  PED-STATUS                  PIC X(02).
000890 01  ITM-STATUS                  PIC X(02).
000900 01  REL-STATUS                  PIC X(02).
000910 01  W-SWITCHES.
000920     05  W-FIM                   PIC X(01) VALUE "N".
000930         88  W-FIM-SIM           VALUE "S".
000940     05  W-EOF                   PIC X(01).
000950         88  W-EOF-SIM           VALUE "S".
000960     05  W-EOF2                  PIC X(01).
000970         88  W-EOF2-SIM          VALUE "S".
000980     05  W-EOF-CTR               PIC X(01).
000990         88  W-EOF-CTR-SIM       VALUE "S".
001000     05  W-CHAVE-OK              PIC X(01).
001010         88  W-CHAVE-OK-SIM      VALUE "S".
001020     05  W-ACHOU-CTR             PIC X(01).
001030         88  W-ACHOU-CTR-SIM     VALUE "S".
001040 01  W-OPCAO                     PIC X(01).
001050 01  W-CONF                      PIC X(01).
001060 01  W-CODPROD                   PIC 9(08).
001070 01  W-CODFORN                   PIC 9(04).
001080 01  W-SEQ                       PIC 9(03).
001090 01  W-PROX-SEQ                  PIC 9(03).
001100 01  W-PRECO                     PIC 9(12)V99.
001110 01  W-QTDE-CONTRATADA           PIC 9(09).
001120 01  W-DATA-INICIO               PIC 9(08).
001130 01  W-DATA-FIM                  PIC 9(08).
001140 01  W-SALDO                     PIC 9(09).
001150 01  W-QTDE-LISTADAS             PIC 9(04).
001160 01  W-QTDE-FORA                 PIC 9(04).
001170 01  W-DIAS-AVISO                PIC 9(03).
001180 01  W-PERC-AVISO                PIC 9(03).
001190 01  W-PERC-CONSUMO              PIC 9(03)V99.
001200 01  W-HOJE-NUM                  PIC 9(08).
001210 01  W-DATA-PED                  PIC 9(08).
001220 01  W-ORD-HOJE                  PIC 9(07).
001230 01  W-ORD-FIM                   PIC 9(07).
001240 01  W-DIAS-RESTANTES            PIC S9(07).
001250 01  W-DATA-AUX.
001260     05  W-AUX-ANO               PIC 9(04).
001270     05  W-AUX-MES               PIC 9(02).
001280     05  W-AUX-DIA               PIC 9(02).
001290 01  W-DATA-AUX-NUM REDEFINES W-DATA-AUX
001300                                 PIC 9(08).
001310 01  W-DATA-SISTEMA.
001320     05  W-DTSIS-ANO             PIC 9(04).
001330     05  W-DTSIS-MES             PIC 9(02).
001340     05  W-DTSIS-DIA             PIC 9(02).
001350******************************************************************
001360*    LINHAS DO RELATORIO DE ACOMPANHAMENTO                        *
001370******************************************************************
001380 01  CAB-CTR1.
001390     05  FILLER                  PIC X(40) VALUE
001400         "ACOMPANHAMENTO DE CONTRATOS - POSICAO EM".
001410     05  FILLER                  PIC X(01) VALUE SPACE.
001420     05  CC1-DIA                 PIC 9(02).
001430     05  FILLER                  PIC X(01) VALUE "/".
001440     05  CC1-MES                 PIC 9(02).
001450     05  FILLER                  PIC X(01) VALUE "/".
001460     05  CC1-ANO                 PIC 9(04).
001470 01  CAB-CTR2                    PIC X(100) VALUE
001480     "PRODUTO  FORN SEQ   CONTRATADA    CONSUMIDA  %CONS VENCE EM 
001490-    "   DIAS ALERTA".
001500 01  LIN-CTR.
001510     05  LC-CODPROD              PIC 9(08).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  LC-CODFORN              PIC 9(04).
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  LC-SEQ                  PIC 9(03).
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  LC-CONTRATADA           PIC ZZZZZZZZZZZ9.
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  LC-CONSUMIDA            PIC ZZZZZZZZZZZ9.
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  LC-PERC                 PIC ZZ9,99.
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  LC-DIA-FIM              PIC 9(02).
001640     05  FILLER                  PIC X(01) VALUE "/".
001650     05  LC-MES-FIM              PIC 9(02).
001660     05  FILLER                  PIC X(01) VALUE "/".
001670     05  LC-ANO-FIM              PIC 9(04).
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  LC-DIAS                 PIC -ZZZ9.
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  LC-ALERTA               PIC X(21).
001720 01  CAB-FORA1                   PIC X(100) VALUE
001730     "COMPRAS FORA DE CONTRATO VIGENTE NA DATA DO PEDIDO".
001740 01  CAB-FORA2                   PIC X(100) VALUE
001750     "PEDIDO   DATA       FORN PRODUTO  QTDE APROVADA   PRECO PAGO
001760-    "   FORN SEQ   PRECO CONTRATO".
001770 01  LIN-FORA.
001780     05  LF-PEDIDO               PIC 9(08).
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  LF-DIA                  PIC 9(02).
001810     05  FILLER                  PIC X(01) VALUE "/".
001820     05  LF-MES                  PIC 9(02).
001830     05  FILLER                  PIC X(01) VALUE "/".
001840     05  LF-ANO                  PIC 9(04).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  LF-CODFORN              PIC 9(04).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  LF-CODPROD              PIC 9(08).
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  LF-QTDE                 PIC ZZZZZZZZZZZZ9.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  LF-PRECO                PIC ZZZZZZZZ9,99.
001930     05  FILLER                  PIC X(03) VALUE SPACES.
001940     05  LF-CT-CODFORN           PIC 9(04).
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  LF-CT-SEQ               PIC 9(03).
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  LF-CT-PRECO             PIC ZZZZZZZZZZZZ9,99.
001990 01  LIN-TOT-CTR.
002000     05  FILLER                  PIC X(30) VALUE
002010         "CONTRATOS EM ALERTA.........: ".
002020     05  LTC-QTDE                PIC ZZZ9.
002030 01  LIN-TOT-FORA.
002040     05  FILLER                  PIC X(30) VALUE
002050         "COMPRAS FORA DE CONTRATO....: ".
002060     05  LTF-QTDE                PIC ZZZ9.
002070 PROCEDURE DIVISION.
002080******************************************************************
002090*    0000-MAINLINE                                                *
002100******************************************************************
002110 0000-MAINLINE.
002120     PERFORM 2000-MENU THRU 2000-EXIT
002130         UNTIL W-FIM-SIM.
002140     GOBACK.
002150 2000-MENU.
002160     DISPLAY " ".
002170     DISPLAY "CEP081 - CONTRATOS DE COMPRA".
002180     DISPLAY "1-INCLUIR   2-ALTERAR   3-ENCERRAR   4-LISTAR".
002190     DISPLAY "5-RELATORIO DE ACOMPANHAMENTO   9-FIM".
002200     ACCEPT W-OPCAO.
002210     EVALUATE W-OPCAO
002220         WHEN "1"
002230             PERFORM ROT-INCLUIR THRU ROT-INCLUIR-EXIT
002240         WHEN "2"
002250             PERFORM ROT-ALTERAR THRU ROT-ALTERAR-EXIT
002260         WHEN "3"
002270             PERFORM ROT-ENCERRAR THRU ROT-ENCERRAR-EXIT
002280         WHEN "4"
002290             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
002300         WHEN "5"
002310             PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
002320         WHEN "9"
002330             MOVE "S" TO W-FIM
002340         WHEN OTHER
002350             DISPLAY "OPCAO INVALIDA"
002360     END-EVALUATE.
002370 2000-EXIT. EXIT.
002380******************************************************************
002390*    ROT-CHAVE - PRODUTO (CADPROD) E FORNECEDOR (CADPARCEIRO      *
002400*    TIPO "F" OU "A") DO CONTRATO, COMO NO CEP079                 *
002410******************************************************************
002420 ROT-CHAVE.
002430     MOVE "N" TO W-CHAVE-OK.
002440     DISPLAY "CODIGO DO PRODUTO =>".
002450     ACCEPT W-CODPROD.
002460     DISPLAY "CODIGO DO FORNECEDOR =>".
002470     ACCEPT W-CODFORN.
002480     OPEN INPUT CADPROD.
002490     IF PROD-STATUS NOT = "00"
002500         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
002510         GO TO ROT-CHAVE-EXIT.
002520     MOVE W-CODPROD TO CODPROD.
002530     READ CADPROD
002540         INVALID KEY
002550             DISPLAY "PRODUTO NAO CADASTRADO"
002560             CLOSE CADPROD
002570             GO TO ROT-CHAVE-EXIT.
002580     DISPLAY "PRODUTO....: " DESCPROD.
002590     CLOSE CADPROD.
002600     OPEN INPUT CADPARCEIRO.
002610     IF PARC-STATUS NOT = "00"
002620         DISPLAY "ARQUIVO DE PARCEIROS NAO EXISTE"
002630         GO TO ROT-CHAVE-EXIT.
002640     MOVE W-CODFORN TO CODIGO.
002650     READ CADPARCEIRO
002660         INVALID KEY
002670             DISPLAY "FORNECEDOR NAO CADASTRADO"
002680             CLOSE CADPARCEIRO
002690             GO TO ROT-CHAVE-EXIT.
002700     CLOSE CADPARCEIRO.
002710     IF PARCEIRO-CLIENTE
002720         DISPLAY "PARCEIRO NAO E FORNECEDOR"
002730         GO TO ROT-CHAVE-EXIT.
002740     DISPLAY "FORNECEDOR.: " NOME.
002750     MOVE "S" TO W-CHAVE-OK.
002760 ROT-CHAVE-EXIT. EXIT.
002770******************************************************************
002780*    ROT-INCLUIR - NOVO CONTRATO DO PRODUTO COM O FORNECEDOR; A   *
002790*    SEQUENCIA SEPARA OS CONTRATOS DE ANOS DIFERENTES             *
002800******************************************************************
002810 ROT-INCLUIR.
002820     PERFORM ROT-CHAVE THRU ROT-CHAVE-EXIT.
002830     IF NOT W-CHAVE-OK-SIM
002840         GO TO ROT-INCLUIR-EXIT.
002850     DISPLAY "PRECO ACORDADO =>".
002860     ACCEPT W-PRECO.
002870     IF W-PRECO = ZERO
002880         DISPLAY "PRECO NAO PODE SER ZERO"
002890         GO TO ROT-INCLUIR-EXIT.
002900     DISPLAY "QUANTIDADE CONTRATADA =>".
002910     ACCEPT W-QTDE-CONTRATADA.
002920     IF W-QTDE-CONTRATADA = ZERO
002930         DISPLAY "QUANTIDADE NAO PODE SER ZERO"
002940         GO TO ROT-INCLUIR-EXIT.
002950     DISPLAY "INICIO DA VIGENCIA (AAAAMMDD) =>".
002960     ACCEPT W-DATA-INICIO.
002970     DISPLAY "FIM DA VIGENCIA (AAAAMMDD) =>".
002980     ACCEPT W-DATA-FIM.
002990     IF W-DATA-FIM < W-DATA-INICIO
003000         DISPLAY "FIM DA VIGENCIA ANTES DO INICIO"
003010         GO TO ROT-INCLUIR-EXIT.
003020     OPEN I-O CONTRATO.
003030     IF CTR-STATUS = "35"
003040         OPEN OUTPUT CONTRATO
003050         CLOSE CONTRATO
003060         OPEN I-O CONTRATO.
003070     IF CTR-STATUS NOT = "00"
003080         DISPLAY "ERRO NA ABERTURA DO CONTRATO: " CTR-STATUS
003090         GO TO ROT-INCLUIR-EXIT.
003100     PERFORM ROT-ULT-SEQ THRU ROT-ULT-SEQ-EXIT.
003110     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
003120     MOVE W-CODPROD         TO CT-CODPROD.
003130     MOVE W-CODFORN         TO CT-CODFORN.
003140     MOVE W-PROX-SEQ        TO CT-SEQ.
003150     MOVE W-PRECO           TO CT-PRECO.
003160     MOVE W-QTDE-CONTRATADA TO CT-QTDE-CONTRATADA.
003170     MOVE ZERO              TO CT-QTDE-CONSUMIDA.
003180     MOVE W-DATA-INICIO     TO CT-DATA-INICIO.
003190     MOVE W-DATA-FIM        TO CT-DATA-FIM.
003200     MOVE W-DATA-SISTEMA    TO CT-DATA-CADASTRO.
003210     MOVE "A"               TO CT-SITUACAO.
003220     WRITE REGCTR
003230         INVALID KEY
003240             DISPLAY "ERRO NA INCLUSAO DO CONTRATO"
003250         NOT INVALID KEY
003260             DISPLAY "*** CONTRATO " W-CODPROD "/" W-CODFORN
003270                     "/" W-PROX-SEQ " INCLUIDO ***".
003280     CLOSE CONTRATO.
003290 ROT-INCLUIR-EXIT. EXIT.
003300 ROT-ULT-SEQ.
003310     MOVE ZERO TO W-PROX-SEQ.
003320     MOVE "N" TO W-EOF.
003330     MOVE W-CODPROD TO CT-CODPROD.
003340     MOVE W-CODFORN TO CT-CODFORN.
003350     MOVE ZERO      TO CT-SEQ.
003360     START CONTRATO KEY IS NOT LESS THAN CT-CHAVE
003370         INVALID KEY MOVE "S" TO W-EOF.
003380     PERFORM ROT-GUARDAR-SEQ THRU ROT-GUARDAR-SEQ-EXIT
003390         UNTIL W-EOF-SIM.
003400     ADD 1 TO W-PROX-SEQ.
003410 ROT-ULT-SEQ-EXIT. EXIT.
003420 ROT-GUARDAR-SEQ.
003430     READ CONTRATO NEXT RECORD
003440         AT END MOVE "S" TO W-EOF.
003450     IF W-EOF-SIM
003460         GO TO ROT-GUARDAR-SEQ-EXIT.
003470     IF CT-CODPROD NOT = W-CODPROD
003480         OR CT-CODFORN NOT = W-CODFORN
003490         MOVE "S" TO W-EOF
003500     ELSE
003510         MOVE CT-SEQ TO W-PROX-SEQ.
003520 ROT-GUARDAR-SEQ-EXIT. EXIT.
003530******************************************************************
003540*    ROT-LER-CONTRATO - LOCALIZA O CONTRATO INFORMADO (ARQUIVO    *
003550*    FICA ABERTO I-O QUANDO ACHA)                                 *
003560******************************************************************
003570 ROT-LER-CONTRATO.
003580     MOVE "N" TO W-ACHOU-CTR.
003590     DISPLAY "CODIGO DO PRODUTO =>".
003600     ACCEPT W-CODPROD.
003610     DISPLAY "CODIGO DO FORNECEDOR =>".
003620     ACCEPT W-CODFORN.
003630     DISPLAY "SEQUENCIA DO CONTRATO =>".
003640     ACCEPT W-SEQ.
003650     OPEN I-O CONTRATO.
003660     IF CTR-STATUS NOT = "00"
003670         DISPLAY "ARQUIVO CONTRATO NAO EXISTE"
003680         GO TO ROT-LER-CONTRATO-EXIT.
003690     MOVE W-CODPROD TO CT-CODPROD.
003700     MOVE W-CODFORN TO CT-CODFORN.
003710     MOVE W-SEQ     TO CT-SEQ.
003720     READ CONTRATO
003730         INVALID KEY
003740             DISPLAY "CONTRATO NAO CADASTRADO"
003750             CLOSE CONTRATO
003760             GO TO ROT-LER-CONTRATO-EXIT.
003770     MOVE "S" TO W-ACHOU-CTR.
003780     COMPUTE W-SALDO = CT-QTDE-CONTRATADA - CT-QTDE-CONSUMIDA.
003790     DISPLAY "PRECO ACORDADO......: " CT-PRECO.
003800     DISPLAY "QUANTIDADE CONTRATADA: " CT-QTDE-CONTRATADA.
003810     DISPLAY "QUANTIDADE CONSUMIDA.: " CT-QTDE-CONSUMIDA.
003820     DISPLAY "SALDO................: " W-SALDO.
003830     DISPLAY "VIGENCIA.............: " CT-DATA-INICIO " A "
003840             CT-DATA-FIM.
003850     DISPLAY "SITUACAO.............: " CT-SITUACAO.
003860 ROT-LER-CONTRATO-EXIT. EXIT.
003870******************************************************************
003880*    ROT-ALTERAR - ADITIVO: PRECO, QUANTIDADE CONTRATADA (NUNCA   *
003890*    ABAIXO DO JA CONSUMIDO) E FIM DA VIGENCIA                    *
003900******************************************************************
003910 ROT-ALTERAR.
003920     PERFORM ROT-LER-CONTRATO THRU ROT-LER-CONTRATO-EXIT.
003930     IF NOT W-ACHOU-CTR-SIM
003940         GO TO ROT-ALTERAR-EXIT.
003950     IF CT-ENCERRADO
003960         DISPLAY "CONTRATO ENCERRADO NAO PODE SER ALTERADO"
003970         CLOSE CONTRATO
003980         GO TO ROT-ALTERAR-EXIT.
003990     DISPLAY "NOVO PRECO (0=MANTER) =>".
004000     ACCEPT W-PRECO.
004010     DISPLAY "NOVA QUANTIDADE CONTRATADA (0=MANTER) =>".
004020     ACCEPT W-QTDE-CONTRATADA.
004030     DISPLAY "NOVO FIM DA VIGENCIA (AAAAMMDD, 0=MANTER) =>".
004040     ACCEPT W-DATA-FIM.
004050     IF W-QTDE-CONTRATADA > ZERO
004060         AND W-QTDE-CONTRATADA < CT-QTDE-CONSUMIDA
004070         DISPLAY "QUANTIDADE MENOR QUE O JA CONSUMIDO"
004080         CLOSE CONTRATO
004090         GO TO ROT-ALTERAR-EXIT.
004100     IF W-DATA-FIM > ZERO
004110         AND W-DATA-FIM < CT-DATA-INICIO
004120         DISPLAY "FIM DA VIGENCIA ANTES DO INICIO"
004130         CLOSE CONTRATO
004140         GO TO ROT-ALTERAR-EXIT.
004150     IF W-PRECO > ZERO
004160         MOVE W-PRECO TO CT-PRECO.
004170     IF W-QTDE-CONTRATADA > ZERO
004180         MOVE W-QTDE-CONTRATADA TO CT-QTDE-CONTRATADA.
004190     IF W-DATA-FIM > ZERO
004200         MOVE W-DATA-FIM TO CT-DATA-FIM.
004210     REWRITE REGCTR
004220         INVALID KEY
004230             DISPLAY "ERRO NA ALTERACAO DO CONTRATO"
004240         NOT INVALID KEY
004250             DISPLAY "*** CONTRATO ALTERADO ***".
004260     CLOSE CONTRATO.
004270 ROT-ALTERAR-EXIT. EXIT.
004280******************************************************************
004290*    ROT-ENCERRAR - ENCERRA O CONTRATO ANTES DO FIM DA VIGENCIA;  *
004300*    O CEP016 DEIXA DE LIBERAR CONTRA ELE                         *
004310******************************************************************
004320 ROT-ENCERRAR.
004330     PERFORM ROT-LER-CONTRATO THRU ROT-LER-CONTRATO-EXIT.
004340     IF NOT W-ACHOU-CTR-SIM
004350         GO TO ROT-ENCERRAR-EXIT.
004360     IF CT-ENCERRADO
004370         DISPLAY "CONTRATO JA ENCERRADO"
004380         CLOSE CONTRATO
004390         GO TO ROT-ENCERRAR-EXIT.
004400     DISPLAY "ENCERRAR O CONTRATO (S/N) ==>".
004410     ACCEPT W-CONF.
004420     IF W-CONF = "S" OR W-CONF = "s"
004430         MOVE "E" TO CT-SITUACAO
004440         REWRITE REGCTR
004450             INVALID KEY
004460                 DISPLAY "ERRO NO ENCERRAMENTO"
004470             NOT INVALID KEY
004480                 DISPLAY "*** CONTRATO ENCERRADO ***"
004490         END-REWRITE
004500     ELSE
004510         DISPLAY "ENCERRAMENTO CANCELADO".
004520     CLOSE CONTRATO.
004530 ROT-ENCERRAR-EXIT. EXIT.
004540******************************************************************
004550*    ROT-LISTAR - CONTRATOS DE UM PRODUTO (ZERO = TODOS)          *
004560******************************************************************
004570 ROT-LISTAR.
004580     DISPLAY "CODIGO DO PRODUTO (0=TODOS) =>".
004590     ACCEPT W-CODPROD.
004600     OPEN INPUT CONTRATO.
004610     IF CTR-STATUS NOT = "00"
004620         DISPLAY "ARQUIVO CONTRATO NAO EXISTE"
004630         GO TO ROT-LISTAR-EXIT.
004640     MOVE ZERO TO W-QTDE-LISTADAS.
004650     DISPLAY "PRODUTO  FORN SEQ PRECO          CONTRATADA"
004660             " CONSUMIDA INICIO   FIM      S".
004670     MOVE "N" TO W-EOF.
004680     MOVE W-CODPROD TO CT-CODPROD.
004690     MOVE ZERO      TO CT-CODFORN.
004700     MOVE ZERO      TO CT-SEQ.
004710     START CONTRATO KEY IS NOT LESS THAN CT-CHAVE
004720         INVALID KEY MOVE "S" TO W-EOF.
004730     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT
004740         UNTIL W-EOF-SIM.
004750     DISPLAY "CONTRATOS LISTADOS: " W-QTDE-LISTADAS.
004760     CLOSE CONTRATO.
004770 ROT-LISTAR-EXIT. EXIT.
004780 ROT-EXIBIR.
004790     READ CONTRATO NEXT RECORD
004800         AT END MOVE "S" TO W-EOF.
004810     IF W-EOF-SIM
004820         GO TO ROT-EXIBIR-EXIT.
004830     IF W-CODPROD NOT = ZERO AND CT-CODPROD NOT = W-CODPROD
004840         MOVE "S" TO W-EOF
004850         GO TO ROT-EXIBIR-EXIT.
004860     DISPLAY CT-CODPROD " " CT-CODFORN " " CT-SEQ " "
004870             CT-PRECO " " CT-QTDE-CONTRATADA " "
004880             CT-QTDE-CONSUMIDA " " CT-DATA-INICIO " "
004890             CT-DATA-FIM " " CT-SITUACAO.
004900     ADD 1 TO W-QTDE-LISTADAS.
004910 ROT-EXIBIR-EXIT. EXIT.
004920******************************************************************
004930*    ROT-RELATORIO - CONTRATOS ATIVOS PERTO DO VENCIMENTO OU      *
004940*    QUASE CONSUMIDOS E COMPRAS FEITAS FORA DE UM CONTRATO        *
004950*    VIGENTE NA DATA DO PEDIDO (REPCTR)                           *
004960******************************************************************
004970 ROT-RELATORIO.
004980     DISPLAY "AVISAR VENCIMENTO EM ATE QUANTOS DIAS (0=30) =>".
004990     ACCEPT W-DIAS-AVISO.
005000     IF W-DIAS-AVISO = ZERO
005010         MOVE 30 TO W-DIAS-AVISO.
005020     DISPLAY "AVISAR CONSUMO A PARTIR DE QUANTOS % (0=90) =>".
005030     ACCEPT W-PERC-AVISO.
005040     IF W-PERC-AVISO = ZERO
005050         MOVE 90 TO W-PERC-AVISO.
005060     OPEN INPUT CONTRATO.
005070     IF CTR-STATUS NOT = "00"
005080         DISPLAY "ARQUIVO CONTRATO NAO EXISTE"
005090         GO TO ROT-RELATORIO-EXIT.
005100     OPEN OUTPUT REPCTR.
005110     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
005120     MOVE W-DATA-SISTEMA TO W-HOJE-NUM.
005130     COMPUTE W-ORD-HOJE = (W-DTSIS-ANO * 360)
005140         + (W-DTSIS-MES * 30) + W-DTSIS-DIA.
005150     MOVE W-DTSIS-DIA TO CC1-DIA.
005160     MOVE W-DTSIS-MES TO CC1-MES.
005170     MOVE W-DTSIS-ANO TO CC1-ANO.
005180     WRITE REG-RELAT FROM CAB-CTR1.
005190     WRITE REG-RELAT FROM CAB-CTR2.
005200     MOVE ZERO TO W-QTDE-LISTADAS.
005210     MOVE "N" TO W-EOF.
005220     MOVE LOW-VALUES TO CT-CHAVE.
005230     START CONTRATO KEY IS NOT LESS THAN CT-CHAVE
005240         INVALID KEY MOVE "S" TO W-EOF.
005250     PERFORM ROT-LINHA-CTR THRU ROT-LINHA-CTR-EXIT
005260         UNTIL W-EOF-SIM.
005270     MOVE W-QTDE-LISTADAS TO LTC-QTDE.
005280     WRITE REG-RELAT FROM LIN-TOT-CTR.
005290     MOVE SPACES TO REG-RELAT.
005300     WRITE REG-RELAT.
005310     WRITE REG-RELAT FROM CAB-FORA1.
005320     WRITE REG-RELAT FROM CAB-FORA2.
005330     MOVE ZERO TO W-QTDE-FORA.
005340     PERFORM ROT-COMPRAS-FORA THRU ROT-COMPRAS-FORA-EXIT.
005350     MOVE W-QTDE-FORA TO LTF-QTDE.
005360     WRITE REG-RELAT FROM LIN-TOT-FORA.
005370     CLOSE CONTRATO REPCTR.
005380     DISPLAY "CONTRATOS EM ALERTA......: " W-QTDE-LISTADAS.
005390     DISPLAY "COMPRAS FORA DE CONTRATO.: " W-QTDE-FORA.
005400     DISPLAY "RELATORIO GRAVADO EM REPCTR".
005410 ROT-RELATORIO-EXIT. EXIT.
005420 ROT-LINHA-CTR.
005430     READ CONTRATO NEXT RECORD
005440         AT END MOVE "S" TO W-EOF.
005450     IF W-EOF-SIM
005460         GO TO ROT-LINHA-CTR-EXIT.
005470     IF NOT CT-ATIVO
005480         GO TO ROT-LINHA-CTR-EXIT.
005490     MOVE CT-DATA-FIM TO W-DATA-AUX-NUM.
005500     COMPUTE W-ORD-FIM = (W-AUX-ANO * 360)
005510         + (W-AUX-MES * 30) + W-AUX-DIA.
005520     COMPUTE W-DIAS-RESTANTES = W-ORD-FIM - W-ORD-HOJE.
005530     COMPUTE W-PERC-CONSUMO ROUNDED =
005540         CT-QTDE-CONSUMIDA * 100 / CT-QTDE-CONTRATADA.
005550     MOVE SPACES TO LC-ALERTA.
005560     IF W-DIAS-RESTANTES < ZERO
005570         MOVE "VENCIDO - ENCERRAR" TO LC-ALERTA
005580     ELSE
005590         IF W-DIAS-RESTANTES NOT > W-DIAS-AVISO
005600             MOVE "PERTO DO VENCIMENTO" TO LC-ALERTA
005610         ELSE
005620             IF W-PERC-CONSUMO NOT < W-PERC-AVISO
005630                 MOVE "QUASE CONSUMIDO" TO LC-ALERTA.
005640     IF LC-ALERTA = SPACES
005650         GO TO ROT-LINHA-CTR-EXIT.
005660     MOVE CT-CODPROD         TO LC-CODPROD.
005670     MOVE CT-CODFORN         TO LC-CODFORN.
005680     MOVE CT-SEQ             TO LC-SEQ.
005690     MOVE CT-QTDE-CONTRATADA TO LC-CONTRATADA.
005700     MOVE CT-QTDE-CONSUMIDA  TO LC-CONSUMIDA.
005710     MOVE W-PERC-CONSUMO     TO LC-PERC.
005720     MOVE W-AUX-DIA          TO LC-DIA-FIM.
005730     MOVE W-AUX-MES          TO LC-MES-FIM.
005740     MOVE W-AUX-ANO          TO LC-ANO-FIM.
005750     MOVE W-DIAS-RESTANTES   TO LC-DIAS.
005760     WRITE REG-RELAT FROM LIN-CTR.
005770     ADD 1 TO W-QTDE-LISTADAS.
005780 ROT-LINHA-CTR-EXIT. EXIT.
005790******************************************************************
005800*    ROT-COMPRAS-FORA - ITENS DE PEDIDO NAO CANCELADO QUE NAO     *
005810*    SAO LIBERACAO DE CONTRATO, COM UM CONTRATO DO MESMO          *
005820*    PRODUTO VIGENTE NA DATA DO PEDIDO                            *
005830******************************************************************
005840 ROT-COMPRAS-FORA.
005850     OPEN INPUT PEDCOMPRA.
005860     IF PED-STATUS NOT = "00"
005870         GO TO ROT-COMPRAS-FORA-EXIT.
005880     OPEN INPUT PEDCITEM.
005890     IF ITM-STATUS NOT = "00"
005900         CLOSE PEDCOMPRA
005910         GO TO ROT-COMPRAS-FORA-EXIT.
005920     MOVE "N" TO W-EOF.
005930     MOVE LOW-VALUES TO PC-NUMERO.
005940     START PEDCOMPRA KEY IS NOT LESS THAN PC-NUMERO
005950         INVALID KEY MOVE "S" TO W-EOF.
005960     PERFORM ROT-PEDIDO-FORA THRU ROT-PEDIDO-FORA-EXIT
005970         UNTIL W-EOF-SIM.
005980     CLOSE PEDCITEM.
005990     CLOSE PEDCOMPRA.
006000 ROT-COMPRAS-FORA-EXIT. EXIT.
006010 ROT-PEDIDO-FORA.
006020     READ PEDCOMPRA NEXT RECORD
006030         AT END MOVE "S" TO W-EOF.
006040     IF W-EOF-SIM OR COMPRA-CANCELADA
006050         GO TO ROT-PEDIDO-FORA-EXIT.
006060     COMPUTE W-DATA-PED = (PC-ANO * 10000)
006070         + (PC-MES * 100) + PC-DIA.
006080     MOVE "N" TO W-EOF2.
006090     MOVE PC-NUMERO TO PCI-NUMERO.
006100     MOVE ZERO      TO PCI-SEQ.
006110     START PEDCITEM KEY IS NOT LESS THAN PCI-CHAVE
006120         INVALID KEY MOVE "S" TO W-EOF2.
006130     PERFORM ROT-ITEM-FORA THRU ROT-ITEM-FORA-EXIT
006140         UNTIL W-EOF2-SIM.
006150 ROT-PEDIDO-FORA-EXIT. EXIT.
006160 ROT-ITEM-FORA.
006170     READ PEDCITEM NEXT RECORD
006180         AT END MOVE "S" TO W-EOF2.
006190     IF W-EOF2-SIM
006200         GO TO ROT-ITEM-FORA-EXIT.
006210     IF PCI-NUMERO NOT = PC-NUMERO
006220         MOVE "S" TO W-EOF2
006230         GO TO ROT-ITEM-FORA-EXIT.
006240     IF PCI-CT-SEQ NOT = ZERO
006250         OR PCI-QTDE-APROVADA = ZERO
006260         GO TO ROT-ITEM-FORA-EXIT.
006270     PERFORM ROT-ACHAR-VIGENTE THRU ROT-ACHAR-VIGENTE-EXIT.
006280     IF NOT W-ACHOU-CTR-SIM
006290         GO TO ROT-ITEM-FORA-EXIT.
006300     MOVE PC-NUMERO         TO LF-PEDIDO.
006310     MOVE PC-DIA            TO LF-DIA.
006320     MOVE PC-MES            TO LF-MES.
006330     MOVE PC-ANO            TO LF-ANO.
006340     MOVE PC-CODFORN        TO LF-CODFORN.
006350     MOVE PCI-CODPROD       TO LF-CODPROD.
006360     MOVE PCI-QTDE-APROVADA TO LF-QTDE.
006370     MOVE PCI-PRECO         TO LF-PRECO.
006380     MOVE CT-CODFORN        TO LF-CT-CODFORN.
006390     MOVE CT-SEQ            TO LF-CT-SEQ.
006400     MOVE CT-PRECO          TO LF-CT-PRECO.
006410     WRITE REG-RELAT FROM LIN-FORA.
006420     ADD 1 TO W-QTDE-FORA.
006430 ROT-ITEM-FORA-EXIT. EXIT.
006440******************************************************************
006450*    ROT-ACHAR-VIGENTE - CONTRATO DO PRODUTO DO ITEM CUJA         *
006460*    VIGENCIA COBRIA A DATA DO PEDIDO                             *
006470******************************************************************
006480 ROT-ACHAR-VIGENTE.
006490     MOVE "N" TO W-ACHOU-CTR.
006500     MOVE "N" TO W-EOF-CTR.
006510     MOVE PCI-CODPROD TO CT-CODPROD.
006520     MOVE ZERO        TO CT-CODFORN.
006530     MOVE ZERO        TO CT-SEQ.
006540     START CONTRATO KEY IS NOT LESS THAN CT-CHAVE
006550         INVALID KEY MOVE "S" TO W-EOF-CTR.
006560     PERFORM ROT-TESTAR-VIGENTE THRU ROT-TESTAR-VIGENTE-EXIT
006570         UNTIL W-EOF-CTR-SIM OR W-ACHOU-CTR-SIM.
006580 ROT-ACHAR-VIGENTE-EXIT. EXIT.
006590 ROT-TESTAR-VIGENTE.
006600     READ CONTRATO NEXT RECORD
006610         AT END MOVE "S" TO W-EOF-CTR.
006620     IF W-EOF-CTR-SIM
006630         GO TO ROT-TESTAR-VIGENTE-EXIT.
006640     IF CT-CODPROD NOT = PCI-CODPROD
006650         MOVE "S" TO W-EOF-CTR
006660         GO TO ROT-TESTAR-VIGENTE-EXIT.
006670     IF W-DATA-PED NOT < CT-DATA-INICIO
006680         AND W-DATA-PED NOT > CT-DATA-FIM
006690         MOVE "S" TO W-ACHOU-CTR.
006700 ROT-TESTAR-VIGENTE-EXIT. EXIT.
