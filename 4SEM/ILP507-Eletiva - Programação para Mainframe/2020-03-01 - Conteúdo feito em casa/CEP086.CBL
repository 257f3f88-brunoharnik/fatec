000010******************************************************************
000020* PROGRAM-ID : CEP086                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : ESTOQUE EM CONSIGNACAO NO CLIENTE. A REMESSA TIRA  *
000080*              A MERCADORIA DO ESTOQUE (CADPROD, SALDOALM E       *
000090*              MOVESTQ "C" "-"), EMITE A NOTA DE REMESSA EM       *
000100*              CONSIGNACAO (NOTAREM, SERIE "2" DO NUM000) E CRIA  *
000110*              O SALDO DO CLIENTE (CONSITEM). O ACERTO DE VENDAS  *
000120*              INFORMADO PELO CLIENTE CONSOME O SALDO DA REMESSA  *
000130*              MAIS ANTIGA E GERA O PEDIDO CONFIRMADO COM         *
000140*              PV-CONSIGNACAO, FATURADO PELO CEP013 NO FLUXO      *
000150*              NORMAL. O NAO VENDIDO VOLTA AO ESTOQUE PELA        *
000160*              DEVOLUCAO, COM A NOTA DE DEVOLUCAO DO CLIENTE. A   *
000170*              POSICAO (REPCONS) MOSTRA QUANTIDADE, VALOR E IDADE *
000180*              DO QUE ESTA EM PODER DE CADA CLIENTE. TUDO FICA NO *
000190*              HISTORICO CONSLOG.                                 *
000200*-----------------------------------------------------------------*
000210* HISTORICO DE ALTERACOES                                         *
000220* DATA       INICIAIS  DESCRICAO                                  *
000230* 2026-10-15 BH        VERSAO INICIAL                             *
000230* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000230*                      (MVX000)                                   *
000230* 2026-10-15 BH        PVI-VALOR-ICMS ZERADO NA GRAVACAO DO ITEM  *
000230*                      (O ICMS DO ITEM E GRAVADO NA EMISSAO DA    *
000230*                      NOTA PELO CEP013)                          *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CEP086.
000270 AUTHOR. BRUNO HARNIK.
000280 INSTALLATION. FATEC.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CONSITEM ASSIGN TO "CONSITEM"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CS-CHAVE
000410         FILE STATUS IS CSI-STATUS.
000420     SELECT CONSLOG ASSIGN TO "CONSLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CSL-STATUS.
000450     SELECT CADPROD ASSIGN TO "CADPROD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CODPROD
000490         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000500         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000510         FILE STATUS IS PROD-STATUS.
000520     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CODIGO
000560         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000570         FILE STATUS IS PARC-STATUS.
000580     SELECT CADALM ASSIGN TO "CADALM"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS ALM-CODIGO
000620         FILE STATUS IS ALM-STATUS.
000630     SELECT SALDOALM ASSIGN TO "SALDOALM"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS SA-CHAVE
000670         FILE STATUS IS SAL-STATUS.
000680     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS MOV-STATUS.
000710     SELECT PEDVENDA ASSIGN TO "PEDVENDA"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS PV-NUMERO
000750         FILE STATUS IS PED-STATUS.
000760     SELECT PEDITEM ASSIGN TO "PEDITEM"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS PVI-CHAVE
000800         FILE STATUS IS ITM-STATUS.
000810     SELECT NOTAREM ASSIGN TO "NOTAREM"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS NTR-STATUS.
000840     SELECT REPCONS ASSIGN TO "REPCONS"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS REL-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CONSITEM
000900     LABEL RECORDS ARE STANDARD.
000910     COPY REGCSI.
000920 FD  CONSLOG
000930     LABEL RECORDS ARE STANDARD.
000940     COPY REGCSL.
000950 FD  CADPROD
000960     LABEL RECORDS ARE STANDARD.
000970     COPY REGPROD.
000980 FD  CADPARCEIRO
000990     LABEL RECORDS ARE STANDARD.
001000     COPY REGPAC.
001010 FD  CADALM
001020     LABEL RECORDS ARE STANDARD.
001030     COPY REGALM.
001040 FD  SALDOALM
001050     LABEL RECORDS ARE STANDARD.
001060     COPY REGSALM.
001070 FD  MOVESTQ
001080     LABEL RECORDS ARE STANDARD.
001090     COPY REGMOV.
001100 FD  PEDVENDA
001110     LABEL RECORDS ARE STANDARD.
001120     COPY REGPEDV.
001130 FD  PEDITEM
001140     LABEL RECORDS ARE STANDARD.
001150     COPY REGPEDI.
001160 FD  NOTAREM
001170     LABEL RECORDS ARE STANDARD.
001180 01  REG-NOTA                    PIC X(120).
001190 FD  REPCONS
001200     LABEL RECORDS ARE STANDARD.
001210 01  REG-RELAT                   PIC X(100).
001220 WORKING-STORAGE SECTION.
001230 01  CSI-STATUS                  PIC X(02).
001240 01  CSL-STATUS                  PIC X(02).
001250 01  PROD-STATUS                 PIC X(02).
001260 01  PARC-STATUS                 PIC X(02).
001270 01  ALM-STATUS                  PIC X(02).
001280 01  SAL-STATUS                  PIC X(02).
001290 01  MOV-STATUS                  PIC X(02).
001300 01  PED-STATUS                  PIC X(02).
001310 01  ITM-STATUS                  PIC X(02).
001320 01  NTR-STATUS                  PIC X(02).
001330 01  REL-STATUS                  PIC X(02).
001340 COPY NUMPARM.
001340 COPY MVXPARM.
001350 01  W-SWITCHES.
001360     05  W-FIM                   PIC X(01) VALUE "N".
001370         88  W-FIM-SIM           VALUE "S".
001380     05  W-EOF                   PIC X(01).
001390         88  W-EOF-SIM           VALUE "S".
001400     05  W-FIM-ITENS             PIC X(01).
001410         88  W-FIM-ITENS-SIM     VALUE "S".
001420     05  W-CLI-ACHADO            PIC X(01).
001430         88  W-CLI-ACHADO-SIM    VALUE "S".
001440     05  W-ALM-ACHADO            PIC X(01).
001450         88  W-ALM-ACHADO-SIM    VALUE "S".
001460     05  W-PRIMEIRO              PIC X(01).
001470         88  W-PRIMEIRO-SIM      VALUE "S".
001480 01  W-OPCAO                     PIC X(01).
001490 01  W-CONF                      PIC X(01).
001500 01  W-OPERACAO                  PIC X(01).
001510     88  W-OPER-ACERTO           VALUE "V".
001520     88  W-OPER-DEVOLUCAO        VALUE "D".
001530 01  W-CODCLI-INF                PIC 9(04).
001540 01  W-CODALM-INF                PIC 9(02).
001550 01  W-CODPROD-INF               PIC 9(08).
001560 01  W-QTDE-INF                  PIC 9(07).
001570 01  W-PRECO-INF                 PIC 9(12)V99.
001580 01  W-NUMERO-REM                PIC 9(08).
001590 01  W-NUMERO-PED                PIC 9(08).
001600 01  W-DOCUMENTO                 PIC 9(08).
001610 01  W-VEND-CARTEIRA             PIC 9(04).
001620 01  W-NOME-CLI                  PIC X(30).
001630 01  W-DISPONIVEL                PIC 9(07).
001640 01  W-SALDO-CLI                 PIC 9(07).
001650 01  W-SALDO-REM                 PIC 9(07).
001660 01  W-QTDE-RESTANTE             PIC 9(07).
001670 01  W-QTDE-FATIA                PIC 9(07).
001680 01  W-SEQ-ITEM                  PIC 9(03) COMP.
001690 01  W-QTDE-ITENS                PIC 9(03) COMP.
001700 01  W-VALOR                     PIC 9(12)V99.
001710 01  W-TOTAL                     PIC 9(12)V99.
001720 01  W-PESO-TOTAL                PIC 9(06)V999.
001730 01  W-DATA-ATUAL.
001740     05  W-ANO-ATUAL             PIC 9(04).
001750     05  W-MES-ATUAL             PIC 9(02).
001760     05  W-DIA-ATUAL             PIC 9(02).
001770 01  W-DATA-NUM                  PIC 9(08).
001780 01  W-DATA-REM                  PIC 9(08).
001790 01  W-DATA-REM-R REDEFINES W-DATA-REM.
001800     05  W-ANO-REM               PIC 9(04).
001810     05  W-MES-REM               PIC 9(02).
001820     05  W-DIA-REM               PIC 9(02).
001830 01  W-ORD-ATUAL                 PIC 9(07) COMP.
001840 01  W-ORD-REM                   PIC 9(07) COMP.
001850 01  W-IDADE                     PIC S9(07) COMP.
001860******************************************************************
001870*    ACERTOS DO PEDIDO A ESTORNAR, LIDOS DO CONSLOG ANTES DE      *
001880*    REABRI-LO PARA GRAVAR O ESTORNO                              *
001890******************************************************************
001900 01  W-TAB-ESTORNO.
001910     05  W-QTDE-EST              PIC 9(03) COMP.
001920     05  W-EST OCCURS 200 TIMES.
001930         10  W-EST-NUMERO-REM    PIC 9(08).
001940         10  W-EST-CODPROD       PIC 9(08).
001950         10  W-EST-QTDE          PIC 9(07).
001960         10  W-EST-PRECO         PIC 9(12)V99.
001970 01  W-IDX                       PIC 9(03) COMP.
001980******************************************************************
001990*    TOTAIS DA POSICAO                                            *
002000******************************************************************
002010 01  W-TOT-CLI-QTDE              PIC 9(09).
002020 01  W-TOT-CLI-VALOR             PIC 9(13)V99.
002030 01  W-TOT-GER-QTDE              PIC 9(09).
002040 01  W-TOT-GER-VALOR             PIC 9(13)V99.
002050 01  W-CODCLI-ANT                PIC 9(04).
002060 01  W-FAIXAS.
002070     05  W-FAIXA-VALOR           PIC 9(13)V99 OCCURS 4 TIMES.
002080 01  W-FAIXA                     PIC 9(01) COMP.
002090******************************************************************
002100*    FORMULARIO DA NOTA DE REMESSA EM CONSIGNACAO (NOTAREM)       *
002110******************************************************************
002120 01  LIN-TRACO                   PIC X(78) VALUE ALL "-".
002130 01  LIN-TITULO                  PIC X(60) VALUE
002140     "NOTA FISCAL DE REMESSA EM CONSIGNACAO - CFOP 5917".
002150 01  LIN-NUMERO.
002160     05  FILLER                  PIC X(17)
002170         VALUE "NOTA REMESSA NR: ".
002180     05  LN-NUMERO               PIC 9(08).
002190     05  FILLER                  PIC X(09) VALUE "   DATA: ".
002200     05  LN-DIA                  PIC 9(02).
002210     05  FILLER                  PIC X(01) VALUE "/".
002220     05  LN-MES                  PIC 9(02).
002230     05  FILLER                  PIC X(01) VALUE "/".
002240     05  LN-ANO                  PIC 9(04).
002250     05  FILLER                  PIC X(07) VALUE "  ALM: ".
002260     05  LN-CODALM               PIC 9(02).
002270 01  LIN-CLIENTE.
002280     05  FILLER                  PIC X(13) VALUE "DESTINATARIO:".
002290     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  LC-CODIGO               PIC 9(04).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  LC-NOME                 PIC X(30).
002330 01  LIN-CNPJ.
002340     05  FILLER                  PIC X(14) VALUE "CNPJ........: ".
002350     05  LC-CNPJ                 PIC 9(15).
002360 01  LIN-ENDERECO.
002370     05  FILLER                  PIC X(14) VALUE "ENDERECO....: ".
002380     05  LE-LOGRADOURO           PIC X(40).
002390 01  LIN-CIDADE.
002400     05  FILLER                  PIC X(14) VALUE "CIDADE/UF...: ".
002410     05  LE-CIDADE               PIC X(30).
002420     05  FILLER                  PIC X(01) VALUE "/".
002430     05  LE-UF                   PIC X(02).
002440 01  LIN-CABEC-ITENS.
002450     05  FILLER                  PIC X(40) VALUE
002460         "PRODUTO   DESCRICAO                     ".
002470     05  FILLER                  PIC X(38) VALUE
002480         "     QTDE        VL.UNIT       VL.ITEM".
002490 01  LIN-ITEM.
002500     05  LI-CODPROD              PIC 9(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  LI-DESCPROD             PIC X(30).
002530     05  FILLER                  PIC X(01) VALUE SPACE.
002540     05  LI-QTDE                 PIC ZZZZZZ9.
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  LI-PRECO                PIC ZZZZZZZZZZ9,99.
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  LI-VALOR                PIC ZZZZZZZZZZ9,99.
002590 01  LIN-TOTAL-NOTA.
002600     05  FILLER                  PIC X(26) VALUE
002610         "VALOR TOTAL DA REMESSA.: ".
002620     05  LT-TOTAL                PIC ZZZZZZZZZZZ9,99.
002630 01  LIN-OBS                     PIC X(78) VALUE
002640     "MERCADORIA EM CONSIGNACAO - SEM TRANSFERENCIA DE DOMINIO".
002650******************************************************************
002660*    LINHAS DA POSICAO DE CONSIGNACAO (REPCONS)                   *
002670******************************************************************
002680 01  CAB-POS1.
002690     05  FILLER                  PIC X(40) VALUE
002700         "POSICAO DE MERCADORIA EM CONSIGNACAO EM ".
002710     05  CP1-DIA                 PIC 9(02).
002720     05  FILLER                  PIC X(01) VALUE "/".
002730     05  CP1-MES                 PIC 9(02).
002740     05  FILLER                  PIC X(01) VALUE "/".
002750     05  CP1-ANO                 PIC 9(04).
002760 01  CAB-POS2.
002770     05  FILLER                  PIC X(40) VALUE
002780         "REMESSA  DATA     PRODUTO  DESCRICAO    ".
002790     05  FILLER                  PIC X(50) VALUE
002800         "            SALDO           VALOR  DIAS".
002810 01  LIN-CLI-POS.
002820     05  FILLER                  PIC X(09) VALUE "CLIENTE: ".
002830     05  LCP-CODCLI              PIC 9(04).
002840     05  FILLER                  PIC X(01) VALUE SPACE.
002850     05  LCP-NOME                PIC X(30).
002860 01  LIN-POS.
002870     05  LP-NUMERO-REM           PIC 9(08).
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  LP-DATA                 PIC 9(08).
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  LP-CODPROD              PIC 9(08).
002920     05  FILLER                  PIC X(01) VALUE SPACE.
002930     05  LP-DESCPROD             PIC X(20).
002940     05  FILLER                  PIC X(01) VALUE SPACE.
002950     05  LP-SALDO                PIC ZZZZZZ9.
002960     05  FILLER                  PIC X(01) VALUE SPACE.
002970     05  LP-VALOR                PIC ZZZZZZZZZZZ9,99.
002980     05  FILLER                  PIC X(01) VALUE SPACE.
002990     05  LP-DIAS                 PIC ZZZZ9.
003000 01  LIN-TOT-POS.
003010     05  LTP-DESCR               PIC X(30).
003020     05  FILLER                  PIC X(07) VALUE "QTDE: ".
003030     05  LTP-QTDE                PIC ZZZZZZZZ9.
003040     05  FILLER                  PIC X(09) VALUE "  VALOR: ".
003050     05  LTP-VALOR               PIC ZZZZZZZZZZZZ9,99.
003060 01  LIN-FAIXA.
003070     05  LF-DESCR                PIC X(30).
003080     05  FILLER                  PIC X(25) VALUE SPACES.
003090     05  LF-VALOR                PIC ZZZZZZZZZZZZ9,99.
003100 PROCEDURE DIVISION.
003110******************************************************************
003120*    0000-MAINLINE                                                *
003130******************************************************************
003140 0000-MAINLINE.
003150     PERFORM 2000-MENU THRU 2000-EXIT
003160         UNTIL W-FIM-SIM.
003170     GOBACK.
003180 2000-MENU.
003190     DISPLAY " ".
003200     DISPLAY "CEP086 - ESTOQUE EM CONSIGNACAO".
003210     DISPLAY "1-REMESSA   2-ACERTO DE VENDAS   3-DEVOLUCAO".
003220     DISPLAY "4-ESTORNO DE ACERTO   5-POSICAO   9-FIM".
003230     ACCEPT W-OPCAO.
003240     EVALUATE W-OPCAO
003250         WHEN "1"
003260             PERFORM ROT-REMESSA THRU ROT-REMESSA-EXIT
003270         WHEN "2"
003280             PERFORM ROT-ACERTO THRU ROT-ACERTO-EXIT
003290         WHEN "3"
003300             PERFORM ROT-DEVOLUCAO THRU ROT-DEVOLUCAO-EXIT
003310         WHEN "4"
003320             PERFORM ROT-ESTORNO THRU ROT-ESTORNO-EXIT
003330         WHEN "5"
003340             PERFORM ROT-POSICAO THRU ROT-POSICAO-EXIT
003350         WHEN "9"
003360             MOVE "S" TO W-FIM
003370         WHEN OTHER
003380             DISPLAY "OPCAO INVALIDA"
003390     END-EVALUATE.
003400 2000-EXIT. EXIT.
003410******************************************************************
003420*    ROT-DATA-ATUAL - DATA DO SISTEMA DO MOVIMENTO                *
003430******************************************************************
003440 ROT-DATA-ATUAL.
003450     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
003460     COMPUTE W-DATA-NUM = (W-ANO-ATUAL * 10000)
003470         + (W-MES-ATUAL * 100) + W-DIA-ATUAL.
003480 ROT-DATA-ATUAL-EXIT. EXIT.
003490******************************************************************
003500*    ROT-LER-CLIENTE - CLIENTE DA CONSIGNACAO (FORNECEDOR E       *
003510*    CLIENTE BLOQUEADO NAO RECEBEM REMESSA)                       *
003520******************************************************************
003530 ROT-LER-CLIENTE.
003540     MOVE "N" TO W-CLI-ACHADO.
003550     MOVE ZERO TO W-VEND-CARTEIRA.
003560     DISPLAY "CODIGO DO CLIENTE =>".
003570     ACCEPT W-CODCLI-INF.
003580     OPEN INPUT CADPARCEIRO.
003590     IF PARC-STATUS NOT = "00"
003600         DISPLAY "ARQUIVO DE PARCEIROS NAO EXISTE"
003610         GO TO ROT-LER-CLIENTE-EXIT.
003620     MOVE W-CODCLI-INF TO CODIGO.
003630     READ CADPARCEIRO
003640         INVALID KEY
003650             DISPLAY "CLIENTE NAO CADASTRADO"
003660         NOT INVALID KEY
003670             IF PARCEIRO-FORNECEDOR
003680                 DISPLAY "PARCEIRO NAO E CLIENTE"
003690             ELSE
003700                 MOVE "S" TO W-CLI-ACHADO
003710                 MOVE VEND-CARTEIRA TO W-VEND-CARTEIRA
003720                 MOVE NOME TO W-NOME-CLI
003730                 DISPLAY "CLIENTE....: " NOME
003740             END-IF.
003750     CLOSE CADPARCEIRO.
003760 ROT-LER-CLIENTE-EXIT. EXIT.
003770******************************************************************
003780*    ROT-DIGITAR-ALM - ALMOXARIFADO DE SAIDA OU DE RETORNO        *
003790******************************************************************
003800 ROT-DIGITAR-ALM.
003810     MOVE "N" TO W-ALM-ACHADO.
003820     DISPLAY "ALMOXARIFADO (CODIGO) =>".
003830     ACCEPT W-CODALM-INF.
003840     OPEN INPUT CADALM.
003850     IF ALM-STATUS NOT = "00"
003860         DISPLAY "ARQUIVO DE ALMOXARIFADOS NAO EXISTE"
003870         GO TO ROT-DIGITAR-ALM-EXIT.
003880     MOVE W-CODALM-INF TO ALM-CODIGO.
003890     READ CADALM
003900         INVALID KEY
003910             DISPLAY "ALMOXARIFADO NAO CADASTRADO"
003920         NOT INVALID KEY
003930             MOVE "S" TO W-ALM-ACHADO
003940             DISPLAY "ALMOXARIFADO: " ALM-DESCRICAO.
003950     CLOSE CADALM.
003960 ROT-DIGITAR-ALM-EXIT. EXIT.
003970******************************************************************
003980*    ROT-ABRIR-CONSITEM - ABRE O SALDO, CRIANDO NA PRIMEIRA VEZ   *
003990******************************************************************
004000 ROT-ABRIR-CONSITEM.
004010     OPEN I-O CONSITEM.
004020     IF CSI-STATUS = "35"
004030         OPEN OUTPUT CONSITEM
004040         CLOSE CONSITEM
004050         OPEN I-O CONSITEM.
004060 ROT-ABRIR-CONSITEM-EXIT. EXIT.
004070******************************************************************
004080*    ROT-REMESSA - NOTA DE REMESSA EM CONSIGNACAO: CADA ITEM SAI  *
004090*    DO ESTOQUE E DO ALMOXARIFADO E ENTRA NO SALDO DO CLIENTE     *
004100*    PELO PRECO DE VENDA COMBINADO                                *
004110******************************************************************
004120 ROT-REMESSA.
004130     PERFORM ROT-LER-CLIENTE THRU ROT-LER-CLIENTE-EXIT.
004140     IF NOT W-CLI-ACHADO-SIM
004150         GO TO ROT-REMESSA-EXIT.
004160     PERFORM ROT-DIGITAR-ALM THRU ROT-DIGITAR-ALM-EXIT.
004170     IF NOT W-ALM-ACHADO-SIM
004180         GO TO ROT-REMESSA-EXIT.
004190     PERFORM ROT-ABRIR-CONSITEM THRU ROT-ABRIR-CONSITEM-EXIT.
004200     IF CSI-STATUS NOT = "00"
004210         DISPLAY "ERRO NA ABERTURA DO CONSITEM: " CSI-STATUS
004220         GO TO ROT-REMESSA-EXIT.
004230     OPEN I-O CADPROD.
004240     IF PROD-STATUS NOT = "00"
004250         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
004260         CLOSE CONSITEM
004270         GO TO ROT-REMESSA-EXIT.
004280     PERFORM ROT-DATA-ATUAL THRU ROT-DATA-ATUAL-EXIT.
004290     MOVE "NF" TO NUM-TIPO.
004300     MOVE "2"  TO NUM-SERIE.
004310     CALL "NUM000" USING NUM-PARAMETROS-AREA.
004320     MOVE NUM-NUMERO TO W-NUMERO-REM.
004330     DISPLAY "NOTA DE REMESSA: " W-NUMERO-REM.
004340     PERFORM ROT-CABECALHO-NOTA THRU ROT-CABECALHO-NOTA-EXIT.
004350     MOVE ZERO TO W-QTDE-ITENS W-TOTAL.
004360     MOVE "N" TO W-FIM-ITENS.
004370     PERFORM ROT-ITEM-REMESSA THRU ROT-ITEM-REMESSA-EXIT
004380         UNTIL W-FIM-ITENS-SIM.
004390     WRITE REG-NOTA FROM LIN-TRACO.
004400     MOVE W-TOTAL TO LT-TOTAL.
004410     WRITE REG-NOTA FROM LIN-TOTAL-NOTA.
004420     WRITE REG-NOTA FROM LIN-OBS.
004430     WRITE REG-NOTA FROM LIN-TRACO.
004440     CLOSE NOTAREM.
004450     CLOSE CADPROD.
004460     CLOSE CONSITEM.
004470     IF W-QTDE-ITENS = ZERO
004480         DISPLAY "REMESSA SEM ITENS - NOTA " W-NUMERO-REM
004490                 " NAO UTILIZADA"
004500     ELSE
004510         DISPLAY "*** REMESSA GRAVADA - NOTA EM NOTAREM ***"
004520         DISPLAY "VALOR DA REMESSA: " W-TOTAL.
004530 ROT-REMESSA-EXIT. EXIT.
004540 ROT-CABECALHO-NOTA.
004550     OPEN OUTPUT NOTAREM.
004560     WRITE REG-NOTA FROM LIN-TRACO.
004570     WRITE REG-NOTA FROM LIN-TITULO.
004580     WRITE REG-NOTA FROM LIN-TRACO.
004590     MOVE W-NUMERO-REM TO LN-NUMERO.
004600     MOVE W-DIA-ATUAL  TO LN-DIA.
004610     MOVE W-MES-ATUAL  TO LN-MES.
004620     MOVE W-ANO-ATUAL  TO LN-ANO.
004630     MOVE W-CODALM-INF TO LN-CODALM.
004640     WRITE REG-NOTA FROM LIN-NUMERO.
004650     OPEN INPUT CADPARCEIRO.
004660     MOVE W-CODCLI-INF TO CODIGO.
004670     READ CADPARCEIRO
004680         INVALID KEY
004690             MOVE SPACES TO NOME LOGRADOURO CIDADE UF
004700             MOVE ZERO TO CNPJ.
004710     CLOSE CADPARCEIRO.
004720     MOVE W-CODCLI-INF TO LC-CODIGO.
004730     MOVE NOME         TO LC-NOME.
004740     WRITE REG-NOTA FROM LIN-CLIENTE.
004750     MOVE CNPJ         TO LC-CNPJ.
004760     WRITE REG-NOTA FROM LIN-CNPJ.
004770     MOVE LOGRADOURO   TO LE-LOGRADOURO.
004780     WRITE REG-NOTA FROM LIN-ENDERECO.
004790     MOVE CIDADE       TO LE-CIDADE.
004800     MOVE UF           TO LE-UF.
004810     WRITE REG-NOTA FROM LIN-CIDADE.
004820     WRITE REG-NOTA FROM LIN-TRACO.
004830     WRITE REG-NOTA FROM LIN-CABEC-ITENS.
004840 ROT-CABECALHO-NOTA-EXIT. EXIT.
004850******************************************************************
004860*    ROT-ITEM-REMESSA - UM PRODUTO DA REMESSA (0 ENCERRA). PRODUTO*
004870*    COM CONTROLE DE SERIE NAO VAI EM CONSIGNACAO                 *
004880******************************************************************
004890 ROT-ITEM-REMESSA.
004900     DISPLAY "CODIGO DO PRODUTO (0=ENCERRAR) =>".
004910     ACCEPT W-CODPROD-INF.
004920     IF W-CODPROD-INF = ZERO
004930         MOVE "S" TO W-FIM-ITENS
004940         GO TO ROT-ITEM-REMESSA-EXIT.
004950     MOVE W-CODPROD-INF TO CODPROD.
004960     READ CADPROD
004970         INVALID KEY
004980             DISPLAY "PRODUTO NAO CADASTRADO"
004990             GO TO ROT-ITEM-REMESSA-EXIT.
005000     DISPLAY "PRODUTO....: " DESCPROD.
005010     IF NOT PROD-VENDA-LIBERADA
005020         DISPLAY "PRODUTO BLOQUEADO PARA VENDA"
005030         GO TO ROT-ITEM-REMESSA-EXIT.
005040     IF PROD-COM-SERIE
005050         DISPLAY "PRODUTO COM SERIE NAO VAI EM CONSIGNACAO"
005060         GO TO ROT-ITEM-REMESSA-EXIT.
005070     IF RESERVADA + QUARENTENA > QUANTIDADE
005080         MOVE ZERO TO W-DISPONIVEL
005090     ELSE
005100         COMPUTE W-DISPONIVEL =
005110             QUANTIDADE - RESERVADA - QUARENTENA.
005120     DISPLAY "DISPONIVEL.: " W-DISPONIVEL.
005130     DISPLAY "QUANTIDADE =>".
005140     ACCEPT W-QTDE-INF.
005150     IF W-QTDE-INF = ZERO
005160         DISPLAY "QUANTIDADE NAO PODE SER ZERO"
005170         GO TO ROT-ITEM-REMESSA-EXIT.
005180     IF W-QTDE-INF > W-DISPONIVEL
005190         DISPLAY "QUANTIDADE ACIMA DO DISPONIVEL"
005200         GO TO ROT-ITEM-REMESSA-EXIT.
005210     DISPLAY "PRECO DE VENDA UNITARIO COMBINADO =>".
005220     ACCEPT W-PRECO-INF.
005230     IF W-PRECO-INF = ZERO
005240         DISPLAY "PRECO NAO PODE SER ZERO"
005250         GO TO ROT-ITEM-REMESSA-EXIT.
005260     MOVE W-CODCLI-INF  TO CS-CODCLI.
005270     MOVE W-NUMERO-REM  TO CS-NUMERO-REM.
005280     MOVE W-CODPROD-INF TO CS-CODPROD.
005290     READ CONSITEM
005300         INVALID KEY
005310             MOVE W-DATA-NUM   TO CS-DATA-REMESSA
005320             MOVE W-CODALM-INF TO CS-CODALM
005330             MOVE W-PRECO-INF  TO CS-PRECO
005340             MOVE PMEDIO       TO CS-CUSTO
005350             MOVE W-QTDE-INF   TO CS-QTDE-REMETIDA
005360             MOVE ZERO TO CS-QTDE-VENDIDA CS-QTDE-DEVOLVIDA
005370             WRITE REGCSI
005380                 INVALID KEY
005390                     DISPLAY "ERRO NA GRAVACAO DO CONSITEM"
005400                     GO TO ROT-ITEM-REMESSA-EXIT
005410             END-WRITE
005420         NOT INVALID KEY
005430             DISPLAY "PRODUTO JA NA REMESSA - QUANTIDADE SOMADA"
005440             ADD W-QTDE-INF TO CS-QTDE-REMETIDA
005450             MOVE W-PRECO-INF TO CS-PRECO
005460             REWRITE REGCSI
005470                 INVALID KEY
005480                     DISPLAY "ERRO NA ATUALIZACAO DO CONSITEM"
005490                     GO TO ROT-ITEM-REMESSA-EXIT
005500             END-REWRITE.
005510     SUBTRACT W-QTDE-INF FROM QUANTIDADE.
005520     COMPUTE PTOTAL = PMEDIO * QUANTIDADE.
005530     REWRITE REGPROD
005540         INVALID KEY
005550             DISPLAY "ERRO NA ATUALIZACAO DO ESTOQUE".
005560     PERFORM ROT-DEBITAR-SALDOALM THRU ROT-DEBITAR-SALDOALM-EXIT.
005570     MOVE "-" TO MOV-SINAL.
005580     PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT.
005590     MOVE "R"           TO CL-TIPO.
005600     MOVE W-NUMERO-REM  TO CL-NUMERO-REM.
005610     MOVE W-QTDE-INF    TO CL-QUANTIDADE.
005620     MOVE W-PRECO-INF   TO CL-PRECO.
005630     MOVE W-NUMERO-REM  TO CL-DOCUMENTO.
005640     PERFORM ROT-GRAVAR-LOG THRU ROT-GRAVAR-LOG-EXIT.
005650     COMPUTE W-VALOR = W-QTDE-INF * W-PRECO-INF.
005660     MOVE W-CODPROD-INF TO LI-CODPROD.
005670     MOVE DESCPROD      TO LI-DESCPROD.
005680     MOVE W-QTDE-INF    TO LI-QTDE.
005690     MOVE W-PRECO-INF   TO LI-PRECO.
005700     MOVE W-VALOR       TO LI-VALOR.
005710     WRITE REG-NOTA FROM LIN-ITEM.
005720     ADD W-VALOR TO W-TOTAL.
005730     ADD 1 TO W-QTDE-ITENS.
005740     DISPLAY "ITEM INCLUIDO NA REMESSA".
005750 ROT-ITEM-REMESSA-EXIT. EXIT.
005760******************************************************************
005770*    ROT-DEBITAR-SALDOALM / ROT-CREDITAR-SALDOALM - SALDO DO      *
005780*    PRODUTO NO ALMOXARIFADO INFORMADO                            *
005790******************************************************************
005800 ROT-DEBITAR-SALDOALM.
005810     OPEN I-O SALDOALM.
005820     IF SAL-STATUS NOT = "00"
005830         DISPLAY "ARQUIVO SALDOALM NAO PODE SER ABERTO"
005840         GO TO ROT-DEBITAR-SALDOALM-EXIT.
005850     MOVE W-CODALM-INF  TO SA-CODALM.
005860     MOVE W-CODPROD-INF TO SA-CODPROD.
005870     READ SALDOALM
005880         INVALID KEY
005890             DISPLAY "PRODUTO SEM SALDO NO ALMOXARIFADO"
005900             CLOSE SALDOALM
005910             GO TO ROT-DEBITAR-SALDOALM-EXIT.
005920     IF SA-QUANTIDADE < W-QTDE-INF
005930         DISPLAY "SALDO DO ALMOXARIFADO FICARIA NEGATIVO"
005940         DISPLAY "SALDO ZERADO - CONFIRA COM O CEP008"
005950         MOVE ZERO TO SA-QUANTIDADE
005960     ELSE
005970         SUBTRACT W-QTDE-INF FROM SA-QUANTIDADE.
005980     REWRITE REGSALM
005990         INVALID KEY
006000             DISPLAY "ERRO NA ATUALIZACAO DO SALDO".
006010     CLOSE SALDOALM.
006020 ROT-DEBITAR-SALDOALM-EXIT. EXIT.
006030 ROT-CREDITAR-SALDOALM.
006040     OPEN I-O SALDOALM.
006050     IF SAL-STATUS = "35"
006060         OPEN OUTPUT SALDOALM
006070         CLOSE SALDOALM
006080         OPEN I-O SALDOALM.
006090     IF SAL-STATUS NOT = "00"
006100         DISPLAY "ARQUIVO SALDOALM NAO PODE SER ABERTO"
006110         GO TO ROT-CREDITAR-SALDOALM-EXIT.
006120     MOVE W-CODALM-INF  TO SA-CODALM.
006130     MOVE W-CODPROD-INF TO SA-CODPROD.
006140     READ SALDOALM
006150         INVALID KEY
006160             MOVE W-CODALM-INF  TO SA-CODALM
006170             MOVE W-CODPROD-INF TO SA-CODPROD
006180             MOVE W-QTDE-INF    TO SA-QUANTIDADE
006190             MOVE ZERO TO SA-MINIMO SA-MAXIMO
006200             WRITE REGSALM
006210                 INVALID KEY
006220                     DISPLAY "ERRO NA CRIACAO DO SALDO"
006230             END-WRITE
006240         NOT INVALID KEY
006250             ADD W-QTDE-INF TO SA-QUANTIDADE
006260             REWRITE REGSALM
006270                 INVALID KEY
006280                     DISPLAY "ERRO NA ATUALIZACAO DO SALDO"
006290             END-REWRITE.
006300     CLOSE SALDOALM.
006310 ROT-CREDITAR-SALDOALM-EXIT. EXIT.
006320******************************************************************
006330*    ROT-GRAVAR-MOV - MOVIMENTO "C" DA CONSIGNACAO NO MOVESTQ,    *
006340*    PELO CUSTO MEDIO (SINAL JA MOVIDO PELO CHAMADOR)             *
006350******************************************************************
006360 ROT-GRAVAR-MOV.
006370     MOVE W-CODPROD-INF  TO MOV-CODPROD.
006380     MOVE "C"            TO MOV-TIPO.
006390     MOVE W-QTDE-INF     TO MOV-QUANTIDADE.
006400     MOVE PMEDIO         TO MOV-PRECO.
006410     MOVE W-DIA-ATUAL    TO MOV-DIA.
006420     MOVE W-MES-ATUAL    TO MOV-MES.
006430     MOVE W-ANO-ATUAL    TO MOV-ANO.
006440     MOVE W-CODALM-INF   TO MOV-CODALM.
006450     MOVE ZERO           TO MOV-CODDEPC.
006460     OPEN EXTEND MOVESTQ.
006470     IF MOV-STATUS = "35"
006480         OPEN OUTPUT MOVESTQ.
006490     MOVE REGMOV TO MVX-MOVIMENTO.
006490     WRITE REGMOV.
006500     CLOSE MOVESTQ.
006500     MOVE "G" TO MVX-ACAO.
006500     CALL "MVX000" USING MVX-PARAMETROS-AREA.
006510 ROT-GRAVAR-MOV-EXIT. EXIT.
006520******************************************************************
006530*    ROT-GRAVAR-LOG - UMA LINHA NO CONSLOG (TIPO, REMESSA,        *
006540*    QUANTIDADE, PRECO E DOCUMENTO JA MOVIDOS PELO CHAMADOR)      *
006550******************************************************************
006560 ROT-GRAVAR-LOG.
006570     MOVE W-DATA-NUM    TO CL-DATA.
006580     MOVE W-CODCLI-INF  TO CL-CODCLI.
006590     MOVE W-CODPROD-INF TO CL-CODPROD.
006600     OPEN EXTEND CONSLOG.
006610     IF CSL-STATUS = "35"
006620         OPEN OUTPUT CONSLOG
006630         CLOSE CONSLOG
006640         OPEN EXTEND CONSLOG.
006650     WRITE REGCSL.
006660     CLOSE CONSLOG.
006670 ROT-GRAVAR-LOG-EXIT. EXIT.
006680******************************************************************
006690*    ROT-SALDO-CLIENTE - SOMA O SALDO DO PRODUTO EM PODER DO      *
006700*    CLIENTE EM TODAS AS REMESSAS                                 *
006710******************************************************************
006720 ROT-SALDO-CLIENTE.
006730     MOVE ZERO TO W-SALDO-CLI.
006740     PERFORM ROT-POSICIONAR-CLIENTE
006750         THRU ROT-POSICIONAR-CLIENTE-EXIT.
006760     PERFORM ROT-SOMAR-SALDO THRU ROT-SOMAR-SALDO-EXIT
006770         UNTIL W-EOF-SIM.
006780 ROT-SALDO-CLIENTE-EXIT. EXIT.
006790 ROT-POSICIONAR-CLIENTE.
006800     MOVE "N" TO W-EOF.
006810     MOVE W-CODCLI-INF TO CS-CODCLI.
006820     MOVE ZERO TO CS-NUMERO-REM CS-CODPROD.
006830     START CONSITEM KEY IS NOT LESS THAN CS-CHAVE
006840         INVALID KEY MOVE "S" TO W-EOF.
006850 ROT-POSICIONAR-CLIENTE-EXIT. EXIT.
006860 ROT-LER-CONSITEM.
006870     READ CONSITEM NEXT RECORD
006880         AT END MOVE "S" TO W-EOF.
006890     IF NOT W-EOF-SIM AND CS-CODCLI NOT = W-CODCLI-INF
006900         MOVE "S" TO W-EOF.
006910     IF W-EOF-SIM
006920         GO TO ROT-LER-CONSITEM-EXIT.
006930     COMPUTE W-SALDO-REM = CS-QTDE-REMETIDA
006940         - CS-QTDE-VENDIDA - CS-QTDE-DEVOLVIDA.
006950 ROT-LER-CONSITEM-EXIT. EXIT.
006960 ROT-SOMAR-SALDO.
006970     PERFORM ROT-LER-CONSITEM THRU ROT-LER-CONSITEM-EXIT.
006980     IF NOT W-EOF-SIM AND CS-CODPROD = W-CODPROD-INF
006990         ADD W-SALDO-REM TO W-SALDO-CLI.
007000 ROT-SOMAR-SALDO-EXIT. EXIT.
007010******************************************************************
007020*    ROT-DIGITAR-PRODUTO-CLI - PRODUTO E QUANTIDADE DO ACERTO OU  *
007030*    DA DEVOLUCAO, LIMITADA AO SALDO EM PODER DO CLIENTE          *
007040******************************************************************
007050 ROT-DIGITAR-PRODUTO-CLI.
007060     MOVE ZERO TO W-QTDE-INF.
007070     DISPLAY "CODIGO DO PRODUTO (0=ENCERRAR) =>".
007080     ACCEPT W-CODPROD-INF.
007090     IF W-CODPROD-INF = ZERO
007100         MOVE "S" TO W-FIM-ITENS
007110         GO TO ROT-DIGITAR-PRODUTO-CLI-EXIT.
007120     MOVE W-CODPROD-INF TO CODPROD.
007130     READ CADPROD
007140         INVALID KEY
007150             DISPLAY "PRODUTO NAO CADASTRADO"
007160             GO TO ROT-DIGITAR-PRODUTO-CLI-EXIT.
007170     DISPLAY "PRODUTO....: " DESCPROD.
007180     PERFORM ROT-SALDO-CLIENTE THRU ROT-SALDO-CLIENTE-EXIT.
007190     DISPLAY "EM PODER DO CLIENTE: " W-SALDO-CLI.
007200     IF W-SALDO-CLI = ZERO
007210         DISPLAY "PRODUTO SEM SALDO EM CONSIGNACAO NO CLIENTE"
007220         GO TO ROT-DIGITAR-PRODUTO-CLI-EXIT.
007230     DISPLAY "QUANTIDADE =>".
007240     ACCEPT W-QTDE-INF.
007250     IF W-QTDE-INF > W-SALDO-CLI
007260         DISPLAY "QUANTIDADE ACIMA DO SALDO EM CONSIGNACAO"
007270         MOVE ZERO TO W-QTDE-INF.
007280 ROT-DIGITAR-PRODUTO-CLI-EXIT. EXIT.
007290******************************************************************
007300*    ROT-ALOCAR - CONSOME A QUANTIDADE DAS REMESSAS DO PRODUTO,   *
007310*    DA MAIS ANTIGA PARA A MAIS NOVA, COMO VENDA DO ACERTO OU     *
007320*    COMO DEVOLUCAO (W-OPERACAO)                                  *
007330******************************************************************
007340 ROT-ALOCAR.
007350     MOVE W-QTDE-INF TO W-QTDE-RESTANTE.
007360     PERFORM ROT-POSICIONAR-CLIENTE
007370         THRU ROT-POSICIONAR-CLIENTE-EXIT.
007380     PERFORM ROT-ALOCAR-REMESSA THRU ROT-ALOCAR-REMESSA-EXIT
007390         UNTIL W-EOF-SIM OR W-QTDE-RESTANTE = ZERO.
007400 ROT-ALOCAR-EXIT. EXIT.
007410 ROT-ALOCAR-REMESSA.
007420     PERFORM ROT-LER-CONSITEM THRU ROT-LER-CONSITEM-EXIT.
007430     IF W-EOF-SIM
007440         GO TO ROT-ALOCAR-REMESSA-EXIT.
007450     IF CS-CODPROD NOT = W-CODPROD-INF OR W-SALDO-REM = ZERO
007460         GO TO ROT-ALOCAR-REMESSA-EXIT.
007470     IF W-SALDO-REM < W-QTDE-RESTANTE
007480         MOVE W-SALDO-REM TO W-QTDE-FATIA
007490     ELSE
007500         MOVE W-QTDE-RESTANTE TO W-QTDE-FATIA.
007510     IF W-OPER-ACERTO
007520         ADD W-QTDE-FATIA TO CS-QTDE-VENDIDA
007530     ELSE
007540         ADD W-QTDE-FATIA TO CS-QTDE-DEVOLVIDA.
007550     REWRITE REGCSI
007560         INVALID KEY
007570             DISPLAY "ERRO NA ATUALIZACAO DO CONSITEM"
007580             GO TO ROT-ALOCAR-REMESSA-EXIT.
007590     SUBTRACT W-QTDE-FATIA FROM W-QTDE-RESTANTE.
007600     MOVE W-OPERACAO    TO CL-TIPO.
007610     MOVE CS-NUMERO-REM TO CL-NUMERO-REM.
007620     MOVE W-QTDE-FATIA  TO CL-QUANTIDADE.
007630     MOVE CS-PRECO      TO CL-PRECO.
007640     MOVE W-DOCUMENTO   TO CL-DOCUMENTO.
007650     PERFORM ROT-GRAVAR-LOG THRU ROT-GRAVAR-LOG-EXIT.
007660     IF W-OPER-ACERTO
007670         PERFORM ROT-GRAVAR-ITEM-PED
007680             THRU ROT-GRAVAR-ITEM-PED-EXIT.
007690 ROT-ALOCAR-REMESSA-EXIT. EXIT.
007700******************************************************************
007710*    ROT-GRAVAR-ITEM-PED - UM ITEM DO PEDIDO DO ACERTO POR        *
007720*    REMESSA CONSUMIDA, PELO PRECO COMBINADO NA REMESSA           *
007730******************************************************************
007740 ROT-GRAVAR-ITEM-PED.
007750     ADD 1 TO W-SEQ-ITEM.
007760     MOVE W-NUMERO-PED  TO PVI-NUMERO.
007770     MOVE W-SEQ-ITEM    TO PVI-SEQ.
007780     MOVE W-CODPROD-INF TO PVI-CODPROD.
007790     MOVE W-QTDE-FATIA  TO PVI-QUANTIDADE.
007800     MOVE CS-PRECO      TO PVI-PRECO.
007810     COMPUTE PVI-VALOR = W-QTDE-FATIA * CS-PRECO.
007820     MOVE CS-CUSTO      TO PVI-CUSTO.
007830     MOVE ZERO          TO PVI-QTDE-DEVOLVIDA.
007830     MOVE ZERO          TO PVI-VALOR-ICMS.
007840     WRITE REGPEDI
007850         INVALID KEY
007860             DISPLAY "ERRO NA GRAVACAO DO ITEM DO PEDIDO"
007870             SUBTRACT 1 FROM W-SEQ-ITEM
007880             GO TO ROT-GRAVAR-ITEM-PED-EXIT.
007890     ADD PVI-VALOR TO W-TOTAL.
007900     COMPUTE W-PESO-TOTAL = W-PESO-TOTAL + (PESO * W-QTDE-FATIA).
007910 ROT-GRAVAR-ITEM-PED-EXIT. EXIT.
007920******************************************************************
007930*    ROT-ACERTO - VENDAS INFORMADAS PELO CLIENTE: CONSOME O SALDO *
007940*    EM CONSIGNACAO E GERA O PEDIDO CONFIRMADO (PV-CONSIGNACAO)   *
007950*    PARA O CEP013 FATURAR SEM NOVA BAIXA DO FISICO               *
007960******************************************************************
007970 ROT-ACERTO.
007980     PERFORM ROT-LER-CLIENTE THRU ROT-LER-CLIENTE-EXIT.
007990     IF NOT W-CLI-ACHADO-SIM
008000         GO TO ROT-ACERTO-EXIT.
008010     OPEN I-O CONSITEM.
008020     IF CSI-STATUS NOT = "00"
008030         DISPLAY "ARQUIVO CONSITEM NAO EXISTE"
008040         GO TO ROT-ACERTO-EXIT.
008050     OPEN INPUT CADPROD.
008060     IF PROD-STATUS NOT = "00"
008070         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
008080         CLOSE CONSITEM
008090         GO TO ROT-ACERTO-EXIT.
008100     OPEN I-O PEDVENDA.
008110     IF PED-STATUS = "35"
008120         OPEN OUTPUT PEDVENDA
008130         CLOSE PEDVENDA
008140         OPEN I-O PEDVENDA.
008150     OPEN I-O PEDITEM.
008160     IF ITM-STATUS = "35"
008170         OPEN OUTPUT PEDITEM
008180         CLOSE PEDITEM
008190         OPEN I-O PEDITEM.
008200     PERFORM ROT-DATA-ATUAL THRU ROT-DATA-ATUAL-EXIT.
008210     MOVE "PV" TO NUM-TIPO.
008220     MOVE "1"  TO NUM-SERIE.
008230     CALL "NUM000" USING NUM-PARAMETROS-AREA.
008240     MOVE NUM-NUMERO TO W-NUMERO-PED.
008250     MOVE W-NUMERO-PED TO W-DOCUMENTO.
008260     DISPLAY "PEDIDO DO ACERTO: " W-NUMERO-PED.
008270     MOVE "V" TO W-OPERACAO.
008280     MOVE ZERO TO W-SEQ-ITEM W-TOTAL W-PESO-TOTAL.
008290     MOVE "N" TO W-FIM-ITENS.
008300     PERFORM ROT-ITEM-ACERTO THRU ROT-ITEM-ACERTO-EXIT
008310         UNTIL W-FIM-ITENS-SIM.
008320     IF W-SEQ-ITEM = ZERO
008330         DISPLAY "ACERTO SEM ITENS - PEDIDO NAO GRAVADO"
008340     ELSE
008350         PERFORM ROT-GRAVAR-PEDIDO THRU ROT-GRAVAR-PEDIDO-EXIT.
008360     CLOSE PEDITEM.
008370     CLOSE PEDVENDA.
008380     CLOSE CADPROD.
008390     CLOSE CONSITEM.
008400 ROT-ACERTO-EXIT. EXIT.
008410 ROT-ITEM-ACERTO.
008420     PERFORM ROT-DIGITAR-PRODUTO-CLI
008430         THRU ROT-DIGITAR-PRODUTO-CLI-EXIT.
008440     IF W-FIM-ITENS-SIM OR W-QTDE-INF = ZERO
008450         GO TO ROT-ITEM-ACERTO-EXIT.
008460     PERFORM ROT-ALOCAR THRU ROT-ALOCAR-EXIT.
008470     DISPLAY "VENDA REGISTRADA NO ACERTO".
008480 ROT-ITEM-ACERTO-EXIT. EXIT.
008490 ROT-GRAVAR-PEDIDO.
008500     MOVE W-NUMERO-PED    TO PV-NUMERO.
008510     MOVE W-CODCLI-INF    TO PV-CODCLI.
008520     MOVE W-VEND-CARTEIRA TO PV-CODVEND.
008530     MOVE W-DIA-ATUAL     TO PV-DIA.
008540     MOVE W-MES-ATUAL     TO PV-MES.
008550     MOVE W-ANO-ATUAL     TO PV-ANO.
008560     MOVE "C"             TO PV-SITUACAO.
008570     MOVE W-TOTAL         TO PV-TOTAL.
008580     MOVE SPACES          TO PV-PEDIDO-CLI.
008590     MOVE W-PESO-TOTAL    TO PV-PESO.
008600     MOVE ZERO            TO PV-FRETE.
008610     MOVE "S"             TO PV-CONSIGNACAO.
008620     WRITE REGPEDV
008630         INVALID KEY
008640             DISPLAY "ERRO NA INCLUSAO DO PEDIDO " W-NUMERO-PED
008650         NOT INVALID KEY
008660             DISPLAY "*** PEDIDO " W-NUMERO-PED
008670                     " GERADO - FATURAR NO CEP013 ***"
008680             DISPLAY "TOTAL DO ACERTO: " W-TOTAL.
008690 ROT-GRAVAR-PEDIDO-EXIT. EXIT.
008700******************************************************************
008710*    ROT-DEVOLUCAO - MERCADORIA NAO VENDIDA VOLTA DO CLIENTE COM  *
008720*    A NOTA DE DEVOLUCAO DELE: BAIXA O SALDO DA REMESSA MAIS      *
008730*    ANTIGA E DEVOLVE AO ESTOQUE E AO ALMOXARIFADO ("C" "+")      *
008740******************************************************************
008750 ROT-DEVOLUCAO.
008760     PERFORM ROT-LER-CLIENTE THRU ROT-LER-CLIENTE-EXIT.
008770     IF NOT W-CLI-ACHADO-SIM
008780         GO TO ROT-DEVOLUCAO-EXIT.
008790     DISPLAY "NUMERO DA NOTA DE DEVOLUCAO DO CLIENTE =>".
008800     ACCEPT W-DOCUMENTO.
008810     IF W-DOCUMENTO = ZERO
008820         DISPLAY "NOTA DE DEVOLUCAO OBRIGATORIA"
008830         GO TO ROT-DEVOLUCAO-EXIT.
008840     PERFORM ROT-DIGITAR-ALM THRU ROT-DIGITAR-ALM-EXIT.
008850     IF NOT W-ALM-ACHADO-SIM
008860         GO TO ROT-DEVOLUCAO-EXIT.
008870     OPEN I-O CONSITEM.
008880     IF CSI-STATUS NOT = "00"
008890         DISPLAY "ARQUIVO CONSITEM NAO EXISTE"
008900         GO TO ROT-DEVOLUCAO-EXIT.
008910     OPEN I-O CADPROD.
008920     IF PROD-STATUS NOT = "00"
008930         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
008940         CLOSE CONSITEM
008950         GO TO ROT-DEVOLUCAO-EXIT.
008960     PERFORM ROT-DATA-ATUAL THRU ROT-DATA-ATUAL-EXIT.
008970     MOVE "D" TO W-OPERACAO.
008980     MOVE ZERO TO W-QTDE-ITENS.
008990     MOVE "N" TO W-FIM-ITENS.
009000     PERFORM ROT-ITEM-DEVOLUCAO THRU ROT-ITEM-DEVOLUCAO-EXIT
009010         UNTIL W-FIM-ITENS-SIM.
009020     CLOSE CADPROD.
009030     CLOSE CONSITEM.
009040     DISPLAY "PRODUTOS DEVOLVIDOS: " W-QTDE-ITENS.
009050 ROT-DEVOLUCAO-EXIT. EXIT.
009060 ROT-ITEM-DEVOLUCAO.
009070     PERFORM ROT-DIGITAR-PRODUTO-CLI
009080         THRU ROT-DIGITAR-PRODUTO-CLI-EXIT.
009090     IF W-FIM-ITENS-SIM OR W-QTDE-INF = ZERO
009100         GO TO ROT-ITEM-DEVOLUCAO-EXIT.
009110     PERFORM ROT-ALOCAR THRU ROT-ALOCAR-EXIT.
009120     ADD W-QTDE-INF TO QUANTIDADE.
009130     COMPUTE PTOTAL = PMEDIO * QUANTIDADE.
009140     REWRITE REGPROD
009150         INVALID KEY
009160             DISPLAY "ERRO NA DEVOLUCAO AO ESTOQUE".
009170     PERFORM ROT-CREDITAR-SALDOALM
009180         THRU ROT-CREDITAR-SALDOALM-EXIT.
009190     MOVE "+" TO MOV-SINAL.
009200     PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT.
009210     ADD 1 TO W-QTDE-ITENS.
009220     DISPLAY "DEVOLUCAO REGISTRADA".
009230 ROT-ITEM-DEVOLUCAO-EXIT. EXIT.
009240******************************************************************
009250*    ROT-ESTORNO - DESFAZ O ACERTO DE UM PEDIDO AINDA NAO         *
009260*    FATURADO: AS VENDAS DO CONSLOG VOLTAM AO SALDO DAS REMESSAS  *
009270*    E O PEDIDO E CANCELADO. NOTA JA EMITIDA SE CANCELA ANTES NO  *
009280*    CEP049                                                       *
009290******************************************************************
009300 ROT-ESTORNO.
009310     DISPLAY "NUMERO DO PEDIDO DO ACERTO =>".
009320     ACCEPT W-NUMERO-PED.
009330     OPEN I-O PEDVENDA.
009340     IF PED-STATUS NOT = "00"
009350         DISPLAY "ARQUIVO DE PEDIDOS NAO EXISTE"
009360         GO TO ROT-ESTORNO-EXIT.
009370     MOVE W-NUMERO-PED TO PV-NUMERO.
009380     READ PEDVENDA
009390         INVALID KEY
009400             DISPLAY "PEDIDO NAO CADASTRADO"
009410             CLOSE PEDVENDA
009420             GO TO ROT-ESTORNO-EXIT.
009430     IF NOT PEDIDO-CONSIGNACAO
009440         DISPLAY "PEDIDO NAO E DE ACERTO DE CONSIGNACAO"
009450         CLOSE PEDVENDA
009460         GO TO ROT-ESTORNO-EXIT.
009470     IF NOT PEDIDO-CONFIRMADO
009480         DISPLAY "PEDIDO FATURADO OU CANCELADO - SE FATURADO,"
009490                 " CANCELE A NOTA NO CEP049 ANTES"
009500         CLOSE PEDVENDA
009510         GO TO ROT-ESTORNO-EXIT.
009520     DISPLAY "CLIENTE " PV-CODCLI " TOTAL " PV-TOTAL.
009530     DISPLAY "ESTORNAR O ACERTO (S/N) ==>".
009540     ACCEPT W-CONF.
009550     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
009560         DISPLAY "ESTORNO ABANDONADO"
009570         CLOSE PEDVENDA
009580         GO TO ROT-ESTORNO-EXIT.
009590     MOVE PV-CODCLI TO W-CODCLI-INF.
009600     PERFORM ROT-CARREGAR-ACERTO THRU ROT-CARREGAR-ACERTO-EXIT.
009610     OPEN I-O CONSITEM.
009620     IF CSI-STATUS NOT = "00"
009630         DISPLAY "ARQUIVO CONSITEM NAO EXISTE"
009640         CLOSE PEDVENDA
009650         GO TO ROT-ESTORNO-EXIT.
009660     PERFORM ROT-DATA-ATUAL THRU ROT-DATA-ATUAL-EXIT.
009670     MOVE W-NUMERO-PED TO W-DOCUMENTO.
009680     PERFORM ROT-ESTORNAR-UM THRU ROT-ESTORNAR-UM-EXIT
009690         VARYING W-IDX FROM 1 BY 1
009700         UNTIL W-IDX > W-QTDE-EST.
009710     CLOSE CONSITEM.
009720     MOVE "X" TO PV-SITUACAO.
009730     REWRITE REGPEDV
009740         INVALID KEY
009750             DISPLAY "ERRO NO CANCELAMENTO DO PEDIDO"
009760         NOT INVALID KEY
009770             DISPLAY "*** ACERTO ESTORNADO - PEDIDO CANCELADO".
009780     CLOSE PEDVENDA.
009790 ROT-ESTORNO-EXIT. EXIT.
009800 ROT-CARREGAR-ACERTO.
009810     MOVE ZERO TO W-QTDE-EST.
009820     OPEN INPUT CONSLOG.
009830     IF CSL-STATUS NOT = "00"
009840         GO TO ROT-CARREGAR-ACERTO-EXIT.
009850     MOVE "N" TO W-EOF.
009860     PERFORM ROT-LER-LOG-ACERTO THRU ROT-LER-LOG-ACERTO-EXIT
009870         UNTIL W-EOF-SIM.
009880     CLOSE CONSLOG.
009890 ROT-CARREGAR-ACERTO-EXIT. EXIT.
009900 ROT-LER-LOG-ACERTO.
009910     READ CONSLOG
009920         AT END MOVE "S" TO W-EOF.
009930     IF W-EOF-SIM
009940         GO TO ROT-LER-LOG-ACERTO-EXIT.
009950     IF NOT CL-ACERTO OR CL-DOCUMENTO NOT = W-NUMERO-PED
009960         OR CL-CODCLI NOT = W-CODCLI-INF
009970         GO TO ROT-LER-LOG-ACERTO-EXIT.
009980     IF W-QTDE-EST NOT < 200
009990         DISPLAY "ACERTO COM MAIS DE 200 LINHAS - ESTORNE O"
010000                 " RESTANTE MANUALMENTE"
010010         MOVE "S" TO W-EOF
010020         GO TO ROT-LER-LOG-ACERTO-EXIT.
010030     ADD 1 TO W-QTDE-EST.
010040     MOVE CL-NUMERO-REM TO W-EST-NUMERO-REM (W-QTDE-EST).
010050     MOVE CL-CODPROD    TO W-EST-CODPROD (W-QTDE-EST).
010060     MOVE CL-QUANTIDADE TO W-EST-QTDE (W-QTDE-EST).
010070     MOVE CL-PRECO      TO W-EST-PRECO (W-QTDE-EST).
010080 ROT-LER-LOG-ACERTO-EXIT. EXIT.
010090 ROT-ESTORNAR-UM.
010100     MOVE W-CODCLI-INF               TO CS-CODCLI.
010110     MOVE W-EST-NUMERO-REM (W-IDX)   TO CS-NUMERO-REM.
010120     MOVE W-EST-CODPROD (W-IDX)      TO CS-CODPROD.
010130     READ CONSITEM
010140         INVALID KEY
010150             DISPLAY "REMESSA " CS-NUMERO-REM " PRODUTO "
010160                     CS-CODPROD " NAO ENCONTRADA"
010170             GO TO ROT-ESTORNAR-UM-EXIT.
010180     IF CS-QTDE-VENDIDA < W-EST-QTDE (W-IDX)
010190         MOVE ZERO TO CS-QTDE-VENDIDA
010200     ELSE
010210         SUBTRACT W-EST-QTDE (W-IDX) FROM CS-QTDE-VENDIDA.
010220     REWRITE REGCSI
010230         INVALID KEY
010240             DISPLAY "ERRO NA ATUALIZACAO DO CONSITEM"
010250             GO TO ROT-ESTORNAR-UM-EXIT.
010260     MOVE W-EST-CODPROD (W-IDX) TO W-CODPROD-INF.
010270     MOVE "X"                   TO CL-TIPO.
010280     MOVE CS-NUMERO-REM         TO CL-NUMERO-REM.
010290     MOVE W-EST-QTDE (W-IDX)    TO CL-QUANTIDADE.
010300     MOVE W-EST-PRECO (W-IDX)   TO CL-PRECO.
010310     MOVE W-DOCUMENTO           TO CL-DOCUMENTO.
010320     PERFORM ROT-GRAVAR-LOG THRU ROT-GRAVAR-LOG-EXIT.
010330 ROT-ESTORNAR-UM-EXIT. EXIT.
010340******************************************************************
010350*    ROT-POSICAO - SALDO EM PODER DE CADA CLIENTE (0=TODOS) POR   *
010360*    REMESSA E PRODUTO, VALORIZADO PELO PRECO COMBINADO, COM A    *
010370*    IDADE EM DIAS DESDE A REMESSA E O RESUMO POR FAIXA DE IDADE  *
010380*    (REPCONS)                                                    *
010390******************************************************************
010400 ROT-POSICAO.
010410     DISPLAY "CODIGO DO CLIENTE (0=TODOS) =>".
010420     ACCEPT W-CODCLI-INF.
010430     OPEN INPUT CONSITEM.
010440     IF CSI-STATUS NOT = "00"
010450         DISPLAY "ARQUIVO CONSITEM NAO EXISTE"
010460         GO TO ROT-POSICAO-EXIT.
010470     OPEN INPUT CADPROD.
010480     OPEN INPUT CADPARCEIRO.
010490     PERFORM ROT-DATA-ATUAL THRU ROT-DATA-ATUAL-EXIT.
010500     COMPUTE W-ORD-ATUAL =
010510         (W-ANO-ATUAL * 360) + (W-MES-ATUAL * 30) + W-DIA-ATUAL.
010520     MOVE ZERO TO W-TOT-GER-QTDE W-TOT-GER-VALOR.
010530     MOVE ZERO TO W-TOT-CLI-QTDE W-TOT-CLI-VALOR.
010540     MOVE ZERO TO W-FAIXA-VALOR (1) W-FAIXA-VALOR (2)
010550                  W-FAIXA-VALOR (3) W-FAIXA-VALOR (4).
010560     MOVE ZERO TO W-CODCLI-ANT.
010570     MOVE "S" TO W-PRIMEIRO.
010580     OPEN OUTPUT REPCONS.
010590     MOVE W-DIA-ATUAL TO CP1-DIA.
010600     MOVE W-MES-ATUAL TO CP1-MES.
010610     MOVE W-ANO-ATUAL TO CP1-ANO.
010620     WRITE REG-RELAT FROM CAB-POS1.
010630     WRITE REG-RELAT FROM CAB-POS2.
010640     MOVE "N" TO W-EOF.
010650     MOVE W-CODCLI-INF TO CS-CODCLI.
010660     MOVE ZERO TO CS-NUMERO-REM CS-CODPROD.
010670     START CONSITEM KEY IS NOT LESS THAN CS-CHAVE
010680         INVALID KEY MOVE "S" TO W-EOF.
010690     PERFORM ROT-LINHA-POSICAO THRU ROT-LINHA-POSICAO-EXIT
010700         UNTIL W-EOF-SIM.
010710     IF NOT W-PRIMEIRO-SIM
010720         PERFORM ROT-TOTAL-CLIENTE THRU ROT-TOTAL-CLIENTE-EXIT.
010730     MOVE SPACES TO REG-RELAT.
010740     WRITE REG-RELAT.
010750     MOVE "TOTAL GERAL EM CONSIGNACAO" TO LTP-DESCR.
010760     MOVE W-TOT-GER-QTDE  TO LTP-QTDE.
010770     MOVE W-TOT-GER-VALOR TO LTP-VALOR.
010780     WRITE REG-RELAT FROM LIN-TOT-POS.
010790     MOVE "VALOR ATE 30 DIAS" TO LF-DESCR.
010800     MOVE W-FAIXA-VALOR (1) TO LF-VALOR.
010810     WRITE REG-RELAT FROM LIN-FAIXA.
010820     MOVE "VALOR DE 31 A 60 DIAS" TO LF-DESCR.
010830     MOVE W-FAIXA-VALOR (2) TO LF-VALOR.
010840     WRITE REG-RELAT FROM LIN-FAIXA.
010850     MOVE "VALOR DE 61 A 90 DIAS" TO LF-DESCR.
010860     MOVE W-FAIXA-VALOR (3) TO LF-VALOR.
010870     WRITE REG-RELAT FROM LIN-FAIXA.
010880     MOVE "VALOR ACIMA DE 90 DIAS" TO LF-DESCR.
010890     MOVE W-FAIXA-VALOR (4) TO LF-VALOR.
010900     WRITE REG-RELAT FROM LIN-FAIXA.
010910     CLOSE REPCONS.
010920     IF PARC-STATUS = "00"
010930         CLOSE CADPARCEIRO.
010940     IF PROD-STATUS = "00"
010950         CLOSE CADPROD.
010960     CLOSE CONSITEM.
010970     DISPLAY "VALOR EM CONSIGNACAO: " W-TOT-GER-VALOR.
010980     DISPLAY "POSICAO GRAVADA EM REPCONS".
010990 ROT-POSICAO-EXIT. EXIT.
011000 ROT-LINHA-POSICAO.
011010     READ CONSITEM NEXT RECORD
011020         AT END MOVE "S" TO W-EOF.
011030     IF W-EOF-SIM
011040         GO TO ROT-LINHA-POSICAO-EXIT.
011050     IF W-CODCLI-INF NOT = ZERO AND CS-CODCLI NOT = W-CODCLI-INF
011060         MOVE "S" TO W-EOF
011070         GO TO ROT-LINHA-POSICAO-EXIT.
011080     COMPUTE W-SALDO-REM = CS-QTDE-REMETIDA
011090         - CS-QTDE-VENDIDA - CS-QTDE-DEVOLVIDA.
011100     IF W-SALDO-REM = ZERO
011110         GO TO ROT-LINHA-POSICAO-EXIT.
011120     IF W-PRIMEIRO-SIM OR CS-CODCLI NOT = W-CODCLI-ANT
011130         IF NOT W-PRIMEIRO-SIM
011140             PERFORM ROT-TOTAL-CLIENTE
011150                 THRU ROT-TOTAL-CLIENTE-EXIT
011160         END-IF
011170         PERFORM ROT-CABECALHO-CLIENTE
011180             THRU ROT-CABECALHO-CLIENTE-EXIT
011190     END-IF.
011200     MOVE CS-DATA-REMESSA TO W-DATA-REM.
011210     COMPUTE W-ORD-REM =
011220         (W-ANO-REM * 360) + (W-MES-REM * 30) + W-DIA-REM.
011230     COMPUTE W-IDADE = W-ORD-ATUAL - W-ORD-REM.
011240     IF W-IDADE < ZERO
011250         MOVE ZERO TO W-IDADE.
011260     COMPUTE W-VALOR = W-SALDO-REM * CS-PRECO.
011270     MOVE SPACES TO DESCPROD.
011280     IF PROD-STATUS = "00"
011290         MOVE CS-CODPROD TO CODPROD
011300         READ CADPROD
011310             INVALID KEY MOVE SPACES TO DESCPROD
011320         END-READ.
011330     MOVE CS-NUMERO-REM   TO LP-NUMERO-REM.
011340     MOVE CS-DATA-REMESSA TO LP-DATA.
011350     MOVE CS-CODPROD      TO LP-CODPROD.
011360     MOVE DESCPROD        TO LP-DESCPROD.
011370     MOVE W-SALDO-REM     TO LP-SALDO.
011380     MOVE W-VALOR         TO LP-VALOR.
011390     MOVE W-IDADE         TO LP-DIAS.
011400     WRITE REG-RELAT FROM LIN-POS.
011410     ADD W-SALDO-REM TO W-TOT-CLI-QTDE.
011420     ADD W-VALOR     TO W-TOT-CLI-VALOR.
011430     EVALUATE TRUE
011440         WHEN W-IDADE NOT > 30
011450             MOVE 1 TO W-FAIXA
011460         WHEN W-IDADE NOT > 60
011470             MOVE 2 TO W-FAIXA
011480         WHEN W-IDADE NOT > 90
011490             MOVE 3 TO W-FAIXA
011500         WHEN OTHER
011510             MOVE 4 TO W-FAIXA
011520     END-EVALUATE.
011530     ADD W-VALOR TO W-FAIXA-VALOR (W-FAIXA).
011540 ROT-LINHA-POSICAO-EXIT. EXIT.
011550 ROT-CABECALHO-CLIENTE.
011560     MOVE "N" TO W-PRIMEIRO.
011570     MOVE CS-CODCLI TO W-CODCLI-ANT.
011580     MOVE SPACES TO NOME.
011590     IF PARC-STATUS = "00"
011600         MOVE CS-CODCLI TO CODIGO
011610         READ CADPARCEIRO
011620             INVALID KEY MOVE SPACES TO NOME
011630         END-READ.
011640     MOVE SPACES TO REG-RELAT.
011650     WRITE REG-RELAT.
011660     MOVE CS-CODCLI TO LCP-CODCLI.
011670     MOVE NOME      TO LCP-NOME.
011680     WRITE REG-RELAT FROM LIN-CLI-POS.
011690 ROT-CABECALHO-CLIENTE-EXIT. EXIT.
011700 ROT-TOTAL-CLIENTE.
011710     MOVE "TOTAL DO CLIENTE" TO LTP-DESCR.
011720     MOVE W-TOT-CLI-QTDE  TO LTP-QTDE.
011730     MOVE W-TOT-CLI-VALOR TO LTP-VALOR.
011740     WRITE REG-RELAT FROM LIN-TOT-POS.
011750     ADD W-TOT-CLI-QTDE  TO W-TOT-GER-QTDE.
011760     ADD W-TOT-CLI-VALOR TO W-TOT-GER-VALOR.
011770     MOVE ZERO TO W-TOT-CLI-QTDE W-TOT-CLI-VALOR.
011780 ROT-TOTAL-CLIENTE-EXIT. EXIT.
