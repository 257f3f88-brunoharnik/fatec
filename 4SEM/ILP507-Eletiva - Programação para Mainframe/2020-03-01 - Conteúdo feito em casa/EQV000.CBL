000010******************************************************************
000020* PROGRAM-ID : EQV000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-14                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DE PRODUTO SUBSTITUTO (MOLDE DO         *
000080*              CMP000). ACAO "O": NA FALTA DE ESTOQUE DO PRODUTO  *
000090*              PEDIDO, LISTA OS SUBSTITUTOS DO PRODEQV NA ORDEM   *
000100*              DE PRIORIDADE QUE ESTAO LIBERADOS PARA VENDA E TEM *
000110*              SALDO LIVRE (QUANTIDADE - RESERVADA - QUARENTENA)  *
000120*              PARA A QUANTIDADE, COM O PRECO SUGERIDO PELA REGRA *
000130*              DA EQUIVALENCIA, E DEVOLVE O QUE O OPERADOR        *
000140*              ESCOLHER. ACAO "R": REGISTRA NO SUBSTLOG A TROCA   *
000150*              QUE O CHAMADOR JA GRAVOU NO ITEM. USADA PELO       *
000160*              CEP012 (DIGITACAO E CONFIRMACAO) E PELO CEP036.    *
000170*-----------------------------------------------------------------*
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-10-14 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. EQV000.
000240 AUTHOR. BRUNO HARNIK.
000250 INSTALLATION. FATEC.
000260 DATE-WRITTEN. 2026-10-14.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PRODEQV ASSIGN TO "PRODEQV"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS EQ-CHAVE
000380         FILE STATUS IS EQV-STATUS.
000390     SELECT CADPROD ASSIGN TO "CADPROD"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CODPROD
000430         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000440         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000450         FILE STATUS IS PROD-STATUS.
000460     SELECT TABPRECO ASSIGN TO "TABPRECO"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PR-CHAVE
000500         FILE STATUS IS PRC-STATUS.
000510     SELECT SUBSTLOG ASSIGN TO "SUBSTLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SBL-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PRODEQV
000570     LABEL RECORDS ARE STANDARD.
000580     COPY REGEQV.
000590 FD  CADPROD
000600     LABEL RECORDS ARE STANDARD.
000610     COPY REGPROD.
000620 FD  TABPRECO
000630     LABEL RECORDS ARE STANDARD.
000640     COPY REGPRC.
000650 FD  SUBSTLOG
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REGSBL.
000680 WORKING-STORAGE SECTION.
000690 01  EQV-STATUS                  PIC X(02).
000700 01  PROD-STATUS                 PIC X(02).
000710 01  PRC-STATUS                  PIC X(02).
000720 01  SBL-STATUS                  PIC X(02).
000730 01  W-EOF                       PIC X(01).
000740     88  W-EOF-SIM               VALUE "S".
000750 01  W-EOF-PRC                   PIC X(01).
000760     88  W-EOF-PRC-SIM           VALUE "S".
000770 01  W-DISPONIVEL                PIC 9(07).
000780 01  W-PRECO                     PIC 9(12)V99.
000790 01  W-VIG-NUM                   PIC 9(08).
000800 01  W-ESCOLHA                   PIC 9(02).
000810 01  W-QTDE-SUBST                PIC 9(02) COMP VALUE ZERO.
000820 01  W-DATA-SISTEMA              PIC 9(08).
000830 01  TAB-SUBST.
000840     05  TS-ENTRY OCCURS 20 TIMES.
000850         10  TS-CODSUBST         PIC 9(08).
000860         10  TS-PRECO            PIC 9(12)V99.
000870 01  DET-SUBST.
000880     05  DS-NUM                  PIC Z9.
000890     05  FILLER                  PIC X(02) VALUE "- ".
000900     05  DS-CODSUBST             PIC 9(08).
000910     05  FILLER                  PIC X(01) VALUE SPACE.
000920     05  DS-DESCPROD             PIC X(30).
000930     05  FILLER                  PIC X(05) VALUE " LIVR".
000940     05  DS-DISPONIVEL           PIC ZZZZZZ9.
000950     05  FILLER                  PIC X(07) VALUE " PRECO ".
000960     05  DS-PRECO                PIC ZZZZZZZZ9,99.
000970 LINKAGE SECTION.
000980 COPY EQVPARM.
000990 PROCEDURE DIVISION USING EQP-PARAMETROS-AREA.
001000******************************************************************
001010*    0000-MAINLINE                                                *
001020******************************************************************
001030 0000-MAINLINE.
001040     IF EQP-ACAO = "R"
001050         PERFORM 5000-REGISTRAR THRU 5000-EXIT
001060         GOBACK.
001070     MOVE "N"  TO EQP-TROCOU.
001080     MOVE ZERO TO EQP-CODSUBST EQP-PRECO.
001090     MOVE ZERO TO W-QTDE-SUBST.
001100     OPEN INPUT PRODEQV.
001110     IF EQV-STATUS NOT = "00"
001120         GOBACK.
001130     OPEN INPUT CADPROD.
001140     IF PROD-STATUS NOT = "00"
001150         CLOSE PRODEQV
001160         GOBACK.
001170     MOVE "N" TO W-EOF.
001180     MOVE EQP-CODPROD TO EQ-CODPROD.
001190     MOVE ZERO TO EQ-PRIORIDADE EQ-CODSUBST.
001200     START PRODEQV KEY IS NOT LESS THAN EQ-CHAVE
001210         INVALID KEY MOVE "S" TO W-EOF.
001220     IF NOT W-EOF-SIM
001230         PERFORM 1100-LER-EQUIVALENCIA THRU 1100-EXIT.
001240     PERFORM 2000-TESTAR-SUBSTITUTO THRU 2000-EXIT
001250         UNTIL W-EOF-SIM.
001260     CLOSE CADPROD.
001270     CLOSE PRODEQV.
001280     IF W-QTDE-SUBST = ZERO
001290         DISPLAY "SEM SUBSTITUTO COM SALDO PARA A QUANTIDADE"
001300         GOBACK.
001310     PERFORM 4000-ESCOLHER THRU 4000-EXIT.
001320     GOBACK.
001330 1100-LER-EQUIVALENCIA.
001340     READ PRODEQV NEXT RECORD
001350         AT END MOVE "S" TO W-EOF.
001360     IF NOT W-EOF-SIM AND EQ-CODPROD NOT = EQP-CODPROD
001370         MOVE "S" TO W-EOF.
001380 1100-EXIT. EXIT.
001390******************************************************************
001400*    2000-TESTAR-SUBSTITUTO - SUBSTITUTO LIBERADO PARA VENDA E    *
001410*    COM SALDO LIVRE PARA A QUANTIDADE TODA ENTRA NA OFERTA       *
001420******************************************************************
001430 2000-TESTAR-SUBSTITUTO.
001440     IF W-QTDE-SUBST NOT < 20
001450         MOVE "S" TO W-EOF
001460         GO TO 2000-EXIT.
001470     MOVE EQ-CODSUBST TO CODPROD.
001480     READ CADPROD
001490         INVALID KEY
001500             GO TO 2000-LER.
001510     IF NOT PROD-VENDA-LIBERADA
001520         GO TO 2000-LER.
001530     IF RESERVADA + QUARENTENA > QUANTIDADE
001540         MOVE ZERO TO W-DISPONIVEL
001550     ELSE
001560         COMPUTE W-DISPONIVEL =
001570             QUANTIDADE - RESERVADA - QUARENTENA.
001580     IF W-DISPONIVEL < EQP-QTDE
001590         GO TO 2000-LER.
001600     PERFORM 3000-CALCULAR-PRECO THRU 3000-EXIT.
001610     ADD 1 TO W-QTDE-SUBST.
001620     MOVE EQ-CODSUBST TO TS-CODSUBST(W-QTDE-SUBST).
001630     MOVE W-PRECO     TO TS-PRECO(W-QTDE-SUBST).
001640     IF W-QTDE-SUBST = 1
001650         DISPLAY "SUBSTITUTOS DISPONIVEIS:".
001660     MOVE W-QTDE-SUBST TO DS-NUM.
001670     MOVE EQ-CODSUBST  TO DS-CODSUBST.
001680     MOVE DESCPROD     TO DS-DESCPROD.
001690     MOVE W-DISPONIVEL TO DS-DISPONIVEL.
001700     MOVE W-PRECO      TO DS-PRECO.
001710     DISPLAY DET-SUBST.
001720 2000-LER.
001730     PERFORM 1100-LER-EQUIVALENCIA THRU 1100-EXIT.
001740 2000-EXIT. EXIT.
001750******************************************************************
001760*    3000-CALCULAR-PRECO - PRECO SUGERIDO PELA REGRA DA           *
001770*    EQUIVALENCIA; SEM BASE PARA O CALCULO FICA ZERO E O          *
001780*    CHAMADOR PEDE O PRECO AO OPERADOR                            *
001790******************************************************************
001800 3000-CALCULAR-PRECO.
001810     MOVE ZERO TO W-PRECO.
001820     IF EQ-PRECO-ORIGINAL
001830         MOVE EQP-PRECO-ORIG TO W-PRECO
001840         GO TO 3000-EXIT.
001850     IF EQ-PRECO-PERCENTUAL
001860         COMPUTE W-PRECO ROUNDED =
001870             EQP-PRECO-ORIG * EQ-PERCENTUAL / 100
001880         GO TO 3000-EXIT.
001890     OPEN INPUT TABPRECO.
001900     IF PRC-STATUS NOT = "00"
001910         GO TO 3000-EXIT.
001920     MOVE "N" TO W-EOF-PRC.
001930     MOVE EQ-CODSUBST TO PR-CODPROD.
001940     MOVE ZERO TO PR-VIGENCIA.
001950     START TABPRECO KEY IS NOT LESS THAN PR-CHAVE
001960         INVALID KEY MOVE "S" TO W-EOF-PRC.
001970     IF NOT W-EOF-PRC-SIM
001980         PERFORM 3100-LER-VIGENCIA THRU 3100-EXIT.
001990     PERFORM 3200-TESTAR-VIGENCIA THRU 3200-EXIT
002000         UNTIL W-EOF-PRC-SIM.
002010     CLOSE TABPRECO.
002020 3000-EXIT. EXIT.
002030 3100-LER-VIGENCIA.
002040     READ TABPRECO NEXT RECORD
002050         AT END MOVE "S" TO W-EOF-PRC.
002060     IF NOT W-EOF-PRC-SIM AND PR-CODPROD NOT = EQ-CODSUBST
002070         MOVE "S" TO W-EOF-PRC.
002080 3100-EXIT. EXIT.
002090 3200-TESTAR-VIGENCIA.
002100     COMPUTE W-VIG-NUM = (PR-VIG-ANO * 10000)
002110         + (PR-VIG-MES * 100) + PR-VIG-DIA.
002120     IF W-VIG-NUM NOT > EQP-DATA
002130         MOVE PR-PRECO TO W-PRECO
002140         PERFORM 3100-LER-VIGENCIA THRU 3100-EXIT
002150     ELSE
002160         MOVE "S" TO W-EOF-PRC.
002170 3200-EXIT. EXIT.
002180******************************************************************
002190*    4000-ESCOLHER - O OPERADOR ESCOLHE O SUBSTITUTO PELO NUMERO  *
002200*    DA LINHA; ZERO MANTEM O PRODUTO PEDIDO                       *
002210******************************************************************
002220 4000-ESCOLHER.
002230     DISPLAY "TROCAR PELO SUBSTITUTO NUMERO (0=NAO TROCAR) =>".
002240     ACCEPT W-ESCOLHA.
002250     IF W-ESCOLHA = ZERO OR W-ESCOLHA > W-QTDE-SUBST
002260         GO TO 4000-EXIT.
002270     MOVE "S" TO EQP-TROCOU.
002280     MOVE TS-CODSUBST(W-ESCOLHA) TO EQP-CODSUBST.
002290     MOVE TS-PRECO(W-ESCOLHA)    TO EQP-PRECO.
002300 4000-EXIT. EXIT.
002310******************************************************************
002320*    5000-REGISTRAR - GRAVA A TROCA NO SUBSTLOG; EQP-PRECO TRAZ   *
002330*    O PRECO QUE FICOU NO ITEM                                    *
002340******************************************************************
002350 5000-REGISTRAR.
002360     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
002370     MOVE W-DATA-SISTEMA TO SB-DATA.
002380     MOVE EQP-ORIGEM     TO SB-ORIGEM.
002390     MOVE EQP-NUMERO     TO SB-NUMERO.
002400     MOVE EQP-SEQ        TO SB-SEQ.
002410     MOVE EQP-CODPROD    TO SB-CODPROD-ORIG.
002420     MOVE EQP-CODSUBST   TO SB-CODSUBST.
002430     MOVE EQP-QTDE       TO SB-QUANTIDADE.
002440     MOVE EQP-PRECO      TO SB-PRECO.
002450     COMPUTE SB-VALOR = EQP-QTDE * EQP-PRECO.
002460     OPEN EXTEND SUBSTLOG.
002470     IF SBL-STATUS = "35"
002480         OPEN OUTPUT SUBSTLOG
002490         CLOSE SUBSTLOG
002500         OPEN EXTEND SUBSTLOG.
002510     IF SBL-STATUS NOT = "00"
002520         DISPLAY "ARQUIVO SUBSTLOG NAO PODE SER ABERTO"
002530         GO TO 5000-EXIT.
002540     WRITE REGSBL.
002550     CLOSE SUBSTLOG.
002560 5000-EXIT. EXIT.
