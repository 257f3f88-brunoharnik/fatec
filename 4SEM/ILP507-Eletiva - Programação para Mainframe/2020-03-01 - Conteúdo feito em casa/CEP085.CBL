000010******************************************************************
000020* PROGRAM-ID : CEP085                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-14                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : TABELA DE EQUIVALENCIA DE PRODUTOS (PRODEQV) -     *
000080*              SUBSTITUTOS DE CADA PRODUTO COM PRIORIDADE E       *
000090*              REGRA DE PRECO, OFERECIDOS PELA EQV000 NA FALTA DE *
000100*              ESTOQUE DO PEDIDO (CEP012) E DO ORCAMENTO          *
000110*              (CEP036). RELATORIO MENSAL (REPSUBST) DAS VENDAS   *
000120*              SALVAS POR SUBSTITUICAO (SUBSTLOG) CONTRA AS       *
000130*              VENDAS PERDIDAS NOS BACKORDERS CANCELADOS NO       *
000140*              CEP039.                                            *
000150*-----------------------------------------------------------------*
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-10-14 BH        VERSAO INICIAL                             *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP085.
000220 AUTHOR. BRUNO HARNIK.
000230 INSTALLATION. FATEC.
000240 DATE-WRITTEN. 2026-10-14.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PRODEQV ASSIGN TO "PRODEQV"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS EQ-CHAVE
000360         FILE STATUS IS EQV-STATUS.
000370     SELECT CADPROD ASSIGN TO "CADPROD"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CODPROD
000410         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000420         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000430         FILE STATUS IS PROD-STATUS.
000440     SELECT SUBSTLOG ASSIGN TO "SUBSTLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS SBL-STATUS.
000470     SELECT BACKORD ASSIGN TO "BACKORD"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS BK-CHAVE
000510         FILE STATUS IS BKO-STATUS.
000520     SELECT PEDITEM ASSIGN TO "PEDITEM"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PVI-CHAVE
000560         FILE STATUS IS ITM-STATUS.
000570     SELECT REPSUBST ASSIGN TO "REPSUBST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS REL-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PRODEQV
000630     LABEL RECORDS ARE STANDARD.
000640     COPY REGEQV.
000650 FD  CADPROD
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REGPROD.
000680 FD  SUBSTLOG
000690     LABEL RECORDS ARE STANDARD.
000700     COPY REGSBL.
000710 FD  BACKORD
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGBKO.
000740 FD  PEDITEM
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REGPEDI.
000770 FD  REPSUBST
000780     LABEL RECORDS ARE STANDARD.
000790 01  REG-RELAT                   PIC X(100).
000800 WORKING-STORAGE SECTION.
000810 01  EQV-STATUS                  PIC X(02).
000820 01  PROD-STATUS                 PIC X(02).
000830 01  SBL-STATUS                  PIC X(02).
000840 01  BKO-STATUS                  PIC X(02).
000850 01  ITM-STATUS                  PIC X(02).
000860 01  REL-STATUS                  PIC X(02).
000870 01  W-SWITCHES.
000880     05  W-FIM                   PIC X(01) VALUE "N".
000890         88  W-FIM-SIM           VALUE "S".
000900     05  W-EOF                   PIC X(01).
000910         88  W-EOF-SIM           VALUE "S".
000920     05  W-CHAVE-OK              PIC X(01).
000930         88  W-CHAVE-OK-SIM      VALUE "S".
000940     05  W-JA-EXISTE             PIC X(01).
000950         88  W-JA-EXISTE-SIM     VALUE "S".
000960     05  W-ITM-ABERTO            PIC X(01).
000970         88  W-ITM-ABERTO-SIM    VALUE "S".
000980 01  W-OPCAO                     PIC X(01).
000990 01  W-CONF                      PIC X(01).
001000 01  W-CODPROD                   PIC 9(08).
001010 01  W-CODSUBST                  PIC 9(08).
001020 01  W-PRIORIDADE                PIC 9(02).
001030 01  W-REGRA                     PIC X(01).
001040     88  W-REGRA-VALIDA          VALUE "O" "T" "P".
001050     88  W-REGRA-PERCENTUAL      VALUE "P".
001060 01  W-PERCENTUAL                PIC 9(03)V99.
001070 01  W-PRIORIDADE-EXISTENTE      PIC 9(02).
001080 01  W-QTDE-LISTADOS             PIC 9(04).
001090 01  W-DATA-SISTEMA              PIC 9(08).
001100 01  W-MES-REF                   PIC 9(06).
001110 01  W-MES-REGISTRO              PIC 9(06).
001120 01  W-VALOR                     PIC 9(12)V99.
001130 01  W-QTDE-SALVAS               PIC 9(05) VALUE ZERO.
001140 01  W-VALOR-SALVAS              PIC 9(13)V99 VALUE ZERO.
001150 01  W-QTDE-ORCAMENTOS           PIC 9(05) VALUE ZERO.
001160 01  W-VALOR-ORCAMENTOS          PIC 9(13)V99 VALUE ZERO.
001170 01  W-QTDE-PERDIDAS             PIC 9(05) VALUE ZERO.
001180 01  W-VALOR-PERDIDAS            PIC 9(13)V99 VALUE ZERO.
001190******************************************************************
001200*    LINHAS DO RELATORIO MENSAL                                   *
001210******************************************************************
001220 01  CAB-SUB1.
001230     05  FILLER                  PIC X(44) VALUE
001240         "VENDAS SALVAS POR SUBSTITUICAO X PERDIDAS - ".
001250     05  FILLER                  PIC X(04) VALUE "MES ".
001260     05  CS1-MES                 PIC 9(02).
001270     05  FILLER                  PIC X(01) VALUE "/".
001280     05  CS1-ANO                 PIC 9(04).
001290 01  CAB-SUB2                    PIC X(100) VALUE
001300     "TROCAS POR SUBSTITUTO (P=PEDIDO C=CONFIRMACAO O=ORCAMENTO)".
001310 01  CAB-SUB3.
001320     05  FILLER                  PIC X(25) VALUE
001330         "DATA     O DOCUMENTO/SEQ ".
001340     05  FILLER                  PIC X(41) VALUE
001350         "PEDIDO   SUBSTIT.    QTDE           VALOR".
001360 01  LIN-SUB.
001370     05  LS-DATA                 PIC 9(08).
001380     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  LS-ORIGEM               PIC X(01).
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  LS-NUMERO               PIC 9(08).
001420     05  FILLER                  PIC X(01) VALUE "/".
001430     05  LS-SEQ                  PIC 9(03).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  LS-CODPROD-ORIG         PIC 9(08).
001460     05  FILLER                  PIC X(01) VALUE SPACE.
001470     05  LS-CODSUBST             PIC 9(08).
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001490     05  LS-QTDE                 PIC ZZZZZZ9.
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001510     05  LS-VALOR                PIC ZZZZZZZZZZZ9,99.
001520 01  CAB-PER1                    PIC X(100) VALUE
001530     "BACKORDERS CANCELADOS NO CEP039 (VENDAS PERDIDAS)".
001540 01  CAB-PER2.
001550     05  FILLER                  PIC X(32) VALUE
001560         "CANCEL.  PRODUTO  PEDIDO/SEQ    ".
001570     05  FILLER                  PIC X(28) VALUE
001580         "CLI    FALTA           VALOR".
001590 01  LIN-PER.
001600     05  LP-DATA-CANCEL          PIC 9(08).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  LP-CODPROD              PIC 9(08).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  LP-PEDIDO               PIC 9(08).
001650     05  FILLER                  PIC X(01) VALUE "/".
001660     05  LP-SEQ                  PIC 9(03).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  LP-CODCLI               PIC 9(04).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  LP-FALTA                PIC ZZZZZZ9.
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  LP-VALOR                PIC ZZZZZZZZZZZ9,99.
001730 01  LIN-TOTAL.
001740     05  LT-DESCR                PIC X(36).
001750     05  LT-QTDE                 PIC ZZZZ9.
001760     05  FILLER                  PIC X(10) VALUE "  VALOR: ".
001770     05  LT-VALOR                PIC ZZZZZZZZZZZZ9,99.
001780 PROCEDURE DIVISION.
001790******************************************************************
001800*    0000-MAINLINE                                                *
001810******************************************************************
001820 0000-MAINLINE.
001830     PERFORM 2000-MENU THRU 2000-EXIT
001840         UNTIL W-FIM-SIM.
001850     GOBACK.
001860 2000-MENU.
001870     DISPLAY " ".
001880     DISPLAY "CEP085 - PRODUTOS SUBSTITUTOS".
001890     DISPLAY "1-INCLUIR   2-ALTERAR REGRA   3-EXCLUIR   4-LISTAR".
001900     DISPLAY "5-RELATORIO MENSAL DE SUBSTITUICOES   9-FIM".
001910     ACCEPT W-OPCAO.
001920     EVALUATE W-OPCAO
001930         WHEN "1"
001940             PERFORM ROT-INCLUIR THRU ROT-INCLUIR-EXIT
001950         WHEN "2"
001960             PERFORM ROT-ALTERAR THRU ROT-ALTERAR-EXIT
001970         WHEN "3"
001980             PERFORM ROT-EXCLUIR THRU ROT-EXCLUIR-EXIT
001990         WHEN "4"
002000             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
002010         WHEN "5"
002020             PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
002030         WHEN "9"
002040             MOVE "S" TO W-FIM
002050         WHEN OTHER
002060             DISPLAY "OPCAO INVALIDA"
002070     END-EVALUATE.
002080 2000-EXIT. EXIT.
002090******************************************************************
002100*    ROT-CHAVE - PRODUTO E SUBSTITUTO, AMBOS NO CADPROD E         *
002110*    DIFERENTES ENTRE SI                                          *
002120******************************************************************
002130 ROT-CHAVE.
002140     MOVE "N" TO W-CHAVE-OK.
002150     DISPLAY "CODIGO DO PRODUTO =>".
002160     ACCEPT W-CODPROD.
002170     DISPLAY "CODIGO DO SUBSTITUTO =>".
002180     ACCEPT W-CODSUBST.
002190     IF W-CODSUBST = W-CODPROD
002200         DISPLAY "PRODUTO NAO PODE SUBSTITUIR A SI MESMO"
002210         GO TO ROT-CHAVE-EXIT.
002220     OPEN INPUT CADPROD.
002230     IF PROD-STATUS NOT = "00"
002240         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
002250         GO TO ROT-CHAVE-EXIT.
002260     MOVE W-CODPROD TO CODPROD.
002270     READ CADPROD
002280         INVALID KEY
002290             DISPLAY "PRODUTO NAO CADASTRADO"
002300             CLOSE CADPROD
002310             GO TO ROT-CHAVE-EXIT.
002320     DISPLAY "PRODUTO....: " DESCPROD.
002330     MOVE W-CODSUBST TO CODPROD.
002340     READ CADPROD
002350         INVALID KEY
002360             DISPLAY "SUBSTITUTO NAO CADASTRADO"
002370             CLOSE CADPROD
002380             GO TO ROT-CHAVE-EXIT.
002390     DISPLAY "SUBSTITUTO.: " DESCPROD.
002400     CLOSE CADPROD.
002410     MOVE "S" TO W-CHAVE-OK.
002420 ROT-CHAVE-EXIT. EXIT.
002430******************************************************************
002440*    ROT-REGRA - REGRA DE PRECO DA TROCA E, NA REGRA "P", O       *
002450*    PERCENTUAL SOBRE O PRECO DO PRODUTO PEDIDO                   *
002460******************************************************************
002470 ROT-REGRA.
002480     MOVE "N" TO W-CHAVE-OK.
002490     DISPLAY "REGRA DE PRECO (O=PRECO DO PEDIDO,".
002500     DISPLAY "T=TABELA DO SUBSTITUTO, P=PERCENTUAL) =>".
002510     ACCEPT W-REGRA.
002520     IF NOT W-REGRA-VALIDA
002530         DISPLAY "REGRA INVALIDA"
002540         GO TO ROT-REGRA-EXIT.
002550     MOVE ZERO TO W-PERCENTUAL.
002560     IF W-REGRA-PERCENTUAL
002570         DISPLAY "PERCENTUAL SOBRE O PRECO (EX.: 95,00) =>"
002580         ACCEPT W-PERCENTUAL
002590         IF W-PERCENTUAL = ZERO
002600             DISPLAY "PERCENTUAL NAO PODE SER ZERO"
002610             GO TO ROT-REGRA-EXIT
002620         END-IF
002630     END-IF.
002640     MOVE "S" TO W-CHAVE-OK.
002650 ROT-REGRA-EXIT. EXIT.
002660******************************************************************
002670*    ROT-ABRIR-EQV - ABRE O PRODEQV, CRIANDO NA PRIMEIRA VEZ      *
002680******************************************************************
002690 ROT-ABRIR-EQV.
002700     OPEN I-O PRODEQV.
002710     IF EQV-STATUS = "35"
002720         OPEN OUTPUT PRODEQV
002730         CLOSE PRODEQV
002740         OPEN I-O PRODEQV.
002750 ROT-ABRIR-EQV-EXIT. EXIT.
002760******************************************************************
002770*    ROT-INCLUIR - NOVO SUBSTITUTO DO PRODUTO; O MESMO SUBSTITUTO *
002780*    NAO SE REPETE EM OUTRA PRIORIDADE                            *
002790******************************************************************
002800 ROT-INCLUIR.
002810     PERFORM ROT-CHAVE THRU ROT-CHAVE-EXIT.
002820     IF NOT W-CHAVE-OK-SIM
002830         GO TO ROT-INCLUIR-EXIT.
002840     DISPLAY "PRIORIDADE (01=PRIMEIRA OFERTA) =>".
002850     ACCEPT W-PRIORIDADE.
002860     IF W-PRIORIDADE = ZERO
002870         DISPLAY "PRIORIDADE NAO PODE SER ZERO"
002880         GO TO ROT-INCLUIR-EXIT.
002890     PERFORM ROT-REGRA THRU ROT-REGRA-EXIT.
002900     IF NOT W-CHAVE-OK-SIM
002910         GO TO ROT-INCLUIR-EXIT.
002920     PERFORM ROT-ABRIR-EQV THRU ROT-ABRIR-EQV-EXIT.
002930     IF EQV-STATUS NOT = "00"
002940         DISPLAY "ERRO NA ABERTURA DO PRODEQV: " EQV-STATUS
002950         GO TO ROT-INCLUIR-EXIT.
002960     PERFORM ROT-PROCURAR-SUBST THRU ROT-PROCURAR-SUBST-EXIT.
002970     IF W-JA-EXISTE-SIM
002980         DISPLAY "SUBSTITUTO JA CADASTRADO NA PRIORIDADE "
002990                 W-PRIORIDADE-EXISTENTE
003000         CLOSE PRODEQV
003010         GO TO ROT-INCLUIR-EXIT.
003020     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
003030     MOVE W-CODPROD      TO EQ-CODPROD.
003040     MOVE W-PRIORIDADE   TO EQ-PRIORIDADE.
003050     MOVE W-CODSUBST     TO EQ-CODSUBST.
003060     MOVE W-REGRA        TO EQ-REGRA-PRECO.
003070     MOVE W-PERCENTUAL   TO EQ-PERCENTUAL.
003080     MOVE W-DATA-SISTEMA TO EQ-DATA-CADASTRO.
003090     WRITE REGEQV
003100         INVALID KEY
003110             DISPLAY "ERRO NA INCLUSAO DO SUBSTITUTO"
003120         NOT INVALID KEY
003130             DISPLAY "*** SUBSTITUTO INCLUIDO ***".
003140     CLOSE PRODEQV.
003150 ROT-INCLUIR-EXIT. EXIT.
003160******************************************************************
003170*    ROT-PROCURAR-SUBST - VARRE OS SUBSTITUTOS DO PRODUTO PARA    *
003180*    ACHAR O SUBSTITUTO INFORMADO EM QUALQUER PRIORIDADE; ACHANDO *
003190*    DEIXA O REGISTRO NA AREA DO PRODEQV                          *
003200******************************************************************
003210 ROT-PROCURAR-SUBST.
003220     MOVE "N" TO W-JA-EXISTE.
003230     MOVE "N" TO W-EOF.
003240     MOVE W-CODPROD TO EQ-CODPROD.
003250     MOVE ZERO TO EQ-PRIORIDADE EQ-CODSUBST.
003260     START PRODEQV KEY IS NOT LESS THAN EQ-CHAVE
003270         INVALID KEY MOVE "S" TO W-EOF.
003280     PERFORM ROT-TESTAR-SUBST THRU ROT-TESTAR-SUBST-EXIT
003290         UNTIL W-EOF-SIM.
003300 ROT-PROCURAR-SUBST-EXIT. EXIT.
003310 ROT-TESTAR-SUBST.
003320     READ PRODEQV NEXT RECORD
003330         AT END MOVE "S" TO W-EOF.
003340     IF W-EOF-SIM
003350         GO TO ROT-TESTAR-SUBST-EXIT.
003360     IF EQ-CODPROD NOT = W-CODPROD
003370         MOVE "S" TO W-EOF
003380         GO TO ROT-TESTAR-SUBST-EXIT.
003390     IF EQ-CODSUBST = W-CODSUBST
003400         MOVE "S" TO W-JA-EXISTE
003410         MOVE EQ-PRIORIDADE TO W-PRIORIDADE-EXISTENTE
003420         MOVE "S" TO W-EOF.
003430 ROT-TESTAR-SUBST-EXIT. EXIT.
003440******************************************************************
003450*    ROT-ALTERAR - NOVA REGRA DE PRECO DO SUBSTITUTO (PARA MUDAR  *
003460*    A PRIORIDADE, EXCLUIR E INCLUIR DE NOVO)                     *
003470******************************************************************
003480 ROT-ALTERAR.
003490     PERFORM ROT-CHAVE THRU ROT-CHAVE-EXIT.
003500     IF NOT W-CHAVE-OK-SIM
003510         GO TO ROT-ALTERAR-EXIT.
003520     OPEN I-O PRODEQV.
003530     IF EQV-STATUS NOT = "00"
003540         DISPLAY "ARQUIVO PRODEQV NAO EXISTE"
003550         GO TO ROT-ALTERAR-EXIT.
003560     PERFORM ROT-PROCURAR-SUBST THRU ROT-PROCURAR-SUBST-EXIT.
003570     IF NOT W-JA-EXISTE-SIM
003580         DISPLAY "SUBSTITUTO NAO CADASTRADO PARA O PRODUTO"
003590         CLOSE PRODEQV
003600         GO TO ROT-ALTERAR-EXIT.
003610     DISPLAY "PRIORIDADE " EQ-PRIORIDADE " REGRA ATUAL "
003620             EQ-REGRA-PRECO " " EQ-PERCENTUAL "%".
003630     PERFORM ROT-REGRA THRU ROT-REGRA-EXIT.
003640     IF NOT W-CHAVE-OK-SIM
003650         CLOSE PRODEQV
003660         GO TO ROT-ALTERAR-EXIT.
003670     MOVE W-REGRA      TO EQ-REGRA-PRECO.
003680     MOVE W-PERCENTUAL TO EQ-PERCENTUAL.
003690     REWRITE REGEQV
003700         INVALID KEY
003710             DISPLAY "ERRO NA ALTERACAO DO SUBSTITUTO"
003720         NOT INVALID KEY
003730             DISPLAY "*** REGRA DE PRECO ALTERADA ***".
003740     CLOSE PRODEQV.
003750 ROT-ALTERAR-EXIT. EXIT.
003760******************************************************************
003770*    ROT-EXCLUIR - RETIRA O SUBSTITUTO DO PRODUTO                 *
003780******************************************************************
003790 ROT-EXCLUIR.
003800     PERFORM ROT-CHAVE THRU ROT-CHAVE-EXIT.
003810     IF NOT W-CHAVE-OK-SIM
003820         GO TO ROT-EXCLUIR-EXIT.
003830     OPEN I-O PRODEQV.
003840     IF EQV-STATUS NOT = "00"
003850         DISPLAY "ARQUIVO PRODEQV NAO EXISTE"
003860         GO TO ROT-EXCLUIR-EXIT.
003870     PERFORM ROT-PROCURAR-SUBST THRU ROT-PROCURAR-SUBST-EXIT.
003880     IF NOT W-JA-EXISTE-SIM
003890         DISPLAY "SUBSTITUTO NAO CADASTRADO PARA O PRODUTO"
003900         CLOSE PRODEQV
003910         GO TO ROT-EXCLUIR-EXIT.
003920     DISPLAY "EXCLUIR O SUBSTITUTO (S/N) ==>".
003930     ACCEPT W-CONF.
003940     IF W-CONF = "S" OR W-CONF = "s"
003950         DELETE PRODEQV
003960             INVALID KEY
003970                 DISPLAY "ERRO NA EXCLUSAO DO SUBSTITUTO"
003980             NOT INVALID KEY
003990                 DISPLAY "*** SUBSTITUTO EXCLUIDO ***"
004000         END-DELETE
004010     ELSE
004020         DISPLAY "EXCLUSAO ABANDONADA".
004030     CLOSE PRODEQV.
004040 ROT-EXCLUIR-EXIT. EXIT.
004050******************************************************************
004060*    ROT-LISTAR - SUBSTITUTOS DE UM PRODUTO NA ORDEM DE           *
004070*    PRIORIDADE (0=TODOS OS PRODUTOS)                             *
004080******************************************************************
004090 ROT-LISTAR.
004100     DISPLAY "CODIGO DO PRODUTO (0=TODOS) =>".
004110     ACCEPT W-CODPROD.
004120     OPEN INPUT PRODEQV.
004130     IF EQV-STATUS NOT = "00"
004140         DISPLAY "ARQUIVO PRODEQV NAO EXISTE"
004150         GO TO ROT-LISTAR-EXIT.
004160     MOVE ZERO TO W-QTDE-LISTADOS.
004170     DISPLAY "PRODUTO  PR SUBSTIT REGRA PERCENTUAL CADASTRO".
004180     MOVE "N" TO W-EOF.
004190     MOVE W-CODPROD TO EQ-CODPROD.
004200     MOVE ZERO TO EQ-PRIORIDADE EQ-CODSUBST.
004210     START PRODEQV KEY IS NOT LESS THAN EQ-CHAVE
004220         INVALID KEY MOVE "S" TO W-EOF.
004230     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT
004240         UNTIL W-EOF-SIM.
004250     DISPLAY "SUBSTITUTOS LISTADOS: " W-QTDE-LISTADOS.
004260     CLOSE PRODEQV.
004270 ROT-LISTAR-EXIT. EXIT.
004280 ROT-EXIBIR.
004290     READ PRODEQV NEXT RECORD
004300         AT END MOVE "S" TO W-EOF.
004310     IF W-EOF-SIM
004320         GO TO ROT-EXIBIR-EXIT.
004330     IF W-CODPROD NOT = ZERO AND EQ-CODPROD NOT = W-CODPROD
004340         MOVE "S" TO W-EOF
004350         GO TO ROT-EXIBIR-EXIT.
004360     DISPLAY EQ-CODPROD " " EQ-PRIORIDADE " " EQ-CODSUBST
004370             "   " EQ-REGRA-PRECO "   " EQ-PERCENTUAL "  "
004380             EQ-DATA-CADASTRO.
004390     ADD 1 TO W-QTDE-LISTADOS.
004400 ROT-EXIBIR-EXIT. EXIT.
004410******************************************************************
004420*    ROT-RELATORIO - NO MES INFORMADO, AS TROCAS DO SUBSTLOG      *
004430*    (PEDIDO E CONFIRMACAO CONTAM COMO VENDA SALVA; ORCAMENTO     *
004440*    SAI EM SEPARADO, POIS AINDA NAO E VENDA) E OS BACKORDERS     *
004450*    CANCELADOS NO CEP039, VALORIZADOS PELO PRECO DO ITEM DO      *
004460*    PEDIDO (REPSUBST)                                            *
004470******************************************************************
004480 ROT-RELATORIO.
004490     DISPLAY "MES DE REFERENCIA (AAAAMM) =>".
004500     ACCEPT W-MES-REF.
004510     IF W-MES-REF = ZERO
004520         ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
004530         DIVIDE W-DATA-SISTEMA BY 100 GIVING W-MES-REF.
004540     MOVE ZERO TO W-QTDE-SALVAS W-VALOR-SALVAS.
004550     MOVE ZERO TO W-QTDE-ORCAMENTOS W-VALOR-ORCAMENTOS.
004560     MOVE ZERO TO W-QTDE-PERDIDAS W-VALOR-PERDIDAS.
004570     OPEN OUTPUT REPSUBST.
004580     DIVIDE W-MES-REF BY 100 GIVING CS1-ANO.
004590     COMPUTE CS1-MES = W-MES-REF - (CS1-ANO * 100).
004600     WRITE REG-RELAT FROM CAB-SUB1.
004610     MOVE SPACES TO REG-RELAT.
004620     WRITE REG-RELAT.
004630     WRITE REG-RELAT FROM CAB-SUB2.
004640     WRITE REG-RELAT FROM CAB-SUB3.
004650     PERFORM ROT-REL-TROCAS THRU ROT-REL-TROCAS-EXIT.
004660     MOVE "VENDAS SALVAS (PEDIDO/CONFIRMACAO):" TO LT-DESCR.
004670     MOVE W-QTDE-SALVAS  TO LT-QTDE.
004680     MOVE W-VALOR-SALVAS TO LT-VALOR.
004690     WRITE REG-RELAT FROM LIN-TOTAL.
004700     MOVE "TROCAS EM ORCAMENTOS..............:" TO LT-DESCR.
004710     MOVE W-QTDE-ORCAMENTOS  TO LT-QTDE.
004720     MOVE W-VALOR-ORCAMENTOS TO LT-VALOR.
004730     WRITE REG-RELAT FROM LIN-TOTAL.
004740     MOVE SPACES TO REG-RELAT.
004750     WRITE REG-RELAT.
004760     WRITE REG-RELAT FROM CAB-PER1.
004770     WRITE REG-RELAT FROM CAB-PER2.
004780     PERFORM ROT-REL-PERDIDAS THRU ROT-REL-PERDIDAS-EXIT.
004790     MOVE "VENDAS PERDIDAS (BACKORD CANCELADO):" TO LT-DESCR.
004800     MOVE W-QTDE-PERDIDAS  TO LT-QTDE.
004810     MOVE W-VALOR-PERDIDAS TO LT-VALOR.
004820     WRITE REG-RELAT FROM LIN-TOTAL.
004830     CLOSE REPSUBST.
004840     DISPLAY "VENDAS SALVAS.....: " W-QTDE-SALVAS.
004850     DISPLAY "VENDAS PERDIDAS...: " W-QTDE-PERDIDAS.
004860     DISPLAY "RELATORIO GRAVADO EM REPSUBST".
004870 ROT-RELATORIO-EXIT. EXIT.
004880 ROT-REL-TROCAS.
004890     OPEN INPUT SUBSTLOG.
004900     IF SBL-STATUS NOT = "00"
004910         DISPLAY "SEM SUBSTLOG - NENHUMA TROCA REGISTRADA"
004920         GO TO ROT-REL-TROCAS-EXIT.
004930     MOVE "N" TO W-EOF.
004940     PERFORM ROT-LINHA-TROCA THRU ROT-LINHA-TROCA-EXIT
004950         UNTIL W-EOF-SIM.
004960     CLOSE SUBSTLOG.
004970 ROT-REL-TROCAS-EXIT. EXIT.
004980 ROT-LINHA-TROCA.
004990     READ SUBSTLOG
005000         AT END MOVE "S" TO W-EOF.
005010     IF W-EOF-SIM
005020         GO TO ROT-LINHA-TROCA-EXIT.
005030     DIVIDE SB-DATA BY 100 GIVING W-MES-REGISTRO.
005040     IF W-MES-REGISTRO NOT = W-MES-REF
005050         GO TO ROT-LINHA-TROCA-EXIT.
005060     MOVE SB-DATA         TO LS-DATA.
005070     MOVE SB-ORIGEM       TO LS-ORIGEM.
005080     MOVE SB-NUMERO       TO LS-NUMERO.
005090     MOVE SB-SEQ          TO LS-SEQ.
005100     MOVE SB-CODPROD-ORIG TO LS-CODPROD-ORIG.
005110     MOVE SB-CODSUBST     TO LS-CODSUBST.
005120     MOVE SB-QUANTIDADE   TO LS-QTDE.
005130     MOVE SB-VALOR        TO LS-VALOR.
005140     WRITE REG-RELAT FROM LIN-SUB.
005150     IF SB-ORCAMENTO
005160         ADD 1        TO W-QTDE-ORCAMENTOS
005170         ADD SB-VALOR TO W-VALOR-ORCAMENTOS
005180     ELSE
005190         ADD 1        TO W-QTDE-SALVAS
005200         ADD SB-VALOR TO W-VALOR-SALVAS.
005210 ROT-LINHA-TROCA-EXIT. EXIT.
005220 ROT-REL-PERDIDAS.
005230     OPEN INPUT BACKORD.
005240     IF BKO-STATUS NOT = "00"
005250         DISPLAY "ARQUIVO BACKORD NAO EXISTE"
005260         GO TO ROT-REL-PERDIDAS-EXIT.
005270     MOVE "N" TO W-ITM-ABERTO.
005280     OPEN INPUT PEDITEM.
005290     IF ITM-STATUS = "00"
005300         MOVE "S" TO W-ITM-ABERTO.
005310     MOVE "N" TO W-EOF.
005320     MOVE LOW-VALUES TO BK-CHAVE.
005330     START BACKORD KEY IS NOT LESS THAN BK-CHAVE
005340         INVALID KEY MOVE "S" TO W-EOF.
005350     PERFORM ROT-LINHA-PERDIDA THRU ROT-LINHA-PERDIDA-EXIT
005360         UNTIL W-EOF-SIM.
005370     IF W-ITM-ABERTO-SIM
005380         CLOSE PEDITEM.
005390     CLOSE BACKORD.
005400 ROT-REL-PERDIDAS-EXIT. EXIT.
005410 ROT-LINHA-PERDIDA.
005420     READ BACKORD NEXT RECORD
005430         AT END MOVE "S" TO W-EOF.
005440     IF W-EOF-SIM
005450         GO TO ROT-LINHA-PERDIDA-EXIT.
005460     IF NOT BK-CANCELADO
005470         GO TO ROT-LINHA-PERDIDA-EXIT.
005480     DIVIDE BK-DATA-CANCEL BY 100 GIVING W-MES-REGISTRO.
005490     IF W-MES-REGISTRO NOT = W-MES-REF
005500         GO TO ROT-LINHA-PERDIDA-EXIT.
005510     MOVE ZERO TO W-VALOR.
005520     IF W-ITM-ABERTO-SIM
005530         MOVE BK-NUMERO-PEDIDO TO PVI-NUMERO
005540         MOVE BK-SEQ           TO PVI-SEQ
005550         READ PEDITEM
005560             INVALID KEY MOVE ZERO TO PVI-PRECO
005570         END-READ
005580         COMPUTE W-VALOR = BK-QTDE-FALTA * PVI-PRECO.
005590     MOVE BK-DATA-CANCEL   TO LP-DATA-CANCEL.
005600     MOVE BK-CODPROD       TO LP-CODPROD.
005610     MOVE BK-NUMERO-PEDIDO TO LP-PEDIDO.
005620     MOVE BK-SEQ           TO LP-SEQ.
005630     MOVE BK-CODCLI        TO LP-CODCLI.
005640     MOVE BK-QTDE-FALTA    TO LP-FALTA.
005650     MOVE W-VALOR          TO LP-VALOR.
005660     WRITE REG-RELAT FROM LIN-PER.
005670     ADD 1       TO W-QTDE-PERDIDAS.
005680     ADD W-VALOR TO W-VALOR-PERDIDAS.
005690 ROT-LINHA-PERDIDA-EXIT. EXIT.
