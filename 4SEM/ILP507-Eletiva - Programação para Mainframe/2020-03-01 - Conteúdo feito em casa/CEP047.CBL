000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-09-02 BH        VERSAO INICIAL                             *
000190* 2026-10-02 BH        OPCOES 5/6/7 - DE-PARA DO CODIGO DE        *
000190*                      PRODUTO DO CLIENTE PARA O CODPROD          *
000190*                      (PRODCLI), USADO PELA IMPORTACAO DE        *
000190*                      PEDIDOS DO CEP072                          *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP047.
000480         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000490         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000500         FILE STATUS IS PROD-STATUS.
000500     SELECT PRODCLI ASSIGN TO "PRODCLI"
000500         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS XP-CHAVE
000500         FILE STATUS IS XPR-STATUS.
000510     SELECT REPACRD ASSIGN TO "REPACRD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS REL-STATUS.
000620 FD  CADPROD
000630     LABEL RECORDS ARE STANDARD.
000640     COPY REGPROD.
000640 FD  PRODCLI
000640     LABEL RECORDS ARE STANDARD.
000640     COPY REGXPR.
000650 FD  REPACRD
000660     LABEL RECORDS ARE STANDARD.
000670 01  REG-RELAT                   PIC X(100).
000700 01  PARC-STATUS                 PIC X(02).
000710 01  PROD-STATUS                 PIC X(02).
000720 01  REL-STATUS                  PIC X(02).
000720 01  XPR-STATUS                  PIC X(02).
000730 01  W-SWITCHES.
000740     05  W-FIM                   PIC X(01) VALUE "N".
000750         88  W-FIM-SIM           VALUE "S".
000800 01  W-CODCLI-INF                PIC 9(04).
000810 01  W-CODPROD-INF               PIC 9(08).
000820 01  W-PRECO-INF                 PIC 9(12)V99.
000820 01  W-CODEXT-INF                PIC X(20).
000830 01  W-DIA-INF                   PIC 9(02).
000840 01  W-MES-INF                   PIC 9(02).
000850 01  W-ANO-INF                   PIC 9(04).
001230     DISPLAY " ".
001240     DISPLAY "CEP047 - ACORDOS DE PRECO POR CLIENTE".
001250     DISPLAY "1-INCLUIR   2-EXCLUIR   3-LISTAR CLIENTE".
001260     DISPLAY "4-RELATORIO DE VENCIMENTO".
001260     DISPLAY "CODIGOS DE PRODUTO DO CLIENTE (DE-PARA):".
001260     DISPLAY "5-INCLUIR   6-EXCLUIR   7-LISTAR CLIENTE   9-FIM".
001270     ACCEPT W-OPCAO.
001280     EVALUATE W-OPCAO
001290         WHEN "1"
001340             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
001350         WHEN "4"
001360             PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
001360         WHEN "5"
001360             PERFORM ROT-INCLUIR-DEPARA
001360                 THRU ROT-INCLUIR-DEPARA-EXIT
001360         WHEN "6"
001360             PERFORM ROT-EXCLUIR-DEPARA
001360                 THRU ROT-EXCLUIR-DEPARA-EXIT
001360         WHEN "7"
001360             PERFORM ROT-LISTAR-DEPARA THRU ROT-LISTAR-DEPARA-EXIT
001370         WHEN "9"
001380             MOVE "S" TO W-FIM
001390         WHEN OTHER
003410 ROT-AVALIAR-ACORDO-LER.
003420     PERFORM ROT-LER-TODOS THRU ROT-LER-TODOS-EXIT.
003430 ROT-AVALIAR-ACORDO-EXIT. EXIT.
003440******************************************************************
003450*    ROT-INCLUIR-DEPARA - CODIGO DE PRODUTO DO CLIENTE (COMO VEM  *
003460*    NO PEDIDO DE COMPRA DELE) APONTANDO PARA O NOSSO CODPROD,    *
003470*    USADO PELA IMPORTACAO DE PEDIDOS DO CEP072                   *
003480******************************************************************
003490 ROT-INCLUIR-DEPARA.
003500     DISPLAY "CODIGO DO CLIENTE =>".
003510     ACCEPT W-CODCLI-INF.
003520     OPEN INPUT CADPARCEIRO.
003530     IF PARC-STATUS NOT = "00"
003540         DISPLAY "ARQUIVO DE PARCEIROS NAO EXISTE"
003550         GO TO ROT-INCLUIR-DEPARA-EXIT.
003560     MOVE W-CODCLI-INF TO CODIGO.
003570     READ CADPARCEIRO
003580         INVALID KEY
003590             DISPLAY "CLIENTE NAO CADASTRADO"
003600             CLOSE CADPARCEIRO
003610             GO TO ROT-INCLUIR-DEPARA-EXIT
003620         NOT INVALID KEY
003630             IF PARCEIRO-FORNECEDOR
003640                 DISPLAY "PARCEIRO NAO E CLIENTE"
003650                 CLOSE CADPARCEIRO
003660                 GO TO ROT-INCLUIR-DEPARA-EXIT
003670             END-IF
003680             DISPLAY "CLIENTE....: " NOME.
003690     CLOSE CADPARCEIRO.
003700     DISPLAY "CODIGO DO PRODUTO NO PEDIDO DO CLIENTE =>".
003710     ACCEPT W-CODEXT-INF.
003720     IF W-CODEXT-INF = SPACES
003730         DISPLAY "CODIGO DO CLIENTE EM BRANCO"
003740         GO TO ROT-INCLUIR-DEPARA-EXIT.
003750     DISPLAY "NOSSO CODIGO DE PRODUTO =>".
003760     ACCEPT W-CODPROD-INF.
003770     OPEN INPUT CADPROD.
003780     IF PROD-STATUS NOT = "00"
003790         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
003800         GO TO ROT-INCLUIR-DEPARA-EXIT.
003810     MOVE W-CODPROD-INF TO CODPROD.
003820     READ CADPROD
003830         INVALID KEY
003840             DISPLAY "PRODUTO NAO CADASTRADO"
003850             CLOSE CADPROD
003860             GO TO ROT-INCLUIR-DEPARA-EXIT
003870         NOT INVALID KEY
003880             DISPLAY "PRODUTO....: " DESCPROD.
003890     CLOSE CADPROD.
003900     OPEN I-O PRODCLI.
003910     IF XPR-STATUS = "35"
003920         OPEN OUTPUT PRODCLI
003930         CLOSE PRODCLI
003940         OPEN I-O PRODCLI.
003950     MOVE W-CODCLI-INF  TO XP-CODCLI.
003960     MOVE W-CODEXT-INF  TO XP-CODEXT.
003970     MOVE W-CODPROD-INF TO XP-CODPROD.
003980     WRITE REGXPR
003990         INVALID KEY
004000             DISPLAY "CODIGO JA CADASTRADO PARA ESTE CLIENTE"
004010         NOT INVALID KEY
004020             DISPLAY "*** DE-PARA GRAVADO COM SUCESSO ***".
004030     CLOSE PRODCLI.
004040 ROT-INCLUIR-DEPARA-EXIT. EXIT.
004050******************************************************************
004060*    ROT-EXCLUIR-DEPARA - EXCLUSAO DE UM DE-PARA (CLIENTE +       *
004070*    CODIGO DO CLIENTE)                                           *
004080******************************************************************
004090 ROT-EXCLUIR-DEPARA.
004100     DISPLAY "CODIGO DO CLIENTE =>".
004110     ACCEPT W-CODCLI-INF.
004120     DISPLAY "CODIGO DO PRODUTO NO PEDIDO DO CLIENTE =>".
004130     ACCEPT W-CODEXT-INF.
004140     OPEN I-O PRODCLI.
004150     IF XPR-STATUS NOT = "00"
004160         DISPLAY "ARQUIVO PRODCLI NAO EXISTE"
004170         GO TO ROT-EXCLUIR-DEPARA-EXIT.
004180     MOVE W-CODCLI-INF TO XP-CODCLI.
004190     MOVE W-CODEXT-INF TO XP-CODEXT.
004200     READ PRODCLI
004210         INVALID KEY
004220             DISPLAY "DE-PARA NAO CADASTRADO"
004230             CLOSE PRODCLI
004240             GO TO ROT-EXCLUIR-DEPARA-EXIT.
004250     DISPLAY "NOSSO CODIGO: " XP-CODPROD.
004260     DISPLAY "EXCLUIR (S/N) ==>".
004270     ACCEPT W-CONF.
004280     IF W-CONF = "S" OR W-CONF = "s"
004290         DELETE PRODCLI RECORD
004300             INVALID KEY
004310                 DISPLAY "ERRO NA EXCLUSAO"
004320             NOT INVALID KEY
004330                 DISPLAY "*** DE-PARA EXCLUIDO ***"
004340     ELSE
004350         DISPLAY "EXCLUSAO CANCELADA".
004360     CLOSE PRODCLI.
004370 ROT-EXCLUIR-DEPARA-EXIT. EXIT.
004380******************************************************************
004390*    ROT-LISTAR-DEPARA - LISTA OS CODIGOS DE UM CLIENTE           *
004400******************************************************************
004410 ROT-LISTAR-DEPARA.
004420     DISPLAY "CODIGO DO CLIENTE =>".
004430     ACCEPT W-CODCLI-INF.
004440     OPEN INPUT PRODCLI.
004450     IF XPR-STATUS NOT = "00"
004460         DISPLAY "ARQUIVO PRODCLI NAO EXISTE"
004470         GO TO ROT-LISTAR-DEPARA-EXIT.
004480     DISPLAY "CODIGO DO CLIENTE     NOSSO CODPROD".
004490     MOVE "N" TO W-EOF.
004500     MOVE W-CODCLI-INF TO XP-CODCLI.
004510     MOVE LOW-VALUES TO XP-CODEXT.
004520     START PRODCLI KEY IS NOT LESS THAN XP-CHAVE
004530         INVALID KEY MOVE "S" TO W-EOF.
004540     IF NOT W-EOF-SIM
004550         PERFORM ROT-LER-DEPARA THRU ROT-LER-DEPARA-EXIT.
004560     PERFORM ROT-EXIBIR-DEPARA THRU ROT-EXIBIR-DEPARA-EXIT
004570         UNTIL W-EOF-SIM.
004580     CLOSE PRODCLI.
004590 ROT-LISTAR-DEPARA-EXIT. EXIT.
004600 ROT-LER-DEPARA.
004610     READ PRODCLI NEXT RECORD
004620         AT END MOVE "S" TO W-EOF.
004630     IF NOT W-EOF-SIM AND XP-CODCLI NOT = W-CODCLI-INF
004640         MOVE "S" TO W-EOF.
004650 ROT-LER-DEPARA-EXIT. EXIT.
004660 ROT-EXIBIR-DEPARA.
004670     DISPLAY XP-CODEXT "  " XP-CODPROD.
004680     PERFORM ROT-LER-DEPARA THRU ROT-LER-DEPARA-EXIT.
004690 ROT-EXIBIR-DEPARA-EXIT. EXIT.
