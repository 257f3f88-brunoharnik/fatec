000010******************************************************************
000020* PROGRAM-ID : CEP079                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-09                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : CATALOGO PRODUTO X FORNECEDOR (PRODFORN) - CADA    *
000080*              PRODUTO PODE SER COMPRADO DE VARIOS FORNECEDORES,  *
000090*              COM O CODIGO DO PRODUTO NO CATALOGO DO FORNECEDOR, *
000100*              O ULTIMO PRECO, O PRAZO DE ENTREGA EM DIAS, A      *
000110*              QUANTIDADE MINIMA DE PEDIDO E A MARCA DE           *
000120*              PREFERIDO (UM SO POR PRODUTO). O RECEBIMENTO DO    *
000130*              CEP016 ATUALIZA PRECO E PRAZO, E A GERACAO DE      *
000140*              PEDIDOS DO CEP016 ESCOLHE O FORNECEDOR POR AQUI.   *
000150*------------------------------------------------------------------
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-10-09 BH        VERSAO INICIAL                             *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP079.
000220 AUTHOR. BRUNO HARNIK.
000230 INSTALLATION. FATEC.
000240 DATE-WRITTEN. 2026-10-09.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PRODFORN ASSIGN TO "PRODFORN"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS PF-CHAVE
000360         FILE STATUS IS PFO-STATUS.
000370     SELECT CADPROD ASSIGN TO "CADPROD"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CODPROD
000410         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000420         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000430         FILE STATUS IS PROD-STATUS.
000440     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CODIGO
000480         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000490         FILE STATUS IS PARC-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PRODFORN
000530     LABEL RECORDS ARE STANDARD.
000540     COPY REGPFO.
000550 FD  CADPROD
000560     LABEL RECORDS ARE STANDARD.
000570     COPY REGPROD.
000580 FD  CADPARCEIRO
000590     LABEL RECORDS ARE STANDARD.
000600     COPY REGPAC.
000610 WORKING-STORAGE SECTION.
000620 01  PFO-STATUS                  PIC X(02).
000630 01  PROD-STATUS                 PIC X(02).
000640 01  PARC-STATUS                 PIC X(02).
000650 01  W-SWITCHES.
000660     05  W-FIM                   PIC X(01) VALUE "N".
000670         88  W-FIM-SIM           VALUE "S".
000680     05  W-EOF                   PIC X(01).
000690         88  W-EOF-SIM           VALUE "S".
000700     05  W-CHAVE-OK              PIC X(01).
000710         88  W-CHAVE-OK-SIM      VALUE "S".
000720 01  W-OPCAO                     PIC X(01).
000730 01  W-CONF                      PIC X(01).
000740 01  W-CODPROD                   PIC 9(08).
000750 01  W-CODFORN                   PIC 9(04).
000760 01  W-CODPROD-FORN              PIC X(20).
000770 01  W-ULTPRE                    PIC 9(12)V99.
000780 01  W-LEAD-DIAS                 PIC 9(03).
000790 01  W-QTDE-MINIMA               PIC 9(07).
000800 01  W-PREFERIDO                 PIC X(01).
000810 01  W-QTDE-LISTADAS             PIC 9(04).
000820 01  W-DATA-SISTEMA.
000830     05  W-DTSIS-ANO             PIC 9(04).
000840     05  W-DTSIS-MES             PIC 9(02).
000850     05  W-DTSIS-DIA             PIC 9(02).
000860 PROCEDURE DIVISION.
000870******************************************************************
000880*    0000-MAINLINE                                                *
000890******************************************************************
000900 0000-MAINLINE.
000910     PERFORM 2000-MENU THRU 2000-EXIT
000920         UNTIL W-FIM-SIM.
000930     GOBACK.
000940 2000-MENU.
000950     DISPLAY " ".
000960     DISPLAY "CEP079 - FORNECEDORES DO PRODUTO (PRODFORN)".
000970     DISPLAY "1-INCLUIR/ALTERAR   2-EXCLUIR   3-LISTAR   9-FIM".
000980     ACCEPT W-OPCAO.
000990     EVALUATE W-OPCAO
001000         WHEN "1"
001010             PERFORM ROT-GRAVAR THRU ROT-GRAVAR-EXIT
001020         WHEN "2"
001030             PERFORM ROT-EXCLUIR THRU ROT-EXCLUIR-EXIT
001040         WHEN "3"
001050             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
001060         WHEN "9"
001070             MOVE "S" TO W-FIM
001080         WHEN OTHER
001090             DISPLAY "OPCAO INVALIDA"
001100     END-EVALUATE.
001110 2000-EXIT. EXIT.
001120******************************************************************
001130*    ROT-CHAVE - PRODUTO (CADPROD) E FORNECEDOR (CADPARCEIRO      *
001140*    TIPO "F" OU "A") DO VINCULO                                  *
001150******************************************************************
001160 ROT-CHAVE.
001170     MOVE "N" TO W-CHAVE-OK.
001180     DISPLAY "CODIGO DO PRODUTO =>".
001190     ACCEPT W-CODPROD.
001200     DISPLAY "CODIGO DO FORNECEDOR =>".
001210     ACCEPT W-CODFORN.
001220     OPEN INPUT CADPROD.
001230     IF PROD-STATUS NOT = "00"
001240         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
001250         GO TO ROT-CHAVE-EXIT.
001260     MOVE W-CODPROD TO CODPROD.
001270     READ CADPROD
001280         INVALID KEY
001290             DISPLAY "PRODUTO NAO CADASTRADO"
001300             CLOSE CADPROD
001310             GO TO ROT-CHAVE-EXIT.
001320     DISPLAY "PRODUTO....: " DESCPROD.
001330     CLOSE CADPROD.
001340     OPEN INPUT CADPARCEIRO.
001350     IF PARC-STATUS NOT = "00"
001360         DISPLAY "ARQUIVO DE PARCEIROS NAO EXISTE"
001370         GO TO ROT-CHAVE-EXIT.
001380     MOVE W-CODFORN TO CODIGO.
001390     READ CADPARCEIRO
001400         INVALID KEY
001410             DISPLAY "FORNECEDOR NAO CADASTRADO"
001420             CLOSE CADPARCEIRO
001430             GO TO ROT-CHAVE-EXIT.
001440     CLOSE CADPARCEIRO.
001450     IF PARCEIRO-CLIENTE
001460         DISPLAY "PARCEIRO NAO E FORNECEDOR"
001470         GO TO ROT-CHAVE-EXIT.
001480     DISPLAY "FORNECEDOR.: " NOME.
001490     MOVE "S" TO W-CHAVE-OK.
001500 ROT-CHAVE-EXIT. EXIT.
001510******************************************************************
001520*    ROT-GRAVAR - INCLUI OU ALTERA O VINCULO; MARCAR UM           *
001530*    FORNECEDOR COMO PREFERIDO DESMARCA OS OUTROS DO PRODUTO      *
001540******************************************************************
001550 ROT-GRAVAR.
001560     PERFORM ROT-CHAVE THRU ROT-CHAVE-EXIT.
001570     IF NOT W-CHAVE-OK-SIM
001580         GO TO ROT-GRAVAR-EXIT.
001590     OPEN I-O PRODFORN.
001600     IF PFO-STATUS = "35"
001610         OPEN OUTPUT PRODFORN
001620         CLOSE PRODFORN
001630         OPEN I-O PRODFORN.
001640     IF PFO-STATUS NOT = "00"
001650         DISPLAY "ERRO NA ABERTURA DO PRODFORN: " PFO-STATUS
001660         GO TO ROT-GRAVAR-EXIT.
001670     MOVE W-CODPROD TO PF-CODPROD.
001680     MOVE W-CODFORN TO PF-CODFORN.
001690     READ PRODFORN
001700         INVALID KEY
001710             MOVE SPACES TO PF-CODPROD-FORN
001720             MOVE ZERO   TO PF-ULTPRE
001730             MOVE ZERO   TO PF-DATA-ULTPRE
001740             MOVE ZERO   TO PF-LEAD-DIAS
001750             MOVE ZERO   TO PF-QTDE-MINIMA
001760             MOVE "N"    TO PF-PREFERIDO
001770         NOT INVALID KEY
001780             DISPLAY "CODIGO NO FORNECEDOR: " PF-CODPROD-FORN
001790             DISPLAY "ULTIMO PRECO........: " PF-ULTPRE
001800             DISPLAY "PRAZO DE ENTREGA....: " PF-LEAD-DIAS
001810             DISPLAY "QUANTIDADE MINIMA...: " PF-QTDE-MINIMA
001820             DISPLAY "PREFERIDO...........: " PF-PREFERIDO.
001830     DISPLAY "CODIGO DO PRODUTO NO FORNECEDOR =>".
001840     ACCEPT W-CODPROD-FORN.
001850     DISPLAY "PRECO COTADO (0=MANTER) =>".
001860     ACCEPT W-ULTPRE.
001870     DISPLAY "PRAZO DE ENTREGA EM DIAS =>".
001880     ACCEPT W-LEAD-DIAS.
001890     DISPLAY "QUANTIDADE MINIMA DE PEDIDO (0=SEM MINIMO) =>".
001900     ACCEPT W-QTDE-MINIMA.
001910     DISPLAY "FORNECEDOR PREFERIDO (S/N) =>".
001920     ACCEPT W-PREFERIDO.
001930     IF W-PREFERIDO = "s"
001940         MOVE "S" TO W-PREFERIDO.
001950     IF W-PREFERIDO NOT = "S"
001960         MOVE "N" TO W-PREFERIDO.
001970     IF W-PREFERIDO = "S"
001980         PERFORM ROT-DESMARCAR THRU ROT-DESMARCAR-EXIT.
001990     MOVE W-CODPROD TO PF-CODPROD.
002000     MOVE W-CODFORN TO PF-CODFORN.
002010     READ PRODFORN
002020         INVALID KEY
002030             MOVE ZERO TO PF-ULTPRE
002040             MOVE ZERO TO PF-DATA-ULTPRE
002050             PERFORM ROT-MOVER-CAMPOS THRU ROT-MOVER-CAMPOS-EXIT
002060             WRITE REGPFO
002070                 INVALID KEY
002080                     DISPLAY "ERRO NA INCLUSAO"
002090                 NOT INVALID KEY
002100                     DISPLAY "*** FORNECEDOR INCLUIDO ***"
002110             END-WRITE
002120         NOT INVALID KEY
002130             PERFORM ROT-MOVER-CAMPOS THRU ROT-MOVER-CAMPOS-EXIT
002140             REWRITE REGPFO
002150                 INVALID KEY
002160                     DISPLAY "ERRO NA ALTERACAO"
002170                 NOT INVALID KEY
002180                     DISPLAY "*** FORNECEDOR ALTERADO ***"
002190             END-REWRITE.
002200     CLOSE PRODFORN.
002210 ROT-GRAVAR-EXIT. EXIT.
002220 ROT-MOVER-CAMPOS.
002230     MOVE W-CODPROD-FORN TO PF-CODPROD-FORN.
002240     IF W-ULTPRE > ZERO
002250         ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
002260         MOVE W-ULTPRE    TO PF-ULTPRE
002270         MOVE W-DTSIS-DIA TO PF-DIA
002280         MOVE W-DTSIS-MES TO PF-MES
002290         MOVE W-DTSIS-ANO TO PF-ANO.
002300     MOVE W-LEAD-DIAS    TO PF-LEAD-DIAS.
002310     MOVE W-QTDE-MINIMA  TO PF-QTDE-MINIMA.
002320     MOVE W-PREFERIDO    TO PF-PREFERIDO.
002330 ROT-MOVER-CAMPOS-EXIT. EXIT.
002340******************************************************************
002350*    ROT-DESMARCAR - TIRA A MARCA DE PREFERIDO DOS OUTROS         *
002360*    FORNECEDORES DO MESMO PRODUTO                                *
002370******************************************************************
002380 ROT-DESMARCAR.
002390     MOVE "N" TO W-EOF.
002400     MOVE W-CODPROD TO PF-CODPROD.
002410     MOVE ZERO      TO PF-CODFORN.
002420     START PRODFORN KEY IS NOT LESS THAN PF-CHAVE
002430         INVALID KEY MOVE "S" TO W-EOF.
002440     IF NOT W-EOF-SIM
002450         PERFORM ROT-LER THRU ROT-LER-EXIT.
002460     PERFORM ROT-DESMARCAR-UM THRU ROT-DESMARCAR-UM-EXIT
002470         UNTIL W-EOF-SIM.
002480 ROT-DESMARCAR-EXIT. EXIT.
002490 ROT-DESMARCAR-UM.
002500     IF PF-CODFORN NOT = W-CODFORN
002510         AND PF-PREFERIDO-SIM
002520         MOVE "N" TO PF-PREFERIDO
002530         REWRITE REGPFO
002540             INVALID KEY
002550                 DISPLAY "ERRO AO DESMARCAR " PF-CODFORN
002560         END-REWRITE
002570         DISPLAY "DEIXA DE SER PREFERIDO: " PF-CODFORN.
002580     PERFORM ROT-LER THRU ROT-LER-EXIT.
002590 ROT-DESMARCAR-UM-EXIT. EXIT.
002600******************************************************************
002610*    ROT-EXCLUIR - EXCLUI O VINCULO PRODUTO X FORNECEDOR          *
002620******************************************************************
002630 ROT-EXCLUIR.
002640     DISPLAY "CODIGO DO PRODUTO =>".
002650     ACCEPT W-CODPROD.
002660     DISPLAY "CODIGO DO FORNECEDOR =>".
002670     ACCEPT W-CODFORN.
002680     OPEN I-O PRODFORN.
002690     IF PFO-STATUS NOT = "00"
002700         DISPLAY "ARQUIVO PRODFORN NAO EXISTE"
002710         GO TO ROT-EXCLUIR-EXIT.
002720     MOVE W-CODPROD TO PF-CODPROD.
002730     MOVE W-CODFORN TO PF-CODFORN.
002740     READ PRODFORN
002750         INVALID KEY
002760             DISPLAY "FORNECEDOR NAO VINCULADO AO PRODUTO"
002770             CLOSE PRODFORN
002780             GO TO ROT-EXCLUIR-EXIT.
002790     DISPLAY "CODIGO NO FORNECEDOR: " PF-CODPROD-FORN.
002800     DISPLAY "ULTIMO PRECO........: " PF-ULTPRE.
002810     DISPLAY "PREFERIDO...........: " PF-PREFERIDO.
002820     DISPLAY "EXCLUIR (S/N) ==>".
002830     ACCEPT W-CONF.
002840     IF W-CONF = "S" OR W-CONF = "s"
002850         DELETE PRODFORN RECORD
002860             INVALID KEY
002870                 DISPLAY "ERRO NA EXCLUSAO"
002880             NOT INVALID KEY
002890                 DISPLAY "*** FORNECEDOR EXCLUIDO ***"
002900     ELSE
002910         DISPLAY "EXCLUSAO CANCELADA".
002920     CLOSE PRODFORN.
002930 ROT-EXCLUIR-EXIT. EXIT.
002940******************************************************************
002950*    ROT-LISTAR - LISTA OS FORNECEDORES DE UM PRODUTO (ZERO =     *
002960*    CATALOGO INTEIRO)                                            *
002970******************************************************************
002980 ROT-LISTAR.
002990     DISPLAY "CODIGO DO PRODUTO (0=TODOS) =>".
003000     ACCEPT W-CODPROD.
003010     OPEN INPUT PRODFORN.
003020     IF PFO-STATUS NOT = "00"
003030         DISPLAY "ARQUIVO PRODFORN NAO EXISTE"
003040         GO TO ROT-LISTAR-EXIT.
003050     MOVE ZERO TO W-QTDE-LISTADAS.
003060     DISPLAY "PRODUTO  FORN CODIGO NO FORNECEDOR  ULTIMO PRECO"
003070             "  PRAZO QTDE MIN P".
003080     MOVE "N" TO W-EOF.
003090     MOVE W-CODPROD TO PF-CODPROD.
003100     MOVE ZERO      TO PF-CODFORN.
003110     START PRODFORN KEY IS NOT LESS THAN PF-CHAVE
003120         INVALID KEY MOVE "S" TO W-EOF.
003130     IF NOT W-EOF-SIM
003140         PERFORM ROT-LER THRU ROT-LER-EXIT.
003150     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT
003160         UNTIL W-EOF-SIM.
003170     DISPLAY "VINCULOS LISTADOS: " W-QTDE-LISTADAS.
003180     CLOSE PRODFORN.
003190 ROT-LISTAR-EXIT. EXIT.
003200 ROT-LER.
003210     READ PRODFORN NEXT RECORD
003220         AT END MOVE "S" TO W-EOF.
003230     IF NOT W-EOF-SIM AND W-CODPROD NOT = ZERO
003240         AND PF-CODPROD NOT = W-CODPROD
003250         MOVE "S" TO W-EOF.
003260 ROT-LER-EXIT. EXIT.
003270 ROT-EXIBIR.
003280     DISPLAY PF-CODPROD " " PF-CODFORN " " PF-CODPROD-FORN " "
003290             PF-ULTPRE " " PF-LEAD-DIAS " " PF-QTDE-MINIMA " "
003300             PF-PREFERIDO.
003310     ADD 1 TO W-QTDE-LISTADAS.
003320     PERFORM ROT-LER THRU ROT-LER-EXIT.
003330 ROT-EXIBIR-EXIT. EXIT.
