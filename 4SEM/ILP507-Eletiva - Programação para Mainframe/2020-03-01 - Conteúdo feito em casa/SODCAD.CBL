000010******************************************************************
000020* PROGRAM-ID : SODCAD                                            *
000030* AUTHOR     : BRUNO HARNIK                                      *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME            *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070* PURPOSE    : REGRAS DE SEGREGACAO DE FUNCOES (SODREGRA) -      *
000080*              PARES DE ACOES (CF, PC, PA, RM, RD, TI, PG - VER  *
000090*              O REGSOD) QUE O MESMO OPERADOR NAO PODE FAZER NO  *
000100*              MESMO DOCUMENTO, COM A SEVERIDADE E SE A REGRA E  *
000110*              BARRADA NA TELA (SOD000, SO SEVERIDADE ALTA). A   *
000120*              OPCAO 5 CARREGA AS REGRAS PADRAO DA AUDITORIA SEM *
000130*              MEXER NAS JA CADASTRADAS. O SODCONF USA A TABELA  *
000140*              NO RELATORIO DE CONFLITOS. TODA ALTERACAO VAI     *
000150*              PARA A TRILHA FAUDIT.                             *
000160*-----------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                        *
000180* DATA       INICIAIS  DESCRICAO                                 *
000190* 2026-10-15 BH        VERSAO INICIAL                            *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. SODCAD.
000230 AUTHOR. BRUNO HARNIK.
000240 INSTALLATION. FATEC.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SODREGRA ASSIGN TO "SODREGRA"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS SR-CHAVE
000370         FILE STATUS IS SOD-STATUS.
000380     SELECT FAUDIT ASSIGN TO "FAUDIT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS AUD-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  SODREGRA
000440     LABEL RECORDS ARE STANDARD.
000450     COPY REGSOD.
000460 FD  FAUDIT
000470     LABEL RECORDS ARE STANDARD.
000480 01  REG-FAUDIT                  PIC X(233).
000490 WORKING-STORAGE SECTION.
000500 01  SOD-STATUS                  PIC X(02).
000510 01  AUD-STATUS                  PIC X(02).
000520 COPY GERPARM.
000530 COPY AUXPARM.
000540 COPY AUDITLOG.
000550 01  W-SWITCHES.
000560     05  W-FIM                   PIC X(01) VALUE "N".
000570         88  W-FIM-SIM           VALUE "S".
000580     05  W-EOF                   PIC X(01).
000590         88  W-EOF-SIM           VALUE "S".
000600     05  W-DADOS-OK              PIC X(01).
000610         88  W-DADOS-OK-SIM      VALUE "S".
000620 01  W-OPCAO                     PIC X(01).
000630 01  W-CONF                      PIC X(01).
000640 01  W-OPERADOR                  PIC X(08).
000650 01  W-CHAVE-INF.
000660     05  W-ACAO-1-INF            PIC X(02).
000670         88  W-ACAO-1-VALIDA
000680             VALUE "CF" "PC" "PA" "RM" "RD" "TI" "PG".
000690     05  W-ACAO-2-INF            PIC X(02).
000700         88  W-ACAO-2-VALIDA
000710             VALUE "CF" "PC" "PA" "RM" "RD" "TI" "PG".
000720 01  W-QTDE-LISTADOS             PIC 9(03).
000730 01  W-QTDE-CARREGADAS           PIC 9(03).
000740 01  W-IDX                       PIC 9(04) COMP.
000750 01  W-REGSOD-ANTES              PIC X(80).
000760******************************************************************
000770*    REGRAS PADRAO (PAR, DESCRICAO, SEVERIDADE E BLOQUEIO NA     *
000780*    TELA)                                                       *
000790******************************************************************
000800 01  TAB-REGRA-VAL.
000810     05  FILLER                  PIC X(04) VALUE "PCPA".
000820     05  FILLER                  PIC X(40) VALUE
000830         "GERAR E APROVAR O MESMO PEDIDO".
000840     05  FILLER                  PIC X(02) VALUE "AS".
000850     05  FILLER                  PIC X(04) VALUE "PARM".
000860     05  FILLER                  PIC X(40) VALUE
000870         "APROVAR O PEDIDO E RECEBER A MERCADORIA".
000880     05  FILLER                  PIC X(02) VALUE "AS".
000890     05  FILLER                  PIC X(04) VALUE "RMPG".
000900     05  FILLER                  PIC X(40) VALUE
000910         "RECEBER A MERCADORIA E PAGAR O TITULO".
000920     05  FILLER                  PIC X(02) VALUE "AS".
000930     05  FILLER                  PIC X(04) VALUE "TIPG".
000940     05  FILLER                  PIC X(40) VALUE
000950         "INCLUIR E PAGAR O MESMO TITULO".
000960     05  FILLER                  PIC X(02) VALUE "AS".
000970     05  FILLER                  PIC X(04) VALUE "RMRD".
000980     05  FILLER                  PIC X(40) VALUE
000990         "RECEBER E APROVAR A DIVERGENCIA".
001000     05  FILLER                  PIC X(02) VALUE "AS".
001010     05  FILLER                  PIC X(04) VALUE "CFPG".
001020     05  FILLER                  PIC X(40) VALUE
001030         "CADASTRAR O FORNECEDOR E PAGAR O TITULO".
001040     05  FILLER                  PIC X(02) VALUE "AN".
001050     05  FILLER                  PIC X(04) VALUE "PCPG".
001060     05  FILLER                  PIC X(40) VALUE
001070         "GERAR O PEDIDO E PAGAR O TITULO".
001080     05  FILLER                  PIC X(02) VALUE "MN".
001090     05  FILLER                  PIC X(04) VALUE "PAPG".
001100     05  FILLER                  PIC X(40) VALUE
001110         "APROVAR O PEDIDO E PAGAR O TITULO".
001120     05  FILLER                  PIC X(02) VALUE "MN".
001130 01  TAB-REGRA REDEFINES TAB-REGRA-VAL.
001140     05  TAB-REGRA-OCR OCCURS 8 TIMES.
001150         10  TAB-REGRA-CHAVE     PIC X(04).
001160         10  TAB-REGRA-DESCRICAO PIC X(40).
001170         10  TAB-REGRA-SEVERIDADE PIC X(01).
001180         10  TAB-REGRA-BLOQUEIO  PIC X(01).
001190 LINKAGE SECTION.
001200 01  LK-OPERADOR                 PIC X(08).
001210 PROCEDURE DIVISION USING LK-OPERADOR.
001220******************************************************************
001230*    0000-MAINLINE                                               *
001240******************************************************************
001250 0000-MAINLINE.
001260     MOVE "V" TO GPR-ACAO.
001270     CALL "GER000" USING GER-PARAMETROS-AREA.
001280     IF NOT GPR-AMBIENTE-OK
001290         GOBACK.
001300     MOVE LK-OPERADOR TO W-OPERADOR.
001310     MOVE "N" TO W-FIM.
001320     PERFORM 2000-MENU THRU 2000-EXIT
001330         UNTIL W-FIM-SIM.
001340     GOBACK.
001350 2000-MENU.
001360     DISPLAY " ".
001370     DISPLAY "SODCAD - REGRAS DE SEGREGACAO DE FUNCOES".
001380     DISPLAY "1-INCLUIR   2-ALTERAR   3-EXCLUIR   4-LISTAR   "
001390             "5-CARREGAR PADRAO   9-FIM".
001400     ACCEPT W-OPCAO.
001410     EVALUATE W-OPCAO
001420         WHEN "1"
001430             PERFORM ROT-INCLUIR THRU ROT-INCLUIR-EXIT
001440         WHEN "2"
001450             PERFORM ROT-ALTERAR THRU ROT-ALTERAR-EXIT
001460         WHEN "3"
001470             PERFORM ROT-EXCLUIR THRU ROT-EXCLUIR-EXIT
001480         WHEN "4"
001490             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
001500         WHEN "5"
001510             PERFORM ROT-CARREGAR THRU ROT-CARREGAR-EXIT
001520         WHEN "9"
001530             MOVE "S" TO W-FIM
001540         WHEN OTHER
001550             DISPLAY "OPCAO INVALIDA"
001560     END-EVALUATE.
001570 2000-EXIT. EXIT.
001580******************************************************************
001590*    ROT-PEDIR-CHAVE - AS DUAS ACOES DO PAR (DIFERENTES ENTRE SI)*
001600******************************************************************
001610 ROT-PEDIR-CHAVE.
001620     MOVE "N" TO W-DADOS-OK.
001630     DISPLAY "ACOES: CF-CADASTRO DO FORNECEDOR  PC-GERACAO DO "
001640             "PEDIDO  PA-APROVACAO DO PEDIDO".
001650     DISPLAY "       RM-RECEBIMENTO  RD-APROVACAO DA DIVERGENCIA "
001660             " TI-INCLUSAO DO TITULO  PG-PAGAMENTO".
001670     DISPLAY "PRIMEIRA ACAO =>".
001680     ACCEPT W-ACAO-1-INF.
001690     IF NOT W-ACAO-1-VALIDA
001700         DISPLAY "ACAO INVALIDA"
001710         GO TO ROT-PEDIR-CHAVE-EXIT.
001720     DISPLAY "SEGUNDA ACAO =>".
001730     ACCEPT W-ACAO-2-INF.
001740     IF NOT W-ACAO-2-VALIDA
001750         DISPLAY "ACAO INVALIDA"
001760         GO TO ROT-PEDIR-CHAVE-EXIT.
001770     IF W-ACAO-1-INF = W-ACAO-2-INF
001780         DISPLAY "AS DUAS ACOES DEVEM SER DIFERENTES"
001790         GO TO ROT-PEDIR-CHAVE-EXIT.
001800     MOVE "S" TO W-DADOS-OK.
001810 ROT-PEDIR-CHAVE-EXIT. EXIT.
001820******************************************************************
001830*    ROT-INCLUIR - REGRA NOVA (O PAR NAO PODE EXISTIR EM NENHUMA *
001840*    DAS DUAS ORDENS)                                            *
001850******************************************************************
001860 ROT-INCLUIR.
001870     PERFORM ROT-PEDIR-CHAVE THRU ROT-PEDIR-CHAVE-EXIT.
001880     IF NOT W-DADOS-OK-SIM
001890         GO TO ROT-INCLUIR-EXIT.
001900     PERFORM ROT-ABRIR THRU ROT-ABRIR-EXIT.
001910     IF SOD-STATUS NOT = "00"
001920         DISPLAY "ERRO NA ABERTURA DO SODREGRA: " SOD-STATUS
001930         GO TO ROT-INCLUIR-EXIT.
001940     MOVE W-ACAO-2-INF TO SR-ACAO-1.
001950     MOVE W-ACAO-1-INF TO SR-ACAO-2.
001960     READ SODREGRA
001970         INVALID KEY
001980             CONTINUE
001990         NOT INVALID KEY
002000             DISPLAY "PAR JA CADASTRADO: " SR-DESCRICAO
002010             CLOSE SODREGRA
002020             GO TO ROT-INCLUIR-EXIT.
002030     MOVE W-CHAVE-INF TO SR-CHAVE.
002040     READ SODREGRA
002050         INVALID KEY
002060             CONTINUE
002070         NOT INVALID KEY
002080             DISPLAY "REGRA JA CADASTRADA: " SR-DESCRICAO
002090             CLOSE SODREGRA
002100             GO TO ROT-INCLUIR-EXIT.
002110     MOVE SPACES TO REGSOD.
002120     MOVE W-CHAVE-INF TO SR-CHAVE.
002130     PERFORM ROT-DIGITAR THRU ROT-DIGITAR-EXIT.
002140     IF NOT W-DADOS-OK-SIM
002150         CLOSE SODREGRA
002160         GO TO ROT-INCLUIR-EXIT.
002170     WRITE REGSOD
002180         INVALID KEY
002190             DISPLAY "ERRO NA GRAVACAO DO SODREGRA: " SOD-STATUS
002200             CLOSE SODREGRA
002210             GO TO ROT-INCLUIR-EXIT.
002220     MOVE "I" TO AUD-OPERACAO.
002230     MOVE SPACES TO AUD-ANTES.
002240     MOVE REGSOD TO AUD-DEPOIS.
002250     PERFORM ROT-GRAVAR-AUDITORIA
002260         THRU ROT-GRAVAR-AUDITORIA-EXIT.
002270     CLOSE SODREGRA.
002280     DISPLAY "REGRA INCLUIDA".
002290 ROT-INCLUIR-EXIT. EXIT.
002300******************************************************************
002310*    ROT-ALTERAR - REDIGITA DESCRICAO, SEVERIDADE E BLOQUEIO     *
002320******************************************************************
002330 ROT-ALTERAR.
002340     PERFORM ROT-PEDIR-CHAVE THRU ROT-PEDIR-CHAVE-EXIT.
002350     IF NOT W-DADOS-OK-SIM
002360         GO TO ROT-ALTERAR-EXIT.
002370     OPEN I-O SODREGRA.
002380     IF SOD-STATUS NOT = "00"
002390         DISPLAY "NENHUMA REGRA CADASTRADA"
002400         GO TO ROT-ALTERAR-EXIT.
002410     MOVE W-CHAVE-INF TO SR-CHAVE.
002420     READ SODREGRA
002430         INVALID KEY
002440             DISPLAY "REGRA NAO CADASTRADA"
002450             CLOSE SODREGRA
002460             GO TO ROT-ALTERAR-EXIT.
002470     MOVE REGSOD TO W-REGSOD-ANTES.
002480     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
002490     PERFORM ROT-DIGITAR THRU ROT-DIGITAR-EXIT.
002500     IF NOT W-DADOS-OK-SIM
002510         CLOSE SODREGRA
002520         GO TO ROT-ALTERAR-EXIT.
002530     REWRITE REGSOD
002540         INVALID KEY
002550             DISPLAY "ERRO NA REGRAVACAO DO SODREGRA: " SOD-STATUS
002560             CLOSE SODREGRA
002570             GO TO ROT-ALTERAR-EXIT.
002580     MOVE "A" TO AUD-OPERACAO.
002590     MOVE W-REGSOD-ANTES TO AUD-ANTES.
002600     MOVE REGSOD TO AUD-DEPOIS.
002610     PERFORM ROT-GRAVAR-AUDITORIA
002620         THRU ROT-GRAVAR-AUDITORIA-EXIT.
002630     CLOSE SODREGRA.
002640     DISPLAY "REGRA ALTERADA".
002650 ROT-ALTERAR-EXIT. EXIT.
002660******************************************************************
002670*    ROT-EXCLUIR - O PAR DEIXA DE SER CONFLITO                   *
002680******************************************************************
002690 ROT-EXCLUIR.
002700     PERFORM ROT-PEDIR-CHAVE THRU ROT-PEDIR-CHAVE-EXIT.
002710     IF NOT W-DADOS-OK-SIM
002720         GO TO ROT-EXCLUIR-EXIT.
002730     OPEN I-O SODREGRA.
002740     IF SOD-STATUS NOT = "00"
002750         DISPLAY "NENHUMA REGRA CADASTRADA"
002760         GO TO ROT-EXCLUIR-EXIT.
002770     MOVE W-CHAVE-INF TO SR-CHAVE.
002780     READ SODREGRA
002790         INVALID KEY
002800             DISPLAY "REGRA NAO CADASTRADA"
002810             CLOSE SODREGRA
002820             GO TO ROT-EXCLUIR-EXIT.
002830     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
002840     DISPLAY "CONFIRMA A EXCLUSAO (S/N) ==>".
002850     ACCEPT W-CONF.
002860     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002870         DISPLAY "OPERACAO CANCELADA"
002880         CLOSE SODREGRA
002890         GO TO ROT-EXCLUIR-EXIT.
002900     MOVE REGSOD TO W-REGSOD-ANTES.
002910     DELETE SODREGRA
002920         INVALID KEY
002930             DISPLAY "ERRO NA EXCLUSAO DO SODREGRA: " SOD-STATUS
002940             CLOSE SODREGRA
002950             GO TO ROT-EXCLUIR-EXIT.
002960     MOVE "D" TO AUD-OPERACAO.
002970     MOVE W-REGSOD-ANTES TO AUD-ANTES.
002980     MOVE SPACES TO AUD-DEPOIS.
002990     PERFORM ROT-GRAVAR-AUDITORIA
003000         THRU ROT-GRAVAR-AUDITORIA-EXIT.
003010     CLOSE SODREGRA.
003020     DISPLAY "REGRA EXCLUIDA".
003030 ROT-EXCLUIR-EXIT. EXIT.
003040******************************************************************
003050*    ROT-DIGITAR - DESCRICAO, SEVERIDADE E BLOQUEIO, COM         *
003060*    CONFIRMACAO                                                 *
003070******************************************************************
003080 ROT-DIGITAR.
003090     MOVE "N" TO W-DADOS-OK.
003100     DISPLAY "DESCRICAO =>".
003110     ACCEPT SR-DESCRICAO.
003120     DISPLAY "SEVERIDADE (A-ALTA, M-MEDIA, B-BAIXA) =>".
003130     ACCEPT SR-SEVERIDADE.
003140     IF NOT SR-SEV-VALIDA
003150         DISPLAY "SEVERIDADE INVALIDA"
003160         GO TO ROT-DIGITAR-EXIT.
003170     MOVE "N" TO SR-BLOQUEIO.
003180     IF SR-SEV-ALTA
003190         DISPLAY "BARRAR NA TELA (S/N) =>"
003200         ACCEPT SR-BLOQUEIO
003210         IF SR-BLOQUEIO = "s"
003220             MOVE "S" TO SR-BLOQUEIO
003230         END-IF
003240         IF NOT SR-BLOQUEIO-VALIDO
003250             DISPLAY "RESPOSTA INVALIDA"
003260             GO TO ROT-DIGITAR-EXIT
003270         END-IF
003280     END-IF.
003290     DISPLAY "CONFIRMA (S/N) ==>".
003300     ACCEPT W-CONF.
003310     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
003320         DISPLAY "OPERACAO CANCELADA"
003330         GO TO ROT-DIGITAR-EXIT.
003340     MOVE "S" TO W-DADOS-OK.
003350 ROT-DIGITAR-EXIT. EXIT.
003360 ROT-EXIBIR.
003370     DISPLAY SR-ACAO-1 " X " SR-ACAO-2 " " SR-DESCRICAO
003380             " SEVERIDADE " SR-SEVERIDADE " BARRA NA TELA "
003390             SR-BLOQUEIO.
003400 ROT-EXIBIR-EXIT. EXIT.
003410******************************************************************
003420*    ROT-LISTAR - TODAS AS REGRAS NA ORDEM DA CHAVE              *
003430******************************************************************
003440 ROT-LISTAR.
003450     OPEN INPUT SODREGRA.
003460     IF SOD-STATUS NOT = "00"
003470         DISPLAY "NENHUMA REGRA CADASTRADA"
003480         GO TO ROT-LISTAR-EXIT.
003490     MOVE ZERO TO W-QTDE-LISTADOS.
003500     MOVE "N" TO W-EOF.
003510     MOVE LOW-VALUES TO SR-CHAVE.
003520     START SODREGRA KEY IS NOT LESS THAN SR-CHAVE
003530         INVALID KEY MOVE "S" TO W-EOF.
003540     PERFORM ROT-LISTAR-LER THRU ROT-LISTAR-LER-EXIT
003550         UNTIL W-EOF-SIM.
003560     CLOSE SODREGRA.
003570     DISPLAY "REGRAS: " W-QTDE-LISTADOS.
003580 ROT-LISTAR-EXIT. EXIT.
003590 ROT-LISTAR-LER.
003600     READ SODREGRA NEXT RECORD
003610         AT END MOVE "S" TO W-EOF.
003620     IF W-EOF-SIM
003630         GO TO ROT-LISTAR-LER-EXIT.
003640     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
003650     ADD 1 TO W-QTDE-LISTADOS.
003660 ROT-LISTAR-LER-EXIT. EXIT.
003670******************************************************************
003680*    ROT-CARREGAR - GRAVA AS REGRAS PADRAO QUE AINDA NAO EXISTEM *
003690*    (EM NENHUMA DAS DUAS ORDENS); AS JA CADASTRADAS FICAM COMO  *
003700*    ESTAO                                                       *
003710******************************************************************
003720 ROT-CARREGAR.
003730     DISPLAY "CARREGA AS REGRAS PADRAO (S/N) ==>".
003740     ACCEPT W-CONF.
003750     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
003760         DISPLAY "OPERACAO CANCELADA"
003770         GO TO ROT-CARREGAR-EXIT.
003780     PERFORM ROT-ABRIR THRU ROT-ABRIR-EXIT.
003790     IF SOD-STATUS NOT = "00"
003800         DISPLAY "ERRO NA ABERTURA DO SODREGRA: " SOD-STATUS
003810         GO TO ROT-CARREGAR-EXIT.
003820     MOVE ZERO TO W-QTDE-CARREGADAS.
003830     PERFORM ROT-CARREGAR-REGRA THRU ROT-CARREGAR-REGRA-EXIT
003840         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 8.
003850     CLOSE SODREGRA.
003860     DISPLAY "REGRAS CARREGADAS: " W-QTDE-CARREGADAS.
003870 ROT-CARREGAR-EXIT. EXIT.
003880 ROT-CARREGAR-REGRA.
003890     MOVE TAB-REGRA-CHAVE (W-IDX) TO W-CHAVE-INF.
003900     MOVE W-ACAO-2-INF TO SR-ACAO-1.
003910     MOVE W-ACAO-1-INF TO SR-ACAO-2.
003920     READ SODREGRA
003930         INVALID KEY
003940             CONTINUE
003950         NOT INVALID KEY
003960             GO TO ROT-CARREGAR-REGRA-EXIT.
003970     MOVE W-CHAVE-INF TO SR-CHAVE.
003980     READ SODREGRA
003990         INVALID KEY
004000             CONTINUE
004010         NOT INVALID KEY
004020             GO TO ROT-CARREGAR-REGRA-EXIT.
004030     MOVE SPACES                          TO REGSOD.
004040     MOVE W-CHAVE-INF                     TO SR-CHAVE.
004050     MOVE TAB-REGRA-DESCRICAO (W-IDX)     TO SR-DESCRICAO.
004060     MOVE TAB-REGRA-SEVERIDADE (W-IDX)    TO SR-SEVERIDADE.
004070     MOVE TAB-REGRA-BLOQUEIO (W-IDX)      TO SR-BLOQUEIO.
004080     WRITE REGSOD
004090         INVALID KEY
004100             DISPLAY "ERRO NA GRAVACAO DO SODREGRA: " SOD-STATUS
004110             GO TO ROT-CARREGAR-REGRA-EXIT.
004120     MOVE "I" TO AUD-OPERACAO.
004130     MOVE SPACES TO AUD-ANTES.
004140     MOVE REGSOD TO AUD-DEPOIS.
004150     PERFORM ROT-GRAVAR-AUDITORIA
004160         THRU ROT-GRAVAR-AUDITORIA-EXIT.
004170     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
004180     ADD 1 TO W-QTDE-CARREGADAS.
004190 ROT-CARREGAR-REGRA-EXIT. EXIT.
004200******************************************************************
004210*    ROT-ABRIR - ABRE O SODREGRA PARA ATUALIZACAO (CRIA NO       *
004220*    PRIMEIRO USO)                                               *
004230******************************************************************
004240 ROT-ABRIR.
004250     OPEN I-O SODREGRA.
004260     IF SOD-STATUS = "35"
004270         OPEN OUTPUT SODREGRA
004280         CLOSE SODREGRA
004290         OPEN I-O SODREGRA.
004300 ROT-ABRIR-EXIT. EXIT.
004310******************************************************************
004320*    ROT-GRAVAR-AUDITORIA - APENSA A TRILHA DE AUDITORIA FAUDIT  *
004330*    (AUD-OPERACAO, AUD-ANTES E AUD-DEPOIS JA MONTADOS)          *
004340******************************************************************
004350 ROT-GRAVAR-AUDITORIA.
004360     MOVE "SODCAD"   TO AUD-PROGRAMA.
004370     MOVE "SODREGRA" TO AUD-ARQUIVO.
004380     MOVE W-OPERADOR TO AUD-OPERADOR.
004390     MOVE SR-CHAVE   TO AUD-CHAVE.
004400     ACCEPT AUD-DATA FROM DATE.
004410     ACCEPT AUD-HORA FROM TIME.
004420     OPEN EXTEND FAUDIT.
004430     IF AUD-STATUS = "35"
004440         OPEN OUTPUT FAUDIT
004450         CLOSE FAUDIT
004460         OPEN EXTEND FAUDIT.
004470     WRITE REG-FAUDIT FROM REG-AUDITLOG.
004480     CLOSE FAUDIT.
004490     MOVE REG-AUDITLOG TO AUX-REGISTRO.
004500     MOVE "G" TO AUX-ACAO.
004510     CALL "AUX000" USING AUX-PARAMETROS-AREA.
004520 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
