000010******************************************************************
000020* PROGRAM-ID : ADQTAX                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-27                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : TAXAS CONTRATADAS COM A ADQUIRENTE (TABADQ) - POR  *
000080*              MODALIDADE (C-CREDITO, D-DEBITO, P-PIX) E          *
000090*              BANDEIRA, COM O PERCENTUAL DA TAXA E O PRAZO EM    *
000100*              DIAS DO CREDITO NA CONTA. BANDEIRA EM BRANCO E A   *
000110*              TAXA PADRAO DA MODALIDADE. O ADQCONC COMPARA A     *
000120*              TAXA COBRADA COM ESTA E O CEP044 USA O PRAZO PARA  *
000130*              PROJETAR AS VENDAS AINDA SEM LIQUIDACAO. TODA      *
000140*              ALTERACAO VAI PARA A TRILHA FAUDIT.                *
000150*------------------------------------------------------------------
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-09-27 BH        VERSAO INICIAL                             *
000180* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000180*                      FAUDIDX (AUX000)                           *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ADQTAX.
000220 AUTHOR. BRUNO HARNIK.
000230 INSTALLATION. FATEC.
000240 DATE-WRITTEN. 2026-09-27.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT TABADQ ASSIGN TO "TABADQ"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS TA-CHAVE
000360         FILE STATUS IS TAD-STATUS.
000370     SELECT FAUDIT ASSIGN TO "FAUDIT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS AUD-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  TABADQ
000430     LABEL RECORDS ARE STANDARD.
000440     COPY REGTAD.
000450 FD  FAUDIT
000460     LABEL RECORDS ARE STANDARD.
000470 01  REG-FAUDIT                  PIC X(233).
000480 WORKING-STORAGE SECTION.
000490 01  TAD-STATUS                  PIC X(02).
000500 01  AUD-STATUS                  PIC X(02).
000510 COPY GERPARM.
000510 COPY AUXPARM.
000520 COPY AUDITLOG.
000530 01  W-SWITCHES.
000540     05  W-FIM                   PIC X(01) VALUE "N".
000550         88  W-FIM-SIM           VALUE "S".
000560     05  W-EOF                   PIC X(01).
000570         88  W-EOF-SIM           VALUE "S".
000580     05  W-DADOS-OK              PIC X(01).
000590         88  W-DADOS-OK-SIM      VALUE "S".
000600 01  W-OPCAO                     PIC X(01).
000610 01  W-CONF                      PIC X(01).
000620 01  W-OPERADOR                  PIC X(08).
000630 01  W-CHAVE-INF.
000640     05  W-MODALIDADE-INF        PIC X(01).
000650         88  W-MODALIDADE-VALIDA VALUES "C" "D" "P".
000660     05  W-BANDEIRA-INF          PIC X(10).
000670 01  W-QTDE-LISTADOS             PIC 9(03).
000680 01  W-REGTAD-ANTES              PIC X(80).
000690 01  W-TAXA-ED                   PIC Z9,99.
000700 LINKAGE SECTION.
000710 01  LK-OPERADOR                 PIC X(08).
000720 PROCEDURE DIVISION USING LK-OPERADOR.
000730******************************************************************
000740*    0000-MAINLINE                                                *
000750******************************************************************
000760 0000-MAINLINE.
000770     MOVE "V" TO GPR-ACAO.
000780     CALL "GER000" USING GER-PARAMETROS-AREA.
000790     IF NOT GPR-AMBIENTE-OK
000800         GOBACK.
000810     MOVE LK-OPERADOR TO W-OPERADOR.
000820     MOVE "N" TO W-FIM.
000830     PERFORM 2000-MENU THRU 2000-EXIT
000840         UNTIL W-FIM-SIM.
000850     GOBACK.
000860 2000-MENU.
000870     DISPLAY " ".
000880     DISPLAY "ADQTAX - TAXAS DA ADQUIRENTE".
000890     DISPLAY "1-INCLUIR   2-ALTERAR   3-EXCLUIR   4-LISTAR   "
000900             "9-FIM".
000910     ACCEPT W-OPCAO.
000920     EVALUATE W-OPCAO
000930         WHEN "1"
000940             PERFORM ROT-INCLUIR THRU ROT-INCLUIR-EXIT
000950         WHEN "2"
000960             PERFORM ROT-ALTERAR THRU ROT-ALTERAR-EXIT
000970         WHEN "3"
000980             PERFORM ROT-EXCLUIR THRU ROT-EXCLUIR-EXIT
000990         WHEN "4"
001000             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
001010         WHEN "9"
001020             MOVE "S" TO W-FIM
001030         WHEN OTHER
001040             DISPLAY "OPCAO INVALIDA"
001050     END-EVALUATE.
001060 2000-EXIT. EXIT.
001070******************************************************************
001080*    ROT-PEDIR-CHAVE - MODALIDADE E BANDEIRA (BRANCO = PADRAO DA  *
001090*    MODALIDADE)                                                  *
001100******************************************************************
001110 ROT-PEDIR-CHAVE.
001120     MOVE "N" TO W-DADOS-OK.
001130     DISPLAY "MODALIDADE (C-CREDITO, D-DEBITO, P-PIX) =>".
001140     ACCEPT W-MODALIDADE-INF.
001150     IF NOT W-MODALIDADE-VALIDA
001160         DISPLAY "MODALIDADE INVALIDA"
001170         GO TO ROT-PEDIR-CHAVE-EXIT.
001180     DISPLAY "BANDEIRA (BRANCO = TAXA PADRAO DA MODALIDADE) =>".
001190     MOVE SPACES TO W-BANDEIRA-INF.
001200     ACCEPT W-BANDEIRA-INF.
001210     MOVE "S" TO W-DADOS-OK.
001220 ROT-PEDIR-CHAVE-EXIT. EXIT.
001230******************************************************************
001240*    ROT-INCLUIR - TAXA NOVA                                      *
001250******************************************************************
001260 ROT-INCLUIR.
001270     PERFORM ROT-PEDIR-CHAVE THRU ROT-PEDIR-CHAVE-EXIT.
001280     IF NOT W-DADOS-OK-SIM
001290         GO TO ROT-INCLUIR-EXIT.
001300     OPEN I-O TABADQ.
001310     IF TAD-STATUS = "35"
001320         OPEN OUTPUT TABADQ
001330         CLOSE TABADQ
001340         OPEN I-O TABADQ.
001350     IF TAD-STATUS NOT = "00"
001360         DISPLAY "ERRO NA ABERTURA DA TABADQ: " TAD-STATUS
001370         GO TO ROT-INCLUIR-EXIT.
001380     MOVE W-CHAVE-INF TO TA-CHAVE.
001390     READ TABADQ
001400         INVALID KEY
001410             CONTINUE
001420         NOT INVALID KEY
001430             DISPLAY "TAXA JA CADASTRADA: " TA-DESCRICAO
001440             CLOSE TABADQ
001450             GO TO ROT-INCLUIR-EXIT.
001460     MOVE SPACES TO REGTAD.
001470     MOVE W-CHAVE-INF TO TA-CHAVE.
001480     PERFORM ROT-DIGITAR THRU ROT-DIGITAR-EXIT.
001490     IF NOT W-DADOS-OK-SIM
001500         CLOSE TABADQ
001510         GO TO ROT-INCLUIR-EXIT.
001520     WRITE REGTAD
001530         INVALID KEY
001540             DISPLAY "ERRO NA GRAVACAO DA TABADQ: " TAD-STATUS
001550             CLOSE TABADQ
001560             GO TO ROT-INCLUIR-EXIT.
001570     MOVE "I" TO AUD-OPERACAO.
001580     MOVE SPACES TO AUD-ANTES.
001590     MOVE REGTAD TO AUD-DEPOIS.
001600     PERFORM ROT-GRAVAR-AUDITORIA
001610         THRU ROT-GRAVAR-AUDITORIA-EXIT.
001620     CLOSE TABADQ.
001630     DISPLAY "TAXA INCLUIDA".
001640 ROT-INCLUIR-EXIT. EXIT.
001650******************************************************************
001660*    ROT-ALTERAR - REDIGITA DESCRICAO, TAXA E PRAZO               *
001670******************************************************************
001680 ROT-ALTERAR.
001690     PERFORM ROT-PEDIR-CHAVE THRU ROT-PEDIR-CHAVE-EXIT.
001700     IF NOT W-DADOS-OK-SIM
001710         GO TO ROT-ALTERAR-EXIT.
001720     OPEN I-O TABADQ.
001730     IF TAD-STATUS NOT = "00"
001740         DISPLAY "NENHUMA TAXA CADASTRADA"
001750         GO TO ROT-ALTERAR-EXIT.
001760     MOVE W-CHAVE-INF TO TA-CHAVE.
001770     READ TABADQ
001780         INVALID KEY
001790             DISPLAY "TAXA NAO CADASTRADA"
001800             CLOSE TABADQ
001810             GO TO ROT-ALTERAR-EXIT.
001820     MOVE REGTAD TO W-REGTAD-ANTES.
001830     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
001840     PERFORM ROT-DIGITAR THRU ROT-DIGITAR-EXIT.
001850     IF NOT W-DADOS-OK-SIM
001860         CLOSE TABADQ
001870         GO TO ROT-ALTERAR-EXIT.
001880     REWRITE REGTAD
001890         INVALID KEY
001900             DISPLAY "ERRO NA REGRAVACAO DA TABADQ: " TAD-STATUS
001910             CLOSE TABADQ
001920             GO TO ROT-ALTERAR-EXIT.
001930     MOVE "A" TO AUD-OPERACAO.
001940     MOVE W-REGTAD-ANTES TO AUD-ANTES.
001950     MOVE REGTAD TO AUD-DEPOIS.
001960     PERFORM ROT-GRAVAR-AUDITORIA
001970         THRU ROT-GRAVAR-AUDITORIA-EXIT.
001980     CLOSE TABADQ.
001990     DISPLAY "TAXA ALTERADA".
002000 ROT-ALTERAR-EXIT. EXIT.
002010******************************************************************
002020*    ROT-EXCLUIR - A MODALIDADE VOLTA A USAR A TAXA PADRAO        *
002030******************************************************************
002040 ROT-EXCLUIR.
002050     PERFORM ROT-PEDIR-CHAVE THRU ROT-PEDIR-CHAVE-EXIT.
002060     IF NOT W-DADOS-OK-SIM
002070         GO TO ROT-EXCLUIR-EXIT.
002080     OPEN I-O TABADQ.
002090     IF TAD-STATUS NOT = "00"
002100         DISPLAY "NENHUMA TAXA CADASTRADA"
002110         GO TO ROT-EXCLUIR-EXIT.
002120     MOVE W-CHAVE-INF TO TA-CHAVE.
002130     READ TABADQ
002140         INVALID KEY
002150             DISPLAY "TAXA NAO CADASTRADA"
002160             CLOSE TABADQ
002170             GO TO ROT-EXCLUIR-EXIT.
002180     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
002190     DISPLAY "CONFIRMA A EXCLUSAO (S/N) ==>".
002200     ACCEPT W-CONF.
002210     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002220         DISPLAY "OPERACAO CANCELADA"
002230         CLOSE TABADQ
002240         GO TO ROT-EXCLUIR-EXIT.
002250     MOVE REGTAD TO W-REGTAD-ANTES.
002260     DELETE TABADQ
002270         INVALID KEY
002280             DISPLAY "ERRO NA EXCLUSAO DA TABADQ: " TAD-STATUS
002290             CLOSE TABADQ
002300             GO TO ROT-EXCLUIR-EXIT.
002310     MOVE "D" TO AUD-OPERACAO.
002320     MOVE W-REGTAD-ANTES TO AUD-ANTES.
002330     MOVE SPACES TO AUD-DEPOIS.
002340     PERFORM ROT-GRAVAR-AUDITORIA
002350         THRU ROT-GRAVAR-AUDITORIA-EXIT.
002360     CLOSE TABADQ.
002370     DISPLAY "TAXA EXCLUIDA".
002380 ROT-EXCLUIR-EXIT. EXIT.
002390******************************************************************
002400*    ROT-DIGITAR - DESCRICAO, PERCENTUAL E PRAZO, COM CONFIRMACAO *
002410******************************************************************
002420 ROT-DIGITAR.
002430     MOVE "N" TO W-DADOS-OK.
002440     DISPLAY "DESCRICAO =>".
002450     ACCEPT TA-DESCRICAO.
002460     DISPLAY "TAXA CONTRATADA EM % (EX. 2,49) =>".
002470     ACCEPT TA-TAXA.
002480     IF TA-TAXA NOT NUMERIC OR TA-TAXA > 20
002490         DISPLAY "TAXA INVALIDA (0 A 20%)"
002500         GO TO ROT-DIGITAR-EXIT.
002510     DISPLAY "PRAZO DO CREDITO EM DIAS APOS A VENDA =>".
002520     ACCEPT TA-PRAZO.
002530     IF TA-PRAZO NOT NUMERIC
002540         DISPLAY "PRAZO INVALIDO"
002550         GO TO ROT-DIGITAR-EXIT.
002560     DISPLAY "CONFIRMA (S/N) ==>".
002570     ACCEPT W-CONF.
002580     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002590         DISPLAY "OPERACAO CANCELADA"
002600         GO TO ROT-DIGITAR-EXIT.
002610     MOVE "S" TO W-DADOS-OK.
002620 ROT-DIGITAR-EXIT. EXIT.
002630 ROT-EXIBIR.
002640     MOVE TA-TAXA TO W-TAXA-ED.
002650     DISPLAY TA-MODALIDADE " " TA-BANDEIRA " " TA-DESCRICAO
002660             " TAXA " W-TAXA-ED "% PRAZO " TA-PRAZO " DIAS".
002670 ROT-EXIBIR-EXIT. EXIT.
002680******************************************************************
002690*    ROT-LISTAR - TODAS AS TAXAS NA ORDEM DA CHAVE                *
002700******************************************************************
002710 ROT-LISTAR.
002720     OPEN INPUT TABADQ.
002730     IF TAD-STATUS NOT = "00"
002740         DISPLAY "NENHUMA TAXA CADASTRADA"
002750         GO TO ROT-LISTAR-EXIT.
002760     MOVE ZERO TO W-QTDE-LISTADOS.
002770     MOVE "N" TO W-EOF.
002780     MOVE LOW-VALUES TO TA-CHAVE.
002790     START TABADQ KEY IS NOT LESS THAN TA-CHAVE
002800         INVALID KEY MOVE "S" TO W-EOF.
002810     PERFORM ROT-LISTAR-LER THRU ROT-LISTAR-LER-EXIT
002820         UNTIL W-EOF-SIM.
002830     CLOSE TABADQ.
002840     DISPLAY "TAXAS: " W-QTDE-LISTADOS.
002850 ROT-LISTAR-EXIT. EXIT.
002860 ROT-LISTAR-LER.
002870     READ TABADQ NEXT RECORD
002880         AT END MOVE "S" TO W-EOF.
002890     IF W-EOF-SIM
002900         GO TO ROT-LISTAR-LER-EXIT.
002910     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
002920     ADD 1 TO W-QTDE-LISTADOS.
002930 ROT-LISTAR-LER-EXIT. EXIT.
002940******************************************************************
002950*    ROT-GRAVAR-AUDITORIA - APENSA A TRILHA DE AUDITORIA FAUDIT   *
002960*    (AUD-OPERACAO, AUD-ANTES E AUD-DEPOIS JA MONTADOS)           *
002970******************************************************************
002980 ROT-GRAVAR-AUDITORIA.
002990     MOVE "ADQTAX"   TO AUD-PROGRAMA.
003000     MOVE "TABADQ"   TO AUD-ARQUIVO.
003010     MOVE W-OPERADOR TO AUD-OPERADOR.
003020     MOVE W-CHAVE-INF TO AUD-CHAVE.
003030     ACCEPT AUD-DATA FROM DATE.
003040     ACCEPT AUD-HORA FROM TIME.
003050     OPEN EXTEND FAUDIT.
003060     IF AUD-STATUS = "35"
003070         OPEN OUTPUT FAUDIT
003080         CLOSE FAUDIT
003090         OPEN EXTEND FAUDIT.
003100     WRITE REG-FAUDIT FROM REG-AUDITLOG.
003110     CLOSE FAUDIT.
003110     MOVE REG-AUDITLOG TO AUX-REGISTRO.
003110     MOVE "G" TO AUX-ACAO.
003110     CALL "AUX000" USING AUX-PARAMETROS-AREA.
003120 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
