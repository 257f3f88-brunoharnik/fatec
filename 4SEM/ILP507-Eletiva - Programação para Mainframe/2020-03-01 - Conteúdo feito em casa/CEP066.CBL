000010******************************************************************
000020* PROGRAM-ID : CEP066                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : TABELA DE PIS/COFINS (TABPIS) - CADASTRO DA        *
000080*              SITUACAO TRIBUTARIA (CST DE SAIDA E DE ENTRADA) E  *
000090*              DAS ALIQUOTAS DE PIS E COFINS POR PRODUTO ("P")    *
000100*              OU POR NCM ("N"). A SUB-ROTINA PIS000 USA A LINHA  *
000110*              DO PRODUTO QUANDO EXISTIR E, SENAO, A DO NCM.      *
000120*-----------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-09-15 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CEP066.
000190 AUTHOR. BRUNO HARNIK.
000200 INSTALLATION. FATEC.
000210 DATE-WRITTEN. 2026-09-15.
000220 DATE-COMPILED.
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SPECIAL-NAMES.
000260     DECIMAL-POINT IS COMMA.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TABPIS ASSIGN TO "TABPIS"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS TPC-CHAVE
000330         FILE STATUS IS TPC-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  TABPIS
000370     LABEL RECORDS ARE STANDARD.
000380     COPY REGPIS.
000390 WORKING-STORAGE SECTION.
000400 01  TPC-STATUS                  PIC X(02).
000410 COPY GERPARM.
000420 01  W-SWITCHES.
000430     05  W-FIM                   PIC X(01) VALUE "N".
000440         88  W-FIM-SIM           VALUE "S".
000450     05  W-EOF                   PIC X(01).
000460         88  W-EOF-SIM           VALUE "S".
000470 01  W-OPCAO                     PIC X(01).
000480 01  W-CONF                      PIC X(01).
000490 01  W-TIPO                      PIC X(01).
000500     88  W-TIPO-VALIDO           VALUE "P" "N".
000510 01  W-CODIGO                    PIC 9(08).
000520 01  W-CST-SAIDA                 PIC 9(02).
000530 01  W-CST-ENTRADA               PIC 9(02).
000540 01  W-ALIQ-PIS                  PIC 9(02)V99.
000550 01  W-ALIQ-COFINS               PIC 9(02)V99.
000560 01  W-QTDE-LISTADAS             PIC 9(04).
000570 PROCEDURE DIVISION.
000580******************************************************************
000590*    0000-MAINLINE                                                *
000600******************************************************************
000610 0000-MAINLINE.
000620     MOVE "V" TO GPR-ACAO.
000630     CALL "GER000" USING GER-PARAMETROS-AREA.
000640     IF NOT GPR-AMBIENTE-OK
000650         GOBACK.
000660     PERFORM 2000-MENU THRU 2000-EXIT
000670         UNTIL W-FIM-SIM.
000680     GOBACK.
000690 2000-MENU.
000700     DISPLAY " ".
000710     DISPLAY "CEP066 - PIS/COFINS POR PRODUTO OU NCM (TABPIS)".
000720     DISPLAY "1-INCLUIR/ALTERAR   2-EXCLUIR   3-LISTAR   9-FIM".
000730     ACCEPT W-OPCAO.
000740     EVALUATE W-OPCAO
000750         WHEN "1"
000760             PERFORM ROT-GRAVAR THRU ROT-GRAVAR-EXIT
000770         WHEN "2"
000780             PERFORM ROT-EXCLUIR THRU ROT-EXCLUIR-EXIT
000790         WHEN "3"
000800             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
000810         WHEN "9"
000820             MOVE "S" TO W-FIM
000830         WHEN OTHER
000840             DISPLAY "OPCAO INVALIDA"
000850     END-EVALUATE.
000860 2000-EXIT. EXIT.
000870******************************************************************
000880*    ROT-DIGITAR-CHAVE - TIPO (P=PRODUTO, N=NCM) E CODIGO         *
000890******************************************************************
000900 ROT-DIGITAR-CHAVE.
000910     DISPLAY "TIPO (P=PRODUTO  N=NCM) =>".
000920     ACCEPT W-TIPO.
000930     IF NOT W-TIPO-VALIDO
000940         DISPLAY "TIPO INVALIDO"
000950         GO TO ROT-DIGITAR-CHAVE-EXIT.
000960     IF W-TIPO = "P"
000970         DISPLAY "CODIGO DO PRODUTO =>"
000980     ELSE
000990         DISPLAY "CODIGO NCM (8 DIGITOS) =>".
001000     ACCEPT W-CODIGO.
001010 ROT-DIGITAR-CHAVE-EXIT. EXIT.
001020******************************************************************
001030*    ROT-GRAVAR - INCLUI OU ALTERA A LINHA DO PRODUTO OU DO NCM   *
001040******************************************************************
001050 ROT-GRAVAR.
001060     PERFORM ROT-DIGITAR-CHAVE THRU ROT-DIGITAR-CHAVE-EXIT.
001070     IF NOT W-TIPO-VALIDO
001080         GO TO ROT-GRAVAR-EXIT.
001090     DISPLAY "CST DE SAIDA (01-03 TRIBUTA, 04-09/49 NAO) =>".
001100     ACCEPT W-CST-SAIDA.
001110     DISPLAY "CST DE ENTRADA (50-66 CREDITA, 70-99 NAO) =>".
001120     ACCEPT W-CST-ENTRADA.
001130     DISPLAY "ALIQUOTA DE PIS (EX 1,65) =>".
001140     ACCEPT W-ALIQ-PIS.
001150     DISPLAY "ALIQUOTA DE COFINS (EX 7,60) =>".
001160     ACCEPT W-ALIQ-COFINS.
001170     OPEN I-O TABPIS.
001180     IF TPC-STATUS = "35"
001190         OPEN OUTPUT TABPIS
001200         CLOSE TABPIS
001210         OPEN I-O TABPIS.
001220     IF TPC-STATUS NOT = "00"
001230         DISPLAY "ERRO NA ABERTURA DO TABPIS: " TPC-STATUS
001240         GO TO ROT-GRAVAR-EXIT.
001250     MOVE W-TIPO   TO TPC-TIPO.
001260     MOVE W-CODIGO TO TPC-CODIGO.
001270     READ TABPIS
001280         INVALID KEY
001290             MOVE W-TIPO        TO TPC-TIPO
001300             MOVE W-CODIGO      TO TPC-CODIGO
001310             MOVE W-CST-SAIDA   TO TPC-CST-SAIDA
001320             MOVE W-CST-ENTRADA TO TPC-CST-ENTRADA
001330             MOVE W-ALIQ-PIS    TO TPC-ALIQ-PIS
001340             MOVE W-ALIQ-COFINS TO TPC-ALIQ-COFINS
001350             WRITE REGPIS
001360                 INVALID KEY
001370                     DISPLAY "ERRO NA INCLUSAO"
001380                 NOT INVALID KEY
001390                     DISPLAY "*** LINHA INCLUIDA ***"
001400             END-WRITE
001410         NOT INVALID KEY
001420             MOVE W-CST-SAIDA   TO TPC-CST-SAIDA
001430             MOVE W-CST-ENTRADA TO TPC-CST-ENTRADA
001440             MOVE W-ALIQ-PIS    TO TPC-ALIQ-PIS
001450             MOVE W-ALIQ-COFINS TO TPC-ALIQ-COFINS
001460             REWRITE REGPIS
001470                 INVALID KEY
001480                     DISPLAY "ERRO NA ALTERACAO"
001490                 NOT INVALID KEY
001500                     DISPLAY "*** LINHA ALTERADA ***"
001510             END-REWRITE.
001520     CLOSE TABPIS.
001530 ROT-GRAVAR-EXIT. EXIT.
001540******************************************************************
001550*    ROT-EXCLUIR - EXCLUI A LINHA DO PRODUTO OU DO NCM            *
001560******************************************************************
001570 ROT-EXCLUIR.
001580     PERFORM ROT-DIGITAR-CHAVE THRU ROT-DIGITAR-CHAVE-EXIT.
001590     IF NOT W-TIPO-VALIDO
001600         GO TO ROT-EXCLUIR-EXIT.
001610     OPEN I-O TABPIS.
001620     IF TPC-STATUS NOT = "00"
001630         DISPLAY "ARQUIVO TABPIS NAO EXISTE"
001640         GO TO ROT-EXCLUIR-EXIT.
001650     MOVE W-TIPO   TO TPC-TIPO.
001660     MOVE W-CODIGO TO TPC-CODIGO.
001670     READ TABPIS
001680         INVALID KEY
001690             DISPLAY "LINHA NAO CADASTRADA"
001700             CLOSE TABPIS
001710             GO TO ROT-EXCLUIR-EXIT.
001720     DISPLAY "CST SAIDA/ENTRADA: " TPC-CST-SAIDA "/"
001730             TPC-CST-ENTRADA.
001740     DISPLAY "PIS: " TPC-ALIQ-PIS "  COFINS: " TPC-ALIQ-COFINS.
001750     DISPLAY "EXCLUIR (S/N) ==>".
001760     ACCEPT W-CONF.
001770     IF W-CONF = "S" OR W-CONF = "s"
001780         DELETE TABPIS RECORD
001790             INVALID KEY
001800                 DISPLAY "ERRO NA EXCLUSAO"
001810             NOT INVALID KEY
001820                 DISPLAY "*** LINHA EXCLUIDA ***"
001830     ELSE
001840         DISPLAY "EXCLUSAO CANCELADA".
001850     CLOSE TABPIS.
001860 ROT-EXCLUIR-EXIT. EXIT.
001870******************************************************************
001880*    ROT-LISTAR - LISTA A TABELA INTEIRA (PRODUTOS E NCMS)        *
001890******************************************************************
001900 ROT-LISTAR.
001910     OPEN INPUT TABPIS.
001920     IF TPC-STATUS NOT = "00"
001930         DISPLAY "ARQUIVO TABPIS NAO EXISTE"
001940         GO TO ROT-LISTAR-EXIT.
001950     MOVE ZERO TO W-QTDE-LISTADAS.
001960     DISPLAY "T CODIGO   CST-S CST-E   PIS   COFINS".
001970     MOVE "N" TO W-EOF.
001980     MOVE LOW-VALUES TO TPC-CHAVE.
001990     START TABPIS KEY IS NOT LESS THAN TPC-CHAVE
002000         INVALID KEY MOVE "S" TO W-EOF.
002010     IF NOT W-EOF-SIM
002020         PERFORM ROT-LER THRU ROT-LER-EXIT.
002030     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT
002040         UNTIL W-EOF-SIM.
002050     DISPLAY "LINHAS LISTADAS: " W-QTDE-LISTADAS.
002060     CLOSE TABPIS.
002070 ROT-LISTAR-EXIT. EXIT.
002080 ROT-LER.
002090     READ TABPIS NEXT RECORD
002100         AT END MOVE "S" TO W-EOF.
002110 ROT-LER-EXIT. EXIT.
002120 ROT-EXIBIR.
002130     DISPLAY TPC-TIPO " " TPC-CODIGO "   " TPC-CST-SAIDA "    "
002140             TPC-CST-ENTRADA "   " TPC-ALIQ-PIS "  "
002150             TPC-ALIQ-COFINS.
002160     ADD 1 TO W-QTDE-LISTADAS.
002170     PERFORM ROT-LER THRU ROT-LER-EXIT.
002180 ROT-EXIBIR-EXIT. EXIT.
