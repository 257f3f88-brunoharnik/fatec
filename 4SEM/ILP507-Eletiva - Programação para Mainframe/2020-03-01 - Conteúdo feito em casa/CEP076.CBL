000010******************************************************************
000020* PROGRAM-ID : CEP076                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-06                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : TABELA DE FRETE (TABFRETE) - CADASTRO DAS FAIXAS   *
000080*              DE PESO POR UF E REGIAO DO CEP, COM O VALOR DA     *
000090*              FAIXA, O VALOR POR KG ACIMA DA ULTIMA FAIXA E O    *
000100*              LIMITE DE FRETE GRATIS POR VALOR DO PEDIDO. UF EM  *
000110*              BRANCO OU REGIAO ZERO VALEM PARA TODAS. LIDA PELA  *
000120*              FRT000 NA DIGITACAO DE PEDIDOS E ORCAMENTOS.       *
000130*------------------------------------------------------------------
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-10-06 BH        VERSAO INICIAL                             *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CEP076.
000200 AUTHOR. BRUNO HARNIK.
000210 INSTALLATION. FATEC.
000220 DATE-WRITTEN. 2026-10-06.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SPECIAL-NAMES.
000270     DECIMAL-POINT IS COMMA.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TABFRETE ASSIGN TO "TABFRETE"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS FR-CHAVE
000340         FILE STATUS IS FRT-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  TABFRETE
000380     LABEL RECORDS ARE STANDARD.
000390     COPY REGFRT.
000400 WORKING-STORAGE SECTION.
000410 01  FRT-STATUS                  PIC X(02).
000420 01  W-SWITCHES.
000430     05  W-FIM                   PIC X(01) VALUE "N".
000440         88  W-FIM-SIM           VALUE "S".
000450     05  W-EOF                   PIC X(01).
000460         88  W-EOF-SIM           VALUE "S".
000470 01  W-OPCAO                     PIC X(01).
000480 01  W-CONF                      PIC X(01).
000490 01  W-UF                        PIC X(02).
000500 01  W-REGIAO                    PIC 9(01).
000510 01  W-PESO-ATE                  PIC 9(06)V999.
000520 01  W-VALOR                     PIC 9(10)V99.
000530 01  W-VALOR-KG-ADIC             PIC 9(06)V99.
000540 01  W-GRATIS-ACIMA              PIC 9(12)V99.
000550 01  W-QTDE-LISTADAS             PIC 9(04).
000560 PROCEDURE DIVISION.
000570******************************************************************
000580*    0000-MAINLINE                                                *
000590******************************************************************
000600 0000-MAINLINE.
000610     PERFORM 2000-MENU THRU 2000-EXIT
000620         UNTIL W-FIM-SIM.
000630     GOBACK.
000640 2000-MENU.
000650     DISPLAY " ".
000660     DISPLAY "CEP076 - TABELA DE FRETE (TABFRETE)".
000670     DISPLAY "1-INCLUIR/ALTERAR   2-EXCLUIR   3-LISTAR   9-FIM".
000680     ACCEPT W-OPCAO.
000690     EVALUATE W-OPCAO
000700         WHEN "1"
000710             PERFORM ROT-GRAVAR THRU ROT-GRAVAR-EXIT
000720         WHEN "2"
000730             PERFORM ROT-EXCLUIR THRU ROT-EXCLUIR-EXIT
000740         WHEN "3"
000750             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
000760         WHEN "9"
000770             MOVE "S" TO W-FIM
000780         WHEN OTHER
000790             DISPLAY "OPCAO INVALIDA"
000800     END-EVALUATE.
000810 2000-EXIT. EXIT.
000820******************************************************************
000830*    ROT-CHAVE - UF, REGIAO E LIMITE DE PESO DA FAIXA             *
000840******************************************************************
000850 ROT-CHAVE.
000860     DISPLAY "UF DE DESTINO (BRANCO=TODAS) =>".
000870     ACCEPT W-UF.
000880     DISPLAY "REGIAO DO CEP (0=TODAS) =>".
000890     ACCEPT W-REGIAO.
000900     DISPLAY "FAIXA ATE O PESO EM KG (EX 30,000) =>".
000910     ACCEPT W-PESO-ATE.
000920     IF W-PESO-ATE = ZERO
000930         DISPLAY "PESO DA FAIXA NAO PODE SER ZERO"
000940         GO TO ROT-CHAVE.
000950     MOVE W-UF       TO FR-UF.
000960     MOVE W-REGIAO   TO FR-REGIAO.
000970     MOVE W-PESO-ATE TO FR-PESO-ATE.
000980 ROT-CHAVE-EXIT. EXIT.
000990******************************************************************
001000*    ROT-GRAVAR - INCLUI OU ALTERA UMA FAIXA DA TABELA            *
001010******************************************************************
001020 ROT-GRAVAR.
001030     PERFORM ROT-CHAVE THRU ROT-CHAVE-EXIT.
001040     DISPLAY "VALOR DO FRETE DA FAIXA =>".
001050     ACCEPT W-VALOR.
001060     DISPLAY "VALOR POR KG ACIMA DA ULTIMA FAIXA =>".
001070     ACCEPT W-VALOR-KG-ADIC.
001080     DISPLAY "FRETE GRATIS A PARTIR DO PEDIDO DE (0=NUNCA) =>".
001090     ACCEPT W-GRATIS-ACIMA.
001100     OPEN I-O TABFRETE.
001110     IF FRT-STATUS = "35"
001120         OPEN OUTPUT TABFRETE
001130         CLOSE TABFRETE
001140         OPEN I-O TABFRETE.
001150     IF FRT-STATUS NOT = "00"
001160         DISPLAY "ERRO NA ABERTURA DO TABFRETE: " FRT-STATUS
001170         GO TO ROT-GRAVAR-EXIT.
001180     MOVE W-UF       TO FR-UF.
001190     MOVE W-REGIAO   TO FR-REGIAO.
001200     MOVE W-PESO-ATE TO FR-PESO-ATE.
001210     READ TABFRETE
001220         INVALID KEY
001230             MOVE W-UF            TO FR-UF
001240             MOVE W-REGIAO        TO FR-REGIAO
001250             MOVE W-PESO-ATE      TO FR-PESO-ATE
001260             MOVE W-VALOR         TO FR-VALOR
001270             MOVE W-VALOR-KG-ADIC TO FR-VALOR-KG-ADIC
001280             MOVE W-GRATIS-ACIMA  TO FR-GRATIS-ACIMA
001290             WRITE REGFRT
001300                 INVALID KEY
001310                     DISPLAY "ERRO NA INCLUSAO"
001320                 NOT INVALID KEY
001330                     DISPLAY "*** FAIXA INCLUIDA ***"
001340             END-WRITE
001350         NOT INVALID KEY
001360             MOVE W-VALOR         TO FR-VALOR
001370             MOVE W-VALOR-KG-ADIC TO FR-VALOR-KG-ADIC
001380             MOVE W-GRATIS-ACIMA  TO FR-GRATIS-ACIMA
001390             REWRITE REGFRT
001400                 INVALID KEY
001410                     DISPLAY "ERRO NA ALTERACAO"
001420                 NOT INVALID KEY
001430                     DISPLAY "*** FAIXA ALTERADA ***"
001440             END-REWRITE.
001450     CLOSE TABFRETE.
001460 ROT-GRAVAR-EXIT. EXIT.
001470******************************************************************
001480*    ROT-EXCLUIR - EXCLUI UMA FAIXA DA TABELA                     *
001490******************************************************************
001500 ROT-EXCLUIR.
001510     PERFORM ROT-CHAVE THRU ROT-CHAVE-EXIT.
001520     OPEN I-O TABFRETE.
001530     IF FRT-STATUS NOT = "00"
001540         DISPLAY "ARQUIVO TABFRETE NAO EXISTE"
001550         GO TO ROT-EXCLUIR-EXIT.
001560     MOVE W-UF       TO FR-UF.
001570     MOVE W-REGIAO   TO FR-REGIAO.
001580     MOVE W-PESO-ATE TO FR-PESO-ATE.
001590     READ TABFRETE
001600         INVALID KEY
001610             DISPLAY "FAIXA NAO CADASTRADA"
001620             CLOSE TABFRETE
001630             GO TO ROT-EXCLUIR-EXIT.
001640     DISPLAY "VALOR......: " FR-VALOR.
001650     DISPLAY "POR KG ADIC: " FR-VALOR-KG-ADIC.
001660     DISPLAY "GRATIS ACIMA: " FR-GRATIS-ACIMA.
001670     DISPLAY "EXCLUIR (S/N) ==>".
001680     ACCEPT W-CONF.
001690     IF W-CONF = "S" OR W-CONF = "s"
001700         DELETE TABFRETE RECORD
001710             INVALID KEY
001720                 DISPLAY "ERRO NA EXCLUSAO"
001730             NOT INVALID KEY
001740                 DISPLAY "*** FAIXA EXCLUIDA ***"
001750     ELSE
001760         DISPLAY "EXCLUSAO CANCELADA".
001770     CLOSE TABFRETE.
001780 ROT-EXCLUIR-EXIT. EXIT.
001790******************************************************************
001800*    ROT-LISTAR - LISTA A TABELA INTEIRA                          *
001810******************************************************************
001820 ROT-LISTAR.
001830     OPEN INPUT TABFRETE.
001840     IF FRT-STATUS NOT = "00"
001850         DISPLAY "ARQUIVO TABFRETE NAO EXISTE"
001860         GO TO ROT-LISTAR-EXIT.
001870     MOVE ZERO TO W-QTDE-LISTADAS.
001880     DISPLAY "UF REG PESO ATE   VALOR  POR KG  GRATIS ACIMA".
001890     MOVE "N" TO W-EOF.
001900     MOVE LOW-VALUES TO FR-CHAVE.
001910     START TABFRETE KEY IS NOT LESS THAN FR-CHAVE
001920         INVALID KEY MOVE "S" TO W-EOF.
001930     IF NOT W-EOF-SIM
001940         PERFORM ROT-LER THRU ROT-LER-EXIT.
001950     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT
001960         UNTIL W-EOF-SIM.
001970     DISPLAY "FAIXAS LISTADAS: " W-QTDE-LISTADAS.
001980     CLOSE TABFRETE.
001990 ROT-LISTAR-EXIT. EXIT.
002000 ROT-LER.
002010     READ TABFRETE NEXT RECORD
002020         AT END MOVE "S" TO W-EOF.
002030 ROT-LER-EXIT. EXIT.
002040 ROT-EXIBIR.
002050     DISPLAY FR-UF " " FR-REGIAO " " FR-PESO-ATE " " FR-VALOR
002060             " " FR-VALOR-KG-ADIC " " FR-GRATIS-ACIMA.
002070     ADD 1 TO W-QTDE-LISTADAS.
002080     PERFORM ROT-LER THRU ROT-LER-EXIT.
002090 ROT-EXIBIR-EXIT. EXIT.
