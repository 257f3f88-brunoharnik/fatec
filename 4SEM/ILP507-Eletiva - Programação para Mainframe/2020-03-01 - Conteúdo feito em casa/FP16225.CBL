000010******************************************************************
000020* PROGRAM-ID : FP16225                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : PENSOES ALIMENTICIAS JUDICIAIS (PENSAO) - CADASTRO *
000080*              DAS PENSOES DE UM FUNCIONARIO: BENEFICIARIO (UM    *
000090*              DEPENDENTE DO FDEPEND OU PESSOA DE FORA), DADOS    *
000100*              BANCARIOS PARA O CREDITO, REGRA DO DESCONTO        *
000110*              (VALOR FIXO, % DO LIQUIDO OU % DO BRUTO) E AS      *
000120*              FOLHAS EM QUE INCIDE (MENSAL, 13O, FERIAS E        *
000130*              RESCISAO). O DESCONTO E AUTOMATICO NOS CALCULOS    *
000140*              (PEN000); O ENCERRAMENTO POR DECISAO JUDICIAL E    *
000150*              FEITO AQUI, COMO A QUITACAO DO FP16219.            *
000160*------------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-10-15 BH        VERSAO INICIAL                             *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. FP16225.
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
000330     SELECT PENSAO ASSIGN TO "PENSAO"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PN-CHAVE
000370         FILE STATUS IS PEN-STATUS.
000380     SELECT CADFUNC ASSIGN TO "CADFUNC"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CODFUNC
000420         FILE STATUS IS FUNC-STATUS.
000430     SELECT FDEPEND ASSIGN TO "FDEPEND"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS DPN-CHAVE
000470         FILE STATUS IS DPN-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PENSAO
000510     LABEL RECORDS ARE STANDARD.
000520     COPY REGPEN.
000530 FD  CADFUNC
000540     LABEL RECORDS ARE STANDARD.
000550     COPY REGFUNC.
000560 FD  FDEPEND
000570     LABEL RECORDS ARE STANDARD.
000580     COPY REGDPN.
000590 WORKING-STORAGE SECTION.
000600 01  PEN-STATUS                  PIC X(02).
000610 01  FUNC-STATUS                 PIC X(02).
000620 01  DPN-STATUS                  PIC X(02).
000630 01  W-SWITCHES.
000640     05  W-FIM                   PIC X(01) VALUE "N".
000650         88  W-FIM-SIM           VALUE "S".
000660     05  W-EOF                   PIC X(01).
000670         88  W-EOF-SIM           VALUE "S".
000680 01  W-OPCAO                     PIC X(01).
000690 01  W-CONF                      PIC X(01).
000700 01  W-RESP                      PIC X(01).
000710 01  W-CODFUNC-INF               PIC 9(06).
000720 01  W-SEQ-INF                   PIC 9(02).
000730 01  W-PROX-SEQ                  PIC 9(02).
000740 01  W-QTDE-LIDAS                PIC 9(02).
000750 01  W-DPN-SEQ-INF               PIC 9(02).
000760 01  W-NOME-INF                  PIC X(30).
000770 01  W-CPF-INF                   PIC 9(11).
000780 01  W-BANCO-INF                 PIC 9(03).
000790 01  W-AGENCIA-INF               PIC 9(05).
000800 01  W-CONTA-INF                 PIC 9(10).
000810 01  W-DV-INF                    PIC X(01).
000820 01  W-REGRA-INF                 PIC X(01).
000830     88  W-REGRA-VALIDA          VALUES "F" "L" "B".
000840 01  W-VALOR-INF                 PIC 9(07)V99.
000850 01  W-PERC-INF                  PIC 9(03)V99.
000860 01  W-INC-MENSAL                PIC X(01).
000870 01  W-INC-13                    PIC X(01).
000880 01  W-INC-FERIAS                PIC X(01).
000890 01  W-INC-RESCISAO              PIC X(01).
000900 PROCEDURE DIVISION.
000910******************************************************************
000920*    0000-MAINLINE                                                *
000930******************************************************************
000940 0000-MAINLINE.
000950     PERFORM 2000-MENU THRU 2000-EXIT
000960         UNTIL W-FIM-SIM.
000970     GOBACK.
000980 2000-MENU.
000990     DISPLAY " ".
001000     DISPLAY "FP16225 - PENSOES ALIMENTICIAS".
001010     DISPLAY "1-INCLUIR PENSAO   2-CONSULTAR".
001020     DISPLAY "3-ENCERRAR PENSAO  9-FIM".
001030     ACCEPT W-OPCAO.
001040     EVALUATE W-OPCAO
001050         WHEN "1"
001060             PERFORM ROT-INCLUIR THRU ROT-INCLUIR-EXIT
001070         WHEN "2"
001080             PERFORM ROT-CONSULTAR THRU ROT-CONSULTAR-EXIT
001090         WHEN "3"
001100             PERFORM ROT-ENCERRAR THRU ROT-ENCERRAR-EXIT
001110         WHEN "9"
001120             MOVE "S" TO W-FIM
001130         WHEN OTHER
001140             DISPLAY "OPCAO INVALIDA"
001150     END-EVALUATE.
001160 2000-EXIT. EXIT.
001170******************************************************************
001180*    ROT-INCLUIR - CADASTRA UMA PENSAO NA PROXIMA SEQUENCIA DO    *
001190*    FUNCIONARIO; DEPENDENTE BENEFICIARIO TRAZ O NOME DO FDEPEND  *
001200******************************************************************
001210 ROT-INCLUIR.
001220     DISPLAY "CODIGO DO FUNCIONARIO =>".
001230     ACCEPT W-CODFUNC-INF.
001240     OPEN INPUT CADFUNC.
001250     IF FUNC-STATUS NOT = "00"
001260         DISPLAY "ARQUIVO DE FUNCIONARIOS NAO EXISTE"
001270         GO TO ROT-INCLUIR-EXIT.
001280     MOVE W-CODFUNC-INF TO CODFUNC.
001290     READ CADFUNC
001300         INVALID KEY
001310             DISPLAY "FUNCIONARIO NAO CADASTRADO"
001320             CLOSE CADFUNC
001330             GO TO ROT-INCLUIR-EXIT
001340         NOT INVALID KEY
001350             DISPLAY "FUNCIONARIO: " NOMEFUNC.
001360     CLOSE CADFUNC.
001370     DISPLAY "DEPENDENTE BENEFICIARIO (SEQ DO FDEPEND, 0=NAO) =>".
001380     ACCEPT W-DPN-SEQ-INF.
001390     MOVE SPACES TO W-NOME-INF.
001400     IF W-DPN-SEQ-INF NOT = ZERO
001410         PERFORM ROT-LER-DEPENDENTE THRU ROT-LER-DEPENDENTE-EXIT
001420         IF W-NOME-INF = SPACES
001430             GO TO ROT-INCLUIR-EXIT
001440         END-IF
001450     ELSE
001460         DISPLAY "NOME DO BENEFICIARIO =>"
001470         ACCEPT W-NOME-INF
001480         IF W-NOME-INF = SPACES
001490             DISPLAY "NOME DO BENEFICIARIO E OBRIGATORIO"
001500             GO TO ROT-INCLUIR-EXIT.
001510     DISPLAY "CPF DO BENEFICIARIO =>".
001520     ACCEPT W-CPF-INF.
001530     DISPLAY "BANCO DO BENEFICIARIO =>".
001540     ACCEPT W-BANCO-INF.
001550     IF W-BANCO-INF = ZERO
001560         DISPLAY "DADOS BANCARIOS SAO OBRIGATORIOS PARA O CREDITO"
001570         GO TO ROT-INCLUIR-EXIT.
001580     DISPLAY "AGENCIA =>".
001590     ACCEPT W-AGENCIA-INF.
001600     DISPLAY "CONTA =>".
001610     ACCEPT W-CONTA-INF.
001620     DISPLAY "DIGITO DA CONTA =>".
001630     ACCEPT W-DV-INF.
001640 ROT-INCLUIR-REGRA.
001650     DISPLAY "REGRA (F-FIXO/L-% DO LIQUIDO/B-% DO BRUTO) =>".
001660     ACCEPT W-REGRA-INF.
001670     IF NOT W-REGRA-VALIDA
001680         DISPLAY "REGRA INVALIDA"
001690         GO TO ROT-INCLUIR-REGRA.
001700     MOVE ZERO TO W-VALOR-INF.
001710     MOVE ZERO TO W-PERC-INF.
001720     IF W-REGRA-INF = "F"
001730         DISPLAY "VALOR FIXO DA PENSAO =>"
001740         ACCEPT W-VALOR-INF
001750         IF W-VALOR-INF = ZERO
001760             DISPLAY "VALOR NAO PODE SER ZERO"
001770             GO TO ROT-INCLUIR-EXIT
001780         END-IF
001790     ELSE
001800         DISPLAY "PERCENTUAL DA PENSAO =>"
001810         ACCEPT W-PERC-INF
001820         IF W-PERC-INF = ZERO OR W-PERC-INF > 100
001830             DISPLAY "PERCENTUAL DEVE SER DE 0,01 A 100"
001840             GO TO ROT-INCLUIR-EXIT.
001850     DISPLAY "INCIDE NA FOLHA MENSAL (S/N) =>".
001860     PERFORM ROT-SIM-NAO THRU ROT-SIM-NAO-EXIT.
001870     MOVE W-RESP TO W-INC-MENSAL.
001880     DISPLAY "INCIDE NO 13O SALARIO (S/N) =>".
001890     PERFORM ROT-SIM-NAO THRU ROT-SIM-NAO-EXIT.
001900     MOVE W-RESP TO W-INC-13.
001910     DISPLAY "INCIDE NAS FERIAS (S/N) =>".
001920     PERFORM ROT-SIM-NAO THRU ROT-SIM-NAO-EXIT.
001930     MOVE W-RESP TO W-INC-FERIAS.
001940     DISPLAY "INCIDE NA RESCISAO (S/N) =>".
001950     PERFORM ROT-SIM-NAO THRU ROT-SIM-NAO-EXIT.
001960     MOVE W-RESP TO W-INC-RESCISAO.
001970     DISPLAY "CONFIRMA A INCLUSAO DA PENSAO (S/N) ==>".
001980     ACCEPT W-CONF.
001990     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002000         DISPLAY "INCLUSAO CANCELADA"
002010         GO TO ROT-INCLUIR-EXIT.
002020     OPEN I-O PENSAO.
002030     IF PEN-STATUS = "35"
002040         OPEN OUTPUT PENSAO
002050         CLOSE PENSAO
002060         OPEN I-O PENSAO.
002070     PERFORM ROT-PROX-SEQ THRU ROT-PROX-SEQ-EXIT.
002080     IF W-PROX-SEQ = 99
002090         DISPLAY "FUNCIONARIO JA TEM 99 PENSOES CADASTRADAS"
002100         CLOSE PENSAO
002110         GO TO ROT-INCLUIR-EXIT.
002120     ADD 1 TO W-PROX-SEQ.
002130     MOVE W-CODFUNC-INF  TO PN-CODFUNC.
002140     MOVE W-PROX-SEQ     TO PN-SEQ.
002150     MOVE W-NOME-INF     TO PN-NOME.
002160     MOVE W-CPF-INF      TO PN-CPF.
002170     MOVE W-DPN-SEQ-INF  TO PN-DPN-SEQ.
002180     MOVE W-BANCO-INF    TO PN-BANCO.
002190     MOVE W-AGENCIA-INF  TO PN-AGENCIA.
002200     MOVE W-CONTA-INF    TO PN-CONTA.
002210     MOVE W-DV-INF       TO PN-DV.
002220     MOVE W-REGRA-INF    TO PN-REGRA.
002230     MOVE W-VALOR-INF    TO PN-VALOR.
002240     MOVE W-PERC-INF     TO PN-PERC.
002250     MOVE W-INC-MENSAL   TO PN-INC-MENSAL.
002260     MOVE W-INC-13       TO PN-INC-13.
002270     MOVE W-INC-FERIAS   TO PN-INC-FERIAS.
002280     MOVE W-INC-RESCISAO TO PN-INC-RESCISAO.
002290     MOVE "A"            TO PN-SITUACAO.
002300     WRITE REGPEN
002310         INVALID KEY
002320             DISPLAY "ERRO NA GRAVACAO DA PENSAO"
002330         NOT INVALID KEY
002340             DISPLAY "*** PENSAO " PN-SEQ " INCLUIDA ***".
002350     CLOSE PENSAO.
002360 ROT-INCLUIR-EXIT. EXIT.
002370******************************************************************
002380*    ROT-LER-DEPENDENTE - BENEFICIARIO DO FDEPEND; NAO ACHANDO,   *
002390*    DEVOLVE O NOME EM BRANCO                                     *
002400******************************************************************
002410 ROT-LER-DEPENDENTE.
002420     OPEN INPUT FDEPEND.
002430     IF DPN-STATUS NOT = "00"
002440         DISPLAY "ARQUIVO DE DEPENDENTES NAO EXISTE"
002450         GO TO ROT-LER-DEPENDENTE-EXIT.
002460     MOVE W-CODFUNC-INF TO DPN-CODFUNC.
002470     MOVE W-DPN-SEQ-INF TO DPN-SEQ.
002480     READ FDEPEND
002490         INVALID KEY
002500             DISPLAY "DEPENDENTE NAO CADASTRADO"
002510         NOT INVALID KEY
002520             MOVE DPN-NOME TO W-NOME-INF
002530             DISPLAY "BENEFICIARIO: " DPN-NOME.
002540     CLOSE FDEPEND.
002550 ROT-LER-DEPENDENTE-EXIT. EXIT.
002560******************************************************************
002570*    ROT-PROX-SEQ - ULTIMA SEQUENCIA DE PENSAO DO FUNCIONARIO     *
002580******************************************************************
002590 ROT-PROX-SEQ.
002600     MOVE ZERO TO W-PROX-SEQ.
002610     MOVE W-CODFUNC-INF TO PN-CODFUNC.
002620     MOVE ZERO          TO PN-SEQ.
002630     MOVE "N" TO W-EOF.
002640     START PENSAO KEY IS NOT LESS THAN PN-CHAVE
002650         INVALID KEY
002660             MOVE "S" TO W-EOF.
002670     PERFORM ROT-PROX-SEQ-LER THRU ROT-PROX-SEQ-LER-EXIT
002680         UNTIL W-EOF-SIM.
002690 ROT-PROX-SEQ-EXIT. EXIT.
002700 ROT-PROX-SEQ-LER.
002710     READ PENSAO NEXT RECORD
002720         AT END
002730             MOVE "S" TO W-EOF
002740             GO TO ROT-PROX-SEQ-LER-EXIT.
002750     IF PN-CODFUNC NOT = W-CODFUNC-INF
002760         MOVE "S" TO W-EOF
002770     ELSE
002780         MOVE PN-SEQ TO W-PROX-SEQ.
002790 ROT-PROX-SEQ-LER-EXIT. EXIT.
002800 ROT-SIM-NAO.
002810     ACCEPT W-RESP.
002820     IF W-RESP = "S" OR W-RESP = "s"
002830         MOVE "S" TO W-RESP
002840     ELSE
002850         MOVE "N" TO W-RESP.
002860 ROT-SIM-NAO-EXIT. EXIT.
002870******************************************************************
002880*    ROT-CONSULTAR - LISTA AS PENSOES DO FUNCIONARIO              *
002890******************************************************************
002900 ROT-CONSULTAR.
002910     DISPLAY "CODIGO DO FUNCIONARIO =>".
002920     ACCEPT W-CODFUNC-INF.
002930     OPEN INPUT PENSAO.
002940     IF PEN-STATUS NOT = "00"
002950         DISPLAY "ARQUIVO PENSAO NAO EXISTE"
002960         GO TO ROT-CONSULTAR-EXIT.
002970     MOVE ZERO TO W-QTDE-LIDAS.
002980     MOVE W-CODFUNC-INF TO PN-CODFUNC.
002990     MOVE ZERO          TO PN-SEQ.
003000     MOVE "N" TO W-EOF.
003010     START PENSAO KEY IS NOT LESS THAN PN-CHAVE
003020         INVALID KEY
003030             MOVE "S" TO W-EOF.
003040     PERFORM ROT-CONSULTAR-LER THRU ROT-CONSULTAR-LER-EXIT
003050         UNTIL W-EOF-SIM.
003060     IF W-QTDE-LIDAS = ZERO
003070         DISPLAY "FUNCIONARIO SEM PENSAO CADASTRADA".
003080     CLOSE PENSAO.
003090 ROT-CONSULTAR-EXIT. EXIT.
003100 ROT-CONSULTAR-LER.
003110     READ PENSAO NEXT RECORD
003120         AT END
003130             MOVE "S" TO W-EOF
003140             GO TO ROT-CONSULTAR-LER-EXIT.
003150     IF PN-CODFUNC NOT = W-CODFUNC-INF
003160         MOVE "S" TO W-EOF
003170         GO TO ROT-CONSULTAR-LER-EXIT.
003180     ADD 1 TO W-QTDE-LIDAS.
003190     DISPLAY "--------------------------------------".
003200     DISPLAY "SEQUENCIA......: " PN-SEQ "  SITUACAO: "
003210             PN-SITUACAO.
003220     DISPLAY "BENEFICIARIO...: " PN-NOME.
003230     DISPLAY "CPF............: " PN-CPF
003240             "  DEPENDENTE: " PN-DPN-SEQ.
003250     DISPLAY "BANCO/AG/CONTA.: " PN-BANCO "/" PN-AGENCIA "/"
003260             PN-CONTA "-" PN-DV.
003270     DISPLAY "REGRA..........: " PN-REGRA
003280             "  VALOR: " PN-VALOR "  PERC: " PN-PERC.
003290     DISPLAY "INCIDE (M/13/F/R): " PN-INC-MENSAL " "
003300             PN-INC-13 " " PN-INC-FERIAS " " PN-INC-RESCISAO.
003310 ROT-CONSULTAR-LER-EXIT. EXIT.
003320******************************************************************
003330*    ROT-ENCERRAR - ENCERRA UMA PENSAO (FIM DA OBRIGACAO)         *
003340******************************************************************
003350 ROT-ENCERRAR.
003360     DISPLAY "CODIGO DO FUNCIONARIO =>".
003370     ACCEPT W-CODFUNC-INF.
003380     DISPLAY "SEQUENCIA DA PENSAO =>".
003390     ACCEPT W-SEQ-INF.
003400     OPEN I-O PENSAO.
003410     IF PEN-STATUS NOT = "00"
003420         DISPLAY "ARQUIVO PENSAO NAO EXISTE"
003430         GO TO ROT-ENCERRAR-EXIT.
003440     MOVE W-CODFUNC-INF TO PN-CODFUNC.
003450     MOVE W-SEQ-INF     TO PN-SEQ.
003460     READ PENSAO
003470         INVALID KEY
003480             DISPLAY "PENSAO NAO CADASTRADA"
003490             CLOSE PENSAO
003500             GO TO ROT-ENCERRAR-EXIT.
003510     IF PN-ENCERRADA
003520         DISPLAY "PENSAO JA ESTA ENCERRADA"
003530         CLOSE PENSAO
003540         GO TO ROT-ENCERRAR-EXIT.
003550     DISPLAY "BENEFICIARIO: " PN-NOME.
003560     DISPLAY "CONFIRMA O ENCERRAMENTO (S/N) ==>".
003570     ACCEPT W-CONF.
003580     IF W-CONF = "S" OR W-CONF = "s"
003590         MOVE "E" TO PN-SITUACAO
003600         REWRITE REGPEN
003610             INVALID KEY
003620                 DISPLAY "ERRO NO ENCERRAMENTO"
003630             NOT INVALID KEY
003640                 DISPLAY "*** PENSAO ENCERRADA ***"
003650         END-REWRITE
003660     ELSE
003670         DISPLAY "ENCERRAMENTO CANCELADO".
003680     CLOSE PENSAO.
003690 ROT-ENCERRAR-EXIT. EXIT.
