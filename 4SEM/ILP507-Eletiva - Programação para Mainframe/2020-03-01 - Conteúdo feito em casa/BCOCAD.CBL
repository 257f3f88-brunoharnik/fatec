000010******************************************************************
000020* PROGRAM-ID : BCOCAD                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-26                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : CADASTRO DAS CONTAS BANCARIAS DA EMPRESA (CADBCO)  *
000080*              - CODIGO INTERNO, BANCO/AGENCIA/CONTA (UNICOS, E   *
000090*              POR ELES QUE O BCOEXT RECONHECE O EXTRATO), CONTA  *
000100*              CONTABIL DO PLANOCTA E AS FLAGS DAS LIQUIDACOES    *
000110*              QUE PASSAM PELA CONTA (RECEBER, PAGAR, FOLHA E     *
000120*              DEPOSITO DO CAIXA), QUE O BCOCONC USA NA           *
000130*              CONCILIACAO. CONTA COM EXTRATO NAO E EXCLUIDA, SO  *
000140*              INATIVADA. TODA ALTERACAO VAI PARA A TRILHA        *
000150*              FAUDIT.                                            *
000160*------------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-09-26 BH        VERSAO INICIAL                             *
000190* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000190*                      FAUDIDX (AUX000)                           *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. BCOCAD.
000230 AUTHOR. BRUNO HARNIK.
000240 INSTALLATION. FATEC.
000250 DATE-WRITTEN. 2026-09-26.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CADBCO ASSIGN TO "CADBCO"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS BC-CODBCO
000370         ALTERNATE RECORD KEY IS BC-IDENT-BANCARIA
000380         FILE STATUS IS BCO-STATUS.
000390     SELECT PLANOCTA ASSIGN TO "PLANOCTA"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PLC-CONTA
000430         FILE STATUS IS PLC-STATUS.
000440     SELECT FAUDIT ASSIGN TO "FAUDIT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS AUD-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CADBCO
000500     LABEL RECORDS ARE STANDARD.
000510     COPY REGBCO.
000520 FD  PLANOCTA
000530     LABEL RECORDS ARE STANDARD.
000540     COPY REGPLC.
000550 FD  FAUDIT
000560     LABEL RECORDS ARE STANDARD.
000570 01  REG-FAUDIT                  PIC X(233).
000580 WORKING-STORAGE SECTION.
000590 01  BCO-STATUS                  PIC X(02).
000600 01  PLC-STATUS                  PIC X(02).
000610 01  AUD-STATUS                  PIC X(02).
000620 COPY GERPARM.
000620 COPY AUXPARM.
000630 COPY AUDITLOG.
000640 01  W-SWITCHES.
000650     05  W-FIM                   PIC X(01) VALUE "N".
000660         88  W-FIM-SIM           VALUE "S".
000670     05  W-EOF                   PIC X(01).
000680         88  W-EOF-SIM           VALUE "S".
000690     05  W-DADOS-OK              PIC X(01).
000700         88  W-DADOS-OK-SIM      VALUE "S".
000710 01  W-OPCAO                     PIC X(01).
000720 01  W-CONF                      PIC X(01).
000730 01  W-OPERADOR                  PIC X(08).
000740 01  W-CODBCO-INF                PIC 9(03).
000750 01  W-FLAG-INF                  PIC X(01).
000760 01  W-QTDE-LISTADOS             PIC 9(03).
000770 01  W-REGBCO-ANTES              PIC X(80).
000780 01  W-SALDO-ED                  PIC -ZZZZZZZZZZZZ9,99.
000790 LINKAGE SECTION.
000800 01  LK-OPERADOR                 PIC X(08).
000810 PROCEDURE DIVISION USING LK-OPERADOR.
000820******************************************************************
000830*    0000-MAINLINE                                                *
000840******************************************************************
000850 0000-MAINLINE.
000860     MOVE "V" TO GPR-ACAO.
000870     CALL "GER000" USING GER-PARAMETROS-AREA.
000880     IF NOT GPR-AMBIENTE-OK
000890         GOBACK.
000900     MOVE LK-OPERADOR TO W-OPERADOR.
000910     MOVE "N" TO W-FIM.
000920     PERFORM 2000-MENU THRU 2000-EXIT
000930         UNTIL W-FIM-SIM.
000940     GOBACK.
000950 2000-MENU.
000960     DISPLAY " ".
000970     DISPLAY "BCOCAD - CONTAS BANCARIAS".
000980     DISPLAY "1-INCLUIR   2-ALTERAR   3-LISTAR   9-FIM".
000990     ACCEPT W-OPCAO.
001000     EVALUATE W-OPCAO
001010         WHEN "1"
001020             PERFORM ROT-INCLUIR THRU ROT-INCLUIR-EXIT
001030         WHEN "2"
001040             PERFORM ROT-ALTERAR THRU ROT-ALTERAR-EXIT
001050         WHEN "3"
001060             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
001070         WHEN "9"
001080             MOVE "S" TO W-FIM
001090         WHEN OTHER
001100             DISPLAY "OPCAO INVALIDA"
001110     END-EVALUATE.
001120 2000-EXIT. EXIT.
001130******************************************************************
001140*    ROT-INCLUIR - CONTA NOVA; A IDENTIFICACAO BANCARIA REPETIDA  *
001150*    E RECUSADA PELA CHAVE ALTERNATIVA DO CADBCO                  *
001160******************************************************************
001170 ROT-INCLUIR.
001180     DISPLAY "CODIGO DA CONTA (3 DIGITOS) =>".
001190     ACCEPT W-CODBCO-INF.
001200     IF W-CODBCO-INF = ZERO
001210         DISPLAY "CODIGO INVALIDO"
001220         GO TO ROT-INCLUIR-EXIT.
001230     PERFORM ROT-ABRIR-CADBCO THRU ROT-ABRIR-CADBCO-EXIT.
001240     IF BCO-STATUS NOT = "00"
001250         DISPLAY "ERRO NA ABERTURA DO CADBCO: " BCO-STATUS
001260         GO TO ROT-INCLUIR-EXIT.
001270     MOVE W-CODBCO-INF TO BC-CODBCO.
001280     READ CADBCO
001290         INVALID KEY
001300             CONTINUE
001310         NOT INVALID KEY
001320             DISPLAY "CONTA JA CADASTRADA: " BC-DESCRICAO
001330             CLOSE CADBCO
001340             GO TO ROT-INCLUIR-EXIT.
001350     MOVE SPACES TO REGBCO.
001360     MOVE W-CODBCO-INF TO BC-CODBCO.
001370     MOVE ZERO TO BC-SALDO-EXTRATO BC-DATA-SALDO.
001380     MOVE "A" TO BC-SITUACAO.
001390     PERFORM ROT-DIGITAR THRU ROT-DIGITAR-EXIT.
001400     IF NOT W-DADOS-OK-SIM
001410         CLOSE CADBCO
001420         GO TO ROT-INCLUIR-EXIT.
001430     WRITE REGBCO
001440         INVALID KEY
001450             DISPLAY "BANCO/AGENCIA/CONTA JA CADASTRADOS EM "
001460                     "OUTRO CODIGO"
001470             CLOSE CADBCO
001480             GO TO ROT-INCLUIR-EXIT.
001490     MOVE "I" TO AUD-OPERACAO.
001500     MOVE SPACES TO AUD-ANTES.
001510     PERFORM ROT-GRAVAR-AUDITORIA
001520         THRU ROT-GRAVAR-AUDITORIA-EXIT.
001530     CLOSE CADBCO.
001540     DISPLAY "CONTA INCLUIDA".
001550 ROT-INCLUIR-EXIT. EXIT.
001560******************************************************************
001570*    ROT-ALTERAR - REDIGITA OS DADOS DA CONTA E A SITUACAO        *
001580*    (A-ATIVA, I-INATIVA); O SALDO DO EXTRATO SO O BCOEXT MEXE    *
001590******************************************************************
001600 ROT-ALTERAR.
001610     DISPLAY "CODIGO DA CONTA =>".
001620     ACCEPT W-CODBCO-INF.
001630     OPEN I-O CADBCO.
001640     IF BCO-STATUS NOT = "00"
001650         DISPLAY "NENHUMA CONTA BANCARIA CADASTRADA"
001660         GO TO ROT-ALTERAR-EXIT.
001670     MOVE W-CODBCO-INF TO BC-CODBCO.
001680     READ CADBCO
001690         INVALID KEY
001700             DISPLAY "CONTA NAO CADASTRADA"
001710             CLOSE CADBCO
001720             GO TO ROT-ALTERAR-EXIT.
001730     MOVE REGBCO TO W-REGBCO-ANTES.
001740     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
001750     PERFORM ROT-DIGITAR THRU ROT-DIGITAR-EXIT.
001760     IF NOT W-DADOS-OK-SIM
001770         CLOSE CADBCO
001780         GO TO ROT-ALTERAR-EXIT.
001790     DISPLAY "SITUACAO (A-ATIVA, I-INATIVA) =>".
001800     ACCEPT W-FLAG-INF.
001810     IF W-FLAG-INF = "A" OR W-FLAG-INF = "I"
001820         MOVE W-FLAG-INF TO BC-SITUACAO.
001830     REWRITE REGBCO
001840         INVALID KEY
001850             DISPLAY "BANCO/AGENCIA/CONTA JA CADASTRADOS EM "
001860                     "OUTRO CODIGO"
001870             CLOSE CADBCO
001880             GO TO ROT-ALTERAR-EXIT.
001890     MOVE "A" TO AUD-OPERACAO.
001900     MOVE W-REGBCO-ANTES TO AUD-ANTES.
001910     PERFORM ROT-GRAVAR-AUDITORIA
001920         THRU ROT-GRAVAR-AUDITORIA-EXIT.
001930     CLOSE CADBCO.
001940     DISPLAY "CONTA ALTERADA".
001950 ROT-ALTERAR-EXIT. EXIT.
001960******************************************************************
001970*    ROT-DIGITAR - DESCRICAO, BANCO/AGENCIA/CONTA/DV, CONTA       *
001980*    CONTABIL (ANALITICA NO PLANOCTA, ZERO = SEM VINCULO) E AS    *
001990*    FLAGS DE LIQUIDACAO, COM CONFIRMACAO                         *
002000******************************************************************
002010 ROT-DIGITAR.
002020     MOVE "N" TO W-DADOS-OK.
002030     DISPLAY "DESCRICAO =>".
002040     ACCEPT BC-DESCRICAO.
002050     DISPLAY "BANCO (3 DIGITOS) =>".
002060     ACCEPT BC-BANCO.
002070     DISPLAY "AGENCIA (5 DIGITOS) =>".
002080     ACCEPT BC-AGENCIA.
002090     DISPLAY "CONTA (10 DIGITOS) =>".
002100     ACCEPT BC-CONTA.
002110     DISPLAY "DIGITO DA CONTA =>".
002120     ACCEPT BC-DV.
002130     IF BC-BANCO = ZERO OR BC-CONTA = ZERO
002140         DISPLAY "BANCO E CONTA SAO OBRIGATORIOS"
002150         GO TO ROT-DIGITAR-EXIT.
002160     DISPLAY "CONTA CONTABIL (0 = SEM VINCULO) =>".
002170     ACCEPT BC-CONTA-CONTABIL.
002180     IF BC-CONTA-CONTABIL NOT = ZERO
002190         PERFORM ROT-VALIDAR-CONTABIL
002200             THRU ROT-VALIDAR-CONTABIL-EXIT
002210         IF NOT W-DADOS-OK-SIM
002220             GO TO ROT-DIGITAR-EXIT
002230         END-IF
002240         MOVE "N" TO W-DADOS-OK.
002250     DISPLAY "RECEBIMENTOS DE CLIENTES PASSAM AQUI (S/N) =>".
002260     ACCEPT W-FLAG-INF.
002270     PERFORM ROT-NORMALIZAR-FLAG THRU ROT-NORMALIZAR-FLAG-EXIT.
002280     MOVE W-FLAG-INF TO BC-USA-RECEBER.
002290     DISPLAY "PAGAMENTOS A FORNECEDORES PASSAM AQUI (S/N) =>".
002300     ACCEPT W-FLAG-INF.
002310     PERFORM ROT-NORMALIZAR-FLAG THRU ROT-NORMALIZAR-FLAG-EXIT.
002320     MOVE W-FLAG-INF TO BC-USA-PAGAR.
002330     DISPLAY "FOLHA DE PAGAMENTO SAI DAQUI (S/N) =>".
002340     ACCEPT W-FLAG-INF.
002350     PERFORM ROT-NORMALIZAR-FLAG THRU ROT-NORMALIZAR-FLAG-EXIT.
002360     MOVE W-FLAG-INF TO BC-USA-FOLHA.
002370     DISPLAY "DINHEIRO DO CAIXA E DEPOSITADO AQUI (S/N) =>".
002380     ACCEPT W-FLAG-INF.
002390     PERFORM ROT-NORMALIZAR-FLAG THRU ROT-NORMALIZAR-FLAG-EXIT.
002400     MOVE W-FLAG-INF TO BC-USA-CAIXA.
002410     DISPLAY "CONFIRMA (S/N) ==>".
002420     ACCEPT W-CONF.
002430     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002440         DISPLAY "OPERACAO CANCELADA"
002450         GO TO ROT-DIGITAR-EXIT.
002460     MOVE "S" TO W-DADOS-OK.
002470 ROT-DIGITAR-EXIT. EXIT.
002480 ROT-NORMALIZAR-FLAG.
002490     IF W-FLAG-INF = "s"
002500         MOVE "S" TO W-FLAG-INF.
002510     IF W-FLAG-INF NOT = "S"
002520         MOVE "N" TO W-FLAG-INF.
002530 ROT-NORMALIZAR-FLAG-EXIT. EXIT.
002540 ROT-VALIDAR-CONTABIL.
002550     MOVE "N" TO W-DADOS-OK.
002560     OPEN INPUT PLANOCTA.
002570     IF PLC-STATUS NOT = "00"
002580         DISPLAY "PLANO DE CONTAS (PLANOCTA) NAO EXISTE"
002590         GO TO ROT-VALIDAR-CONTABIL-EXIT.
002600     MOVE BC-CONTA-CONTABIL TO PLC-CONTA.
002610     READ PLANOCTA
002620         INVALID KEY
002630             DISPLAY "CONTA FORA DO PLANO DE CONTAS"
002640             CLOSE PLANOCTA
002650             GO TO ROT-VALIDAR-CONTABIL-EXIT.
002660     CLOSE PLANOCTA.
002670     DISPLAY "CONTA..: " PLC-DESCRICAO.
002680     IF PLC-SINTETICA
002690         DISPLAY "CONTA SINTETICA NAO RECEBE LANCAMENTO"
002700         GO TO ROT-VALIDAR-CONTABIL-EXIT.
002710     MOVE "S" TO W-DADOS-OK.
002720 ROT-VALIDAR-CONTABIL-EXIT. EXIT.
002730 ROT-EXIBIR.
002740     DISPLAY "CONTA " BC-CODBCO " - " BC-DESCRICAO.
002750     DISPLAY "BANCO " BC-BANCO " AGENCIA " BC-AGENCIA
002760             " CONTA " BC-CONTA "-" BC-DV.
002770     DISPLAY "CONTABIL " BC-CONTA-CONTABIL "  RECEBER "
002780             BC-USA-RECEBER " PAGAR " BC-USA-PAGAR " FOLHA "
002790             BC-USA-FOLHA " CAIXA " BC-USA-CAIXA.
002800     MOVE BC-SALDO-EXTRATO TO W-SALDO-ED.
002810     DISPLAY "SITUACAO " BC-SITUACAO "  SALDO DO EXTRATO "
002820             W-SALDO-ED " EM " BC-DATA-SALDO.
002830 ROT-EXIBIR-EXIT. EXIT.
002840******************************************************************
002850*    ROT-LISTAR - TODAS AS CONTAS NA ORDEM DO CODIGO              *
002860******************************************************************
002870 ROT-LISTAR.
002880     OPEN INPUT CADBCO.
002890     IF BCO-STATUS NOT = "00"
002900         DISPLAY "NENHUMA CONTA BANCARIA CADASTRADA"
002910         GO TO ROT-LISTAR-EXIT.
002920     MOVE ZERO TO W-QTDE-LISTADOS.
002930     MOVE "N" TO W-EOF.
002940     MOVE ZERO TO BC-CODBCO.
002950     START CADBCO KEY IS NOT LESS THAN BC-CODBCO
002960         INVALID KEY MOVE "S" TO W-EOF.
002970     PERFORM ROT-LISTAR-LER THRU ROT-LISTAR-LER-EXIT
002980         UNTIL W-EOF-SIM.
002990     CLOSE CADBCO.
003000     DISPLAY "CONTAS: " W-QTDE-LISTADOS.
003010 ROT-LISTAR-EXIT. EXIT.
003020 ROT-LISTAR-LER.
003030     READ CADBCO NEXT RECORD
003040         AT END MOVE "S" TO W-EOF.
003050     IF W-EOF-SIM
003060         GO TO ROT-LISTAR-LER-EXIT.
003070     DISPLAY " ".
003080     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
003090     ADD 1 TO W-QTDE-LISTADOS.
003100 ROT-LISTAR-LER-EXIT. EXIT.
003110******************************************************************
003120*    ROT-ABRIR-CADBCO - ABRE O CADBCO PARA ATUALIZACAO, CRIANDO-O *
003130*    NA PRIMEIRA VEZ                                              *
003140******************************************************************
003150 ROT-ABRIR-CADBCO.
003160     OPEN I-O CADBCO.
003170     IF BCO-STATUS = "35"
003180         OPEN OUTPUT CADBCO
003190         CLOSE CADBCO
003200         OPEN I-O CADBCO.
003210 ROT-ABRIR-CADBCO-EXIT. EXIT.
003220******************************************************************
003230*    ROT-GRAVAR-AUDITORIA - APENSA A TRILHA DE AUDITORIA FAUDIT   *
003240*    (AUD-ANTES E AUD-OPERACAO JA MONTADOS PELO CHAMADOR)         *
003250******************************************************************
003260 ROT-GRAVAR-AUDITORIA.
003270     MOVE "BCOCAD"  TO AUD-PROGRAMA.
003280     MOVE "CADBCO"  TO AUD-ARQUIVO.
003290     MOVE W-OPERADOR TO AUD-OPERADOR.
003300     MOVE BC-CODBCO TO AUD-CHAVE.
003310     MOVE REGBCO    TO AUD-DEPOIS.
003320     ACCEPT AUD-DATA FROM DATE.
003330     ACCEPT AUD-HORA FROM TIME.
003340     OPEN EXTEND FAUDIT.
003350     IF AUD-STATUS = "35"
003360         OPEN OUTPUT FAUDIT
003370         CLOSE FAUDIT
003380         OPEN EXTEND FAUDIT.
003390     WRITE REG-FAUDIT FROM REG-AUDITLOG.
003400     CLOSE FAUDIT.
003400     MOVE REG-AUDITLOG TO AUX-REGISTRO.
003400     MOVE "G" TO AUX-ACAO.
003400     CALL "AUX000" USING AUX-PARAMETROS-AREA.
003410 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
