000010******************************************************************
000020* PROGRAM-ID : BCOEXT                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-26                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : IMPORTACAO DO EXTRATO BANCARIO (PADRAO CNAB        *
000080*              SIMPLIFICADO DO FP16215) - O ARQUIVO EXTBCO TRAZ   *
000090*              O HEADER "0" COM BANCO/AGENCIA/CONTA E PERIODO, UM *
000100*              DETALHE "1" POR LANCAMENTO (DATA, DEBITO/CREDITO,  *
000110*              VALOR, DOCUMENTO, HISTORICO) E O TRAILER "9" COM   *
000120*              A QUANTIDADE E O SALDO FINAL. A CONTA E ACHADA NO  *
000130*              CADBCO PELA IDENTIFICACAO BANCARIA; AS LINHAS VAO  *
000140*              PARA O EXTRATO COMO PENDENTES DE CONCILIACAO       *
000150*              (BCOCONC/BCOMAN) E O SALDO FINAL PARA A CONTA.     *
000160*              REIMPORTAR O MESMO ARQUIVO OU UM PERIODO QUE SE    *
000170*              SOBREPOE NAO DUPLICA: CADA LINHA SO ENTRA SE O     *
000180*              EXTRATO AINDA NAO TEM TANTAS IGUAIS (MESMA DATA,   *
000190*              TIPO, VALOR, DOCUMENTO E HISTORICO) QUANTAS O      *
000200*              ARQUIVO TRAZ ATE ELA. DETALHE INVALIDO VAI PARA O  *
000210*              EXTBCOE COM O MOTIVO. RETURN-CODE 8 SEM ARQUIVO OU *
000220*              CONTA, 4 COM REJEICAO OU TRAILER QUE NAO BATE.     *
000230*------------------------------------------------------------------
000240* HISTORICO DE ALTERACOES                                         *
000250* DATA       INICIAIS  DESCRICAO                                  *
000260* 2026-09-26 BH        VERSAO INICIAL                             *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. BCOEXT.
000300 AUTHOR. BRUNO HARNIK.
000310 INSTALLATION. FATEC.
000320 DATE-WRITTEN. 2026-09-26.
000330 DATE-COMPILED.
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EXTBCO ASSIGN TO "EXTBCO"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS IMP-STATUS.
000430     SELECT EXTBCOE ASSIGN TO "EXTBCOE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS ERR-STATUS.
000460     SELECT CADBCO ASSIGN TO "CADBCO"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS BC-CODBCO
000500         ALTERNATE RECORD KEY IS BC-IDENT-BANCARIA
000510         FILE STATUS IS BCO-STATUS.
000520     SELECT EXTRATO ASSIGN TO "EXTRATO"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS EB-CHAVE
000560         FILE STATUS IS EXB-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EXTBCO
000600     LABEL RECORDS ARE STANDARD.
000610 01  REG-EXTBCO                  PIC X(90).
000620 FD  EXTBCOE
000630     LABEL RECORDS ARE STANDARD.
000640 01  REG-EXTBCOE                 PIC X(130).
000650 FD  CADBCO
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REGBCO.
000680 FD  EXTRATO
000690     LABEL RECORDS ARE STANDARD.
000700     COPY REGEXB.
000710 WORKING-STORAGE SECTION.
000720 01  IMP-STATUS                  PIC X(02).
000730 01  ERR-STATUS                  PIC X(02).
000740 01  BCO-STATUS                  PIC X(02).
000750 01  EXB-STATUS                  PIC X(02).
000760 01  W-SWITCHES.
000770     05  W-EOF                   PIC X(01).
000780         88  W-EOF-SIM           VALUE "S".
000790     05  W-EOF-EXT               PIC X(01).
000800         88  W-EOF-EXT-SIM       VALUE "S".
000810     05  W-TEM-TRAILER           PIC X(01) VALUE "N".
000820         88  W-TEM-TRAILER-SIM   VALUE "S".
000830 01  W-MOTIVO                    PIC X(40).
000840 01  W-LOTE.
000850     05  W-LOTE-DATA             PIC 9(08).
000860     05  W-LOTE-HORA             PIC 9(06).
000870 01  W-LOTE-NUM REDEFINES W-LOTE PIC 9(14).
000870 01  W-HORA-ATUAL                PIC 9(08).
000880 01  W-DATA-FIM-EXT              PIC 9(08).
000880 01  W-QTDE-TRAILER              PIC 9(06).
000890 01  W-QTDE-LIDAS                PIC 9(06) VALUE ZERO.
000900 01  W-QTDE-INCLUIDAS            PIC 9(06) VALUE ZERO.
000910 01  W-QTDE-DUPLICADAS           PIC 9(06) VALUE ZERO.
000920 01  W-QTDE-REJEITADAS           PIC 9(06) VALUE ZERO.
000930 01  W-QTDE-IGUAIS-ARQ           PIC 9(05) COMP.
000940 01  W-QTDE-IGUAIS-EXT           PIC 9(05) COMP.
000950 01  W-ULTIMA-SEQ                PIC 9(05).
000960 01  W-SUB                       PIC 9(04) COMP.
000970 01  W-SALDO-FINAL               PIC S9(13)V99.
000980 01  W-TOT-CREDITOS              PIC 9(15)V99 VALUE ZERO.
000990 01  W-TOT-DEBITOS               PIC 9(15)V99 VALUE ZERO.
001000******************************************************************
001010*    LAYOUT DOS REGISTROS DO ARQUIVO DO BANCO                     *
001020******************************************************************
001030 01  EXT-HEADER.
001040     05  EH-TIPO                 PIC X(01).
001050     05  EH-LITERAL              PIC X(15).
001060     05  EH-BANCO                PIC 9(03).
001070     05  EH-AGENCIA              PIC 9(05).
001080     05  EH-CONTA                PIC 9(10).
001090     05  EH-DATA-INI             PIC 9(08).
001100     05  EH-DATA-FIM             PIC 9(08).
001110     05  FILLER                  PIC X(40).
001120 01  EXT-DETALHE REDEFINES EXT-HEADER.
001130     05  ED-TIPO                 PIC X(01).
001140     05  ED-DATA.
001150         10  ED-ANO              PIC 9(04).
001160         10  ED-MES              PIC 9(02).
001170         10  ED-DIA              PIC 9(02).
001180     05  ED-DEB-CRED             PIC X(01).
001190         88  ED-DEB-CRED-VALIDO  VALUES "C" "D".
001200     05  ED-VALOR                PIC 9(13)V99.
001210     05  ED-DOCUMENTO            PIC X(10).
001220     05  ED-HISTORICO            PIC X(30).
001230     05  FILLER                  PIC X(25).
001240 01  EXT-TRAILER REDEFINES EXT-HEADER.
001250     05  ET-TIPO                 PIC X(01).
001260     05  ET-QTDE                 PIC 9(06).
001270     05  ET-SALDO-FINAL          PIC 9(13)V99.
001280     05  ET-SINAL                PIC X(01).
001290     05  FILLER                  PIC X(67).
001300******************************************************************
001310*    LINHAS JA LIDAS DO ARQUIVO, PARA CONTAR AS REPETIDAS         *
001320******************************************************************
001330 01  TAB-ARQUIVO.
001340     05  TAB-ARQ-OCR OCCURS 3000 TIMES.
001350         10  TA-DATA             PIC 9(08).
001360         10  TA-DEB-CRED         PIC X(01).
001370         10  TA-VALOR            PIC 9(13)V99.
001380         10  TA-DOCUMENTO        PIC X(10).
001390         10  TA-HISTORICO        PIC X(30).
001400 01  W-QTDE-ARQ                  PIC 9(04) COMP VALUE ZERO.
001410 01  W-DATA-DET                  PIC 9(08).
001420 PROCEDURE DIVISION.
001430******************************************************************
001440*    0000-MAINLINE                                                *
001450******************************************************************
001460 0000-MAINLINE.
001470     OPEN INPUT EXTBCO.
001480     IF IMP-STATUS NOT = "00"
001490         DISPLAY "BCOEXT: ARQUIVO DO EXTRATO (EXTBCO) NAO EXISTE"
001500         MOVE 8 TO RETURN-CODE
001510         STOP RUN.
001520     MOVE "N" TO W-EOF.
001530     READ EXTBCO INTO EXT-HEADER
001540         AT END MOVE "S" TO W-EOF.
001550     IF W-EOF-SIM OR EH-TIPO NOT = "0"
001560         DISPLAY "BCOEXT: EXTBCO SEM HEADER - ARQUIVO RECUSADO"
001570         CLOSE EXTBCO
001580         MOVE 8 TO RETURN-CODE
001590         STOP RUN.
001600     OPEN I-O CADBCO.
001610     IF BCO-STATUS NOT = "00"
001620         DISPLAY "BCOEXT: NENHUMA CONTA BANCARIA CADASTRADA"
001630         CLOSE EXTBCO
001640         MOVE 8 TO RETURN-CODE
001650         STOP RUN.
001660     MOVE EH-BANCO   TO BC-BANCO.
001670     MOVE EH-AGENCIA TO BC-AGENCIA.
001680     MOVE EH-CONTA   TO BC-CONTA.
001690     READ CADBCO KEY IS BC-IDENT-BANCARIA
001700         INVALID KEY
001710             DISPLAY "BCOEXT: CONTA " EH-BANCO "/" EH-AGENCIA
001720                     "/" EH-CONTA " NAO CADASTRADA NO CADBCO"
001730             CLOSE EXTBCO CADBCO
001740             MOVE 8 TO RETURN-CODE
001750             STOP RUN.
001760     IF BC-INATIVA
001770         DISPLAY "BCOEXT: CONTA " BC-CODBCO " INATIVA - "
001780                 "EXTRATO RECUSADO"
001790         CLOSE EXTBCO CADBCO
001800         MOVE 8 TO RETURN-CODE
001810         STOP RUN.
001820     DISPLAY "BCOEXT: CONTA " BC-CODBCO " " BC-DESCRICAO.
001830     DISPLAY "BCOEXT: PERIODO " EH-DATA-INI " A " EH-DATA-FIM.
001830     MOVE EH-DATA-FIM TO W-DATA-FIM-EXT.
001840     OPEN I-O EXTRATO.
001850     IF EXB-STATUS = "35"
001860         OPEN OUTPUT EXTRATO
001870         CLOSE EXTRATO
001880         OPEN I-O EXTRATO.
001890     IF EXB-STATUS NOT = "00"
001900         DISPLAY "BCOEXT: ERRO NO EXTRATO: " EXB-STATUS
001910         CLOSE EXTBCO CADBCO
001920         MOVE 8 TO RETURN-CODE
001930         STOP RUN.
001940     OPEN OUTPUT EXTBCOE.
001950     ACCEPT W-LOTE-DATA FROM DATE YYYYMMDD.
001960     ACCEPT W-HORA-ATUAL FROM TIME.
001970     MOVE W-HORA-ATUAL(1:6) TO W-LOTE-HORA.
001980     PERFORM 1000-LER-LINHA THRU 1000-EXIT
001990         UNTIL W-EOF-SIM.
002000     PERFORM 7000-TRAILER THRU 7000-EXIT.
002010     CLOSE EXTBCO EXTBCOE EXTRATO CADBCO.
002020     DISPLAY "BCOEXT: LANCAMENTOS LIDOS..: " W-QTDE-LIDAS.
002030     DISPLAY "BCOEXT: INCLUIDOS..........: " W-QTDE-INCLUIDAS.
002040     DISPLAY "BCOEXT: JA IMPORTADOS......: " W-QTDE-DUPLICADAS.
002050     DISPLAY "BCOEXT: REJEITADOS.........: " W-QTDE-REJEITADAS.
002060     DISPLAY "BCOEXT: CREDITOS INCLUIDOS.: " W-TOT-CREDITOS.
002070     DISPLAY "BCOEXT: DEBITOS INCLUIDOS..: " W-TOT-DEBITOS.
002080     DISPLAY "BCOEXT: LOTE DE IMPORTACAO.: " W-LOTE-NUM.
002090     IF W-QTDE-REJEITADAS > ZERO
002100         DISPLAY "BCOEXT: LINHAS REJEITADAS EM EXTBCOE"
002110         MOVE 4 TO RETURN-CODE.
002120     STOP RUN.
002130******************************************************************
002140*    1000-LER-LINHA - DETALHE "1" E PROCESSADO; O TRAILER "9"     *
002150*    FICA GUARDADO PARA A CONFERENCIA NO FIM                      *
002160******************************************************************
002170 1000-LER-LINHA.
002180     READ EXTBCO
002190         AT END MOVE "S" TO W-EOF.
002200     IF W-EOF-SIM
002210         GO TO 1000-EXIT.
002220     MOVE REG-EXTBCO TO EXT-DETALHE.
002230     IF ED-TIPO = "9"
002240         MOVE "S" TO W-TEM-TRAILER
002250         MOVE ET-QTDE TO W-QTDE-TRAILER
002260         MOVE ET-SALDO-FINAL TO W-SALDO-FINAL
002270         IF ET-SINAL = "-"
002280             COMPUTE W-SALDO-FINAL = ZERO - W-SALDO-FINAL
002290         END-IF
002300         MOVE "S" TO W-EOF
002310         GO TO 1000-EXIT.
002320     IF ED-TIPO NOT = "1"
002330         GO TO 1000-EXIT.
002340     ADD 1 TO W-QTDE-LIDAS.
002350     PERFORM 2000-CRITICAR THRU 2000-EXIT.
002360     IF W-MOTIVO NOT = SPACES
002370         PERFORM 3000-REJEITAR THRU 3000-EXIT
002380         GO TO 1000-EXIT.
002390     PERFORM 4000-CONTAR-NO-ARQUIVO THRU 4000-EXIT.
002400     PERFORM 5000-CONTAR-NO-EXTRATO THRU 5000-EXIT.
002410     IF W-QTDE-IGUAIS-ARQ < W-QTDE-IGUAIS-EXT
002420         ADD 1 TO W-QTDE-DUPLICADAS
002430         GO TO 1000-EXIT.
002440     PERFORM 6000-INCLUIR THRU 6000-EXIT.
002450 1000-EXIT. EXIT.
002460******************************************************************
002470*    2000-CRITICAR - DATA, TIPO E VALOR DO DETALHE                *
002480******************************************************************
002490 2000-CRITICAR.
002500     MOVE SPACES TO W-MOTIVO.
002510     IF ED-DATA NOT NUMERIC
002520         OR ED-ANO < 1753
002530         OR ED-MES < 1 OR ED-MES > 12
002540         OR ED-DIA < 1 OR ED-DIA > 31
002550         MOVE "DATA INVALIDA" TO W-MOTIVO
002560         GO TO 2000-EXIT.
002570     IF NOT ED-DEB-CRED-VALIDO
002580         MOVE "TIPO DIFERENTE DE C/D" TO W-MOTIVO
002590         GO TO 2000-EXIT.
002600     IF ED-VALOR NOT NUMERIC
002610         MOVE "VALOR NAO NUMERICO" TO W-MOTIVO
002620         GO TO 2000-EXIT.
002630     IF ED-VALOR = ZERO
002640         MOVE "VALOR ZERADO" TO W-MOTIVO.
002650 2000-EXIT. EXIT.
002660******************************************************************
002670*    3000-REJEITAR - LINHA ORIGINAL MAIS O MOTIVO NO EXTBCOE      *
002680******************************************************************
002690 3000-REJEITAR.
002700     MOVE SPACES TO REG-EXTBCOE.
002710     STRING REG-EXTBCO DELIMITED BY SIZE
002720            ";ERRO: " DELIMITED BY SIZE
002730            W-MOTIVO DELIMITED BY SIZE
002740         INTO REG-EXTBCOE.
002750     WRITE REG-EXTBCOE.
002760     ADD 1 TO W-QTDE-REJEITADAS.
002770 3000-EXIT. EXIT.
002780******************************************************************
002790*    4000-CONTAR-NO-ARQUIVO - QUANTAS LINHAS IGUAIS A ESTA O      *
002800*    ARQUIVO JA TROUXE ANTES DELA; DEPOIS GUARDA A LINHA          *
002810******************************************************************
002820 4000-CONTAR-NO-ARQUIVO.
002830     MOVE ZERO TO W-QTDE-IGUAIS-ARQ.
002840     MOVE ED-DATA TO W-DATA-DET.
002850     PERFORM 4100-COMPARAR THRU 4100-EXIT
002860         VARYING W-SUB FROM 1 BY 1
002870         UNTIL W-SUB > W-QTDE-ARQ.
002880     IF W-QTDE-ARQ < 3000
002890         ADD 1 TO W-QTDE-ARQ
002900         MOVE W-DATA-DET   TO TA-DATA(W-QTDE-ARQ)
002910         MOVE ED-DEB-CRED  TO TA-DEB-CRED(W-QTDE-ARQ)
002920         MOVE ED-VALOR     TO TA-VALOR(W-QTDE-ARQ)
002930         MOVE ED-DOCUMENTO TO TA-DOCUMENTO(W-QTDE-ARQ)
002940         MOVE ED-HISTORICO TO TA-HISTORICO(W-QTDE-ARQ).
002950 4000-EXIT. EXIT.
002960 4100-COMPARAR.
002970     IF TA-DATA(W-SUB) = W-DATA-DET
002980         AND TA-DEB-CRED(W-SUB) = ED-DEB-CRED
002990         AND TA-VALOR(W-SUB) = ED-VALOR
003000         AND TA-DOCUMENTO(W-SUB) = ED-DOCUMENTO
003010         AND TA-HISTORICO(W-SUB) = ED-HISTORICO
003020         ADD 1 TO W-QTDE-IGUAIS-ARQ.
003030 4100-EXIT. EXIT.
003040******************************************************************
003050*    5000-CONTAR-NO-EXTRATO - QUANTAS LINHAS IGUAIS O EXTRATO JA  *
003060*    TINHA NA DATA ANTES DESTE LOTE, E A ULTIMA SEQUENCIA DO DIA  *
003070******************************************************************
003080 5000-CONTAR-NO-EXTRATO.
003090     MOVE ZERO TO W-QTDE-IGUAIS-EXT.
003100     MOVE ZERO TO W-ULTIMA-SEQ.
003110     MOVE BC-CODBCO  TO EB-CODBCO.
003120     MOVE W-DATA-DET TO EB-DATA.
003130     MOVE ZERO       TO EB-SEQ.
003140     MOVE "N" TO W-EOF-EXT.
003150     START EXTRATO KEY IS NOT LESS THAN EB-CHAVE
003160         INVALID KEY MOVE "S" TO W-EOF-EXT.
003170     PERFORM 5100-LER-EXTRATO THRU 5100-EXIT
003180         UNTIL W-EOF-EXT-SIM.
003190 5000-EXIT. EXIT.
003200 5100-LER-EXTRATO.
003210     READ EXTRATO NEXT RECORD
003220         AT END MOVE "S" TO W-EOF-EXT.
003230     IF W-EOF-EXT-SIM
003240         GO TO 5100-EXIT.
003250     IF EB-CODBCO NOT = BC-CODBCO OR EB-DATA NOT = W-DATA-DET
003260         MOVE "S" TO W-EOF-EXT
003270         GO TO 5100-EXIT.
003280     MOVE EB-SEQ TO W-ULTIMA-SEQ.
003290     IF EB-LOTE NOT = W-LOTE-NUM
003300         AND EB-TIPO = ED-DEB-CRED
003310         AND EB-VALOR = ED-VALOR
003320         AND EB-DOCUMENTO = ED-DOCUMENTO
003330         AND EB-HISTORICO = ED-HISTORICO
003340         ADD 1 TO W-QTDE-IGUAIS-EXT.
003350 5100-EXIT. EXIT.
003360******************************************************************
003370*    6000-INCLUIR - GRAVA A LINHA PENDENTE NA PROXIMA SEQUENCIA   *
003380*    DO DIA                                                       *
003390******************************************************************
003400 6000-INCLUIR.
003410     MOVE SPACES TO REGEXB.
003420     MOVE BC-CODBCO    TO EB-CODBCO.
003430     MOVE W-DATA-DET   TO EB-DATA.
003440     ADD 1 W-ULTIMA-SEQ GIVING EB-SEQ.
003450     MOVE ED-DEB-CRED  TO EB-TIPO.
003460     MOVE ED-VALOR     TO EB-VALOR.
003470     MOVE ED-DOCUMENTO TO EB-DOCUMENTO.
003480     MOVE ED-HISTORICO TO EB-HISTORICO.
003490     MOVE "P"          TO EB-SITUACAO.
003500     MOVE ZERO         TO EB-DATA-CONC.
003510     MOVE W-LOTE-NUM   TO EB-LOTE.
003520     WRITE REGEXB
003530         INVALID KEY
003540             MOVE "ERRO NA GRAVACAO DO EXTRATO" TO W-MOTIVO
003550             PERFORM 3000-REJEITAR THRU 3000-EXIT
003560             GO TO 6000-EXIT.
003570     ADD 1 TO W-QTDE-INCLUIDAS.
003580     IF EB-CREDITO
003590         ADD EB-VALOR TO W-TOT-CREDITOS
003600     ELSE
003610         ADD EB-VALOR TO W-TOT-DEBITOS.
003620 6000-EXIT. EXIT.
003630******************************************************************
003640*    7000-TRAILER - CONFERE A QUANTIDADE DO TRAILER E GUARDA O    *
003650*    SALDO FINAL NA CONTA QUANDO O PERIODO E O MAIS RECENTE       *
003660******************************************************************
003670 7000-TRAILER.
003680     IF NOT W-TEM-TRAILER-SIM
003690         DISPLAY "BCOEXT: *** EXTBCO SEM TRAILER - SALDO NAO "
003700                 "ATUALIZADO"
003710         MOVE 4 TO RETURN-CODE
003720         GO TO 7000-EXIT.
003730     IF W-QTDE-TRAILER NOT = W-QTDE-LIDAS
003740         DISPLAY "BCOEXT: *** TRAILER INFORMA " W-QTDE-TRAILER
003750                 " LANCAMENTOS, LIDOS " W-QTDE-LIDAS
003760         MOVE 4 TO RETURN-CODE.
003770     IF W-DATA-FIM-EXT NOT NUMERIC
003780         OR W-DATA-FIM-EXT < BC-DATA-SALDO
003790         GO TO 7000-EXIT.
003800     MOVE W-SALDO-FINAL TO BC-SALDO-EXTRATO.
003810     MOVE W-DATA-FIM-EXT TO BC-DATA-SALDO.
003820     REWRITE REGBCO
003830         INVALID KEY
003840             DISPLAY "BCOEXT: ERRO NA ATUALIZACAO DO SALDO".
003850 7000-EXIT. EXIT.
