000010******************************************************************
000020* PROGRAM-ID : ADQEXT                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-27                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : IMPORTACAO DO ARQUIVO DE LIQUIDACAO DA ADQUIRENTE  *
000080*              (CARTAO E PIX DO BALCAO) - O ARQUIVO ADQARQ TRAZ O *
000090*              HEADER "0" COM A ADQUIRENTE, UM DETALHE "1" POR    *
000100*              VENDA (DATA E NUMERO DA VENDA DO CEP063,           *
000110*              MODALIDADE, BANDEIRA, BRUTO, TAXA, LIQUIDO, DATA   *
000120*              DO CREDITO E AUTORIZACAO) E O TRAILER "9" COM A    *
000130*              QUANTIDADE E O TOTAL LIQUIDO. AS LINHAS VAO PARA O *
000140*              LIQADQ PENDENTES DE CONFERENCIA (ADQCONC). LINHA   *
000150*              JA IMPORTADA COM OS MESMOS VALORES E IGNORADA      *
000160*              (REIMPORTACAO NAO DUPLICA); COM VALORES DIFERENTES *
000170*              E REJEITADA. DETALHE INVALIDO VAI PARA O ADQARQE   *
000180*              COM O MOTIVO. RETURN-CODE 8 SEM ARQUIVO OU HEADER, *
000190*              4 COM REJEICAO OU TRAILER QUE NAO BATE.            *
000200*------------------------------------------------------------------
000210* HISTORICO DE ALTERACOES                                         *
000220* DATA       INICIAIS  DESCRICAO                                  *
000230* 2026-09-27 BH        VERSAO INICIAL                             *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ADQEXT.
000270 AUTHOR. BRUNO HARNIK.
000280 INSTALLATION. FATEC.
000290 DATE-WRITTEN. 2026-09-27.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ADQARQ ASSIGN TO "ADQARQ"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS IMP-STATUS.
000400     SELECT ADQARQE ASSIGN TO "ADQARQE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS ERR-STATUS.
000430     SELECT LIQADQ ASSIGN TO "LIQADQ"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS LA-CHAVE
000470         FILE STATUS IS LAD-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ADQARQ
000510     LABEL RECORDS ARE STANDARD.
000520 01  REG-ADQARQ                  PIC X(120).
000530 FD  ADQARQE
000540     LABEL RECORDS ARE STANDARD.
000550 01  REG-ADQARQE                 PIC X(170).
000560 FD  LIQADQ
000570     LABEL RECORDS ARE STANDARD.
000580     COPY REGLAD.
000590 WORKING-STORAGE SECTION.
000600 01  IMP-STATUS                  PIC X(02).
000610 01  ERR-STATUS                  PIC X(02).
000620 01  LAD-STATUS                  PIC X(02).
000630 01  W-SWITCHES.
000640     05  W-EOF                   PIC X(01).
000650         88  W-EOF-SIM           VALUE "S".
000660     05  W-TEM-TRAILER           PIC X(01) VALUE "N".
000670         88  W-TEM-TRAILER-SIM   VALUE "S".
000680 01  W-MOTIVO                    PIC X(45).
000690 01  W-ADQUIRENTE                PIC X(10).
000700 01  W-LOTE.
000710     05  W-LOTE-DATA             PIC 9(08).
000720     05  W-LOTE-HORA             PIC 9(06).
000730 01  W-LOTE-NUM REDEFINES W-LOTE PIC 9(14).
000740 01  W-HORA-ATUAL                PIC 9(08).
000750 01  W-QTDE-TRAILER              PIC 9(06).
000760 01  W-TOT-TRAILER               PIC 9(13)V99.
000770 01  W-QTDE-LIDAS                PIC 9(06) VALUE ZERO.
000780 01  W-QTDE-INCLUIDAS            PIC 9(06) VALUE ZERO.
000790 01  W-QTDE-DUPLICADAS           PIC 9(06) VALUE ZERO.
000800 01  W-QTDE-REJEITADAS           PIC 9(06) VALUE ZERO.
000810 01  W-TOT-LIDO                  PIC 9(15)V99 VALUE ZERO.
000820 01  W-TOT-BRUTO                 PIC 9(15)V99 VALUE ZERO.
000830 01  W-TOT-TAXA                  PIC 9(15)V99 VALUE ZERO.
000840 01  W-TOT-LIQUIDO               PIC 9(15)V99 VALUE ZERO.
000850 01  W-CONFERE-LIQUIDO           PIC 9(13)V99.
000860******************************************************************
000870*    LAYOUT DOS REGISTROS DO ARQUIVO DA ADQUIRENTE                *
000880******************************************************************
000890 01  ADQ-HEADER.
000900     05  AH-TIPO                 PIC X(01).
000910     05  AH-ADQUIRENTE           PIC X(10).
000920     05  AH-DATA-GERACAO         PIC 9(08).
000930     05  FILLER                  PIC X(101).
000940 01  ADQ-DETALHE REDEFINES ADQ-HEADER.
000950     05  AD-TIPO                 PIC X(01).
000960     05  AD-DATA-VENDA.
000970         10  AD-ANO-VENDA        PIC 9(04).
000980         10  AD-MES-VENDA        PIC 9(02).
000990         10  AD-DIA-VENDA        PIC 9(02).
001000     05  AD-NUMERO               PIC 9(08).
001010     05  AD-MODALIDADE           PIC X(01).
001020         88  AD-MODALIDADE-VALIDA VALUES "C" "D" "P".
001030     05  AD-BANDEIRA             PIC X(10).
001040     05  AD-VALOR-BRUTO          PIC 9(13)V99.
001050     05  AD-VALOR-TAXA           PIC 9(13)V99.
001060     05  AD-VALOR-LIQUIDO        PIC 9(13)V99.
001070     05  AD-DATA-PAGTO.
001080         10  AD-ANO-PAGTO        PIC 9(04).
001090         10  AD-MES-PAGTO        PIC 9(02).
001100         10  AD-DIA-PAGTO        PIC 9(02).
001110     05  AD-AUTORIZACAO          PIC X(10).
001120     05  FILLER                  PIC X(29).
001130 01  ADQ-TRAILER REDEFINES ADQ-HEADER.
001140     05  AT-TIPO                 PIC X(01).
001150     05  AT-QTDE                 PIC 9(06).
001160     05  AT-TOTAL-LIQUIDO        PIC 9(13)V99.
001170     05  FILLER                  PIC X(98).
001180 PROCEDURE DIVISION.
001190******************************************************************
001200*    0000-MAINLINE                                                *
001210******************************************************************
001220 0000-MAINLINE.
001230     OPEN INPUT ADQARQ.
001240     IF IMP-STATUS NOT = "00"
001250         DISPLAY "ADQEXT: ARQUIVO DA ADQUIRENTE (ADQARQ) NAO "
001260                 "EXISTE"
001270         MOVE 8 TO RETURN-CODE
001280         STOP RUN.
001290     MOVE "N" TO W-EOF.
001300     READ ADQARQ INTO ADQ-HEADER
001310         AT END MOVE "S" TO W-EOF.
001320     IF W-EOF-SIM OR AH-TIPO NOT = "0"
001330         DISPLAY "ADQEXT: ADQARQ SEM HEADER - ARQUIVO RECUSADO"
001340         CLOSE ADQARQ
001350         MOVE 8 TO RETURN-CODE
001360         STOP RUN.
001370     MOVE AH-ADQUIRENTE TO W-ADQUIRENTE.
001380     DISPLAY "ADQEXT: ADQUIRENTE " W-ADQUIRENTE
001390             " ARQUIVO DE " AH-DATA-GERACAO.
001400     OPEN I-O LIQADQ.
001410     IF LAD-STATUS = "35"
001420         OPEN OUTPUT LIQADQ
001430         CLOSE LIQADQ
001440         OPEN I-O LIQADQ.
001450     IF LAD-STATUS NOT = "00"
001460         DISPLAY "ADQEXT: ERRO NO LIQADQ: " LAD-STATUS
001470         CLOSE ADQARQ
001480         MOVE 8 TO RETURN-CODE
001490         STOP RUN.
001500     OPEN OUTPUT ADQARQE.
001510     ACCEPT W-LOTE-DATA FROM DATE YYYYMMDD.
001520     ACCEPT W-HORA-ATUAL FROM TIME.
001530     MOVE W-HORA-ATUAL(1:6) TO W-LOTE-HORA.
001540     PERFORM 1000-LER-LINHA THRU 1000-EXIT
001550         UNTIL W-EOF-SIM.
001560     PERFORM 7000-TRAILER THRU 7000-EXIT.
001570     CLOSE ADQARQ ADQARQE LIQADQ.
001580     DISPLAY "ADQEXT: LIQUIDACOES LIDAS..: " W-QTDE-LIDAS.
001590     DISPLAY "ADQEXT: INCLUIDAS..........: " W-QTDE-INCLUIDAS.
001600     DISPLAY "ADQEXT: JA IMPORTADAS......: " W-QTDE-DUPLICADAS.
001610     DISPLAY "ADQEXT: REJEITADAS.........: " W-QTDE-REJEITADAS.
001620     DISPLAY "ADQEXT: BRUTO INCLUIDO.....: " W-TOT-BRUTO.
001630     DISPLAY "ADQEXT: TAXAS INCLUIDAS....: " W-TOT-TAXA.
001640     DISPLAY "ADQEXT: LIQUIDO INCLUIDO...: " W-TOT-LIQUIDO.
001650     DISPLAY "ADQEXT: LOTE DE IMPORTACAO.: " W-LOTE-NUM.
001660     IF W-QTDE-REJEITADAS > ZERO
001670         DISPLAY "ADQEXT: LINHAS REJEITADAS EM ADQARQE"
001680         MOVE 4 TO RETURN-CODE.
001690     STOP RUN.
001700******************************************************************
001710*    1000-LER-LINHA - DETALHE "1" E PROCESSADO; O TRAILER "9"     *
001720*    FICA GUARDADO PARA A CONFERENCIA NO FIM                      *
001730******************************************************************
001740 1000-LER-LINHA.
001750     READ ADQARQ
001760         AT END MOVE "S" TO W-EOF.
001770     IF W-EOF-SIM
001780         GO TO 1000-EXIT.
001790     MOVE REG-ADQARQ TO ADQ-DETALHE.
001800     IF AD-TIPO = "9"
001810         MOVE "S" TO W-TEM-TRAILER
001820         MOVE AT-QTDE TO W-QTDE-TRAILER
001830         MOVE AT-TOTAL-LIQUIDO TO W-TOT-TRAILER
001840         MOVE "S" TO W-EOF
001850         GO TO 1000-EXIT.
001860     IF AD-TIPO NOT = "1"
001870         GO TO 1000-EXIT.
001880     ADD 1 TO W-QTDE-LIDAS.
001890     PERFORM 2000-CRITICAR THRU 2000-EXIT.
001900     IF W-MOTIVO NOT = SPACES
001910         PERFORM 3000-REJEITAR THRU 3000-EXIT
001920         GO TO 1000-EXIT.
001930     ADD AD-VALOR-LIQUIDO TO W-TOT-LIDO.
001940     MOVE AD-DATA-VENDA TO LA-DATA-VENDA.
001950     MOVE AD-NUMERO     TO LA-NUMERO.
001960     READ LIQADQ
001970         INVALID KEY
001980             PERFORM 6000-INCLUIR THRU 6000-EXIT
001990             GO TO 1000-EXIT.
002000     IF LA-MODALIDADE = AD-MODALIDADE
002010         AND LA-VALOR-BRUTO = AD-VALOR-BRUTO
002020         AND LA-VALOR-TAXA = AD-VALOR-TAXA
002030         AND LA-DATA-PAGTO = AD-DATA-PAGTO
002040         ADD 1 TO W-QTDE-DUPLICADAS
002050         GO TO 1000-EXIT.
002060     MOVE "VENDA JA LIQUIDADA EM OUTRO LOTE COM OUTROS VALORES"
002070         TO W-MOTIVO.
002080     PERFORM 3000-REJEITAR THRU 3000-EXIT.
002090 1000-EXIT. EXIT.
002100******************************************************************
002110*    2000-CRITICAR - DATAS, NUMERO DA VENDA, MODALIDADE E VALORES *
002120*    (O LIQUIDO TEM DE SER O BRUTO MENOS A TAXA)                  *
002130******************************************************************
002140 2000-CRITICAR.
002150     MOVE SPACES TO W-MOTIVO.
002160     IF AD-DATA-VENDA NOT NUMERIC
002170         OR AD-ANO-VENDA < 1753
002180         OR AD-MES-VENDA < 1 OR AD-MES-VENDA > 12
002190         OR AD-DIA-VENDA < 1 OR AD-DIA-VENDA > 31
002200         MOVE "DATA DA VENDA INVALIDA" TO W-MOTIVO
002210         GO TO 2000-EXIT.
002220     IF AD-NUMERO NOT NUMERIC OR AD-NUMERO = ZERO
002230         MOVE "VENDA SEM NUMERO" TO W-MOTIVO
002240         GO TO 2000-EXIT.
002250     IF NOT AD-MODALIDADE-VALIDA
002260         MOVE "MODALIDADE DIFERENTE DE C/D/P" TO W-MOTIVO
002270         GO TO 2000-EXIT.
002280     IF AD-VALOR-BRUTO NOT NUMERIC
002290         OR AD-VALOR-TAXA NOT NUMERIC
002300         OR AD-VALOR-LIQUIDO NOT NUMERIC
002310         MOVE "VALOR NAO NUMERICO" TO W-MOTIVO
002320         GO TO 2000-EXIT.
002330     IF AD-VALOR-BRUTO = ZERO
002340         MOVE "VALOR BRUTO ZERADO" TO W-MOTIVO
002350         GO TO 2000-EXIT.
002360     IF AD-VALOR-TAXA > AD-VALOR-BRUTO
002370         MOVE "TAXA MAIOR QUE O BRUTO" TO W-MOTIVO
002380         GO TO 2000-EXIT.
002390     COMPUTE W-CONFERE-LIQUIDO = AD-VALOR-BRUTO - AD-VALOR-TAXA.
002400     IF W-CONFERE-LIQUIDO NOT = AD-VALOR-LIQUIDO
002410         MOVE "LIQUIDO DIFERENTE DE BRUTO MENOS TAXA" TO W-MOTIVO
002420         GO TO 2000-EXIT.
002430     IF AD-DATA-PAGTO NOT NUMERIC
002440         OR AD-ANO-PAGTO < 1753
002450         OR AD-MES-PAGTO < 1 OR AD-MES-PAGTO > 12
002460         OR AD-DIA-PAGTO < 1 OR AD-DIA-PAGTO > 31
002470         MOVE "DATA DO CREDITO INVALIDA" TO W-MOTIVO
002480         GO TO 2000-EXIT.
002490     IF AD-DATA-PAGTO < AD-DATA-VENDA
002500         MOVE "CREDITO ANTERIOR A VENDA" TO W-MOTIVO.
002510 2000-EXIT. EXIT.
002520******************************************************************
002530*    3000-REJEITAR - LINHA ORIGINAL MAIS O MOTIVO NO ADQARQE      *
002540******************************************************************
002550 3000-REJEITAR.
002560     MOVE SPACES TO REG-ADQARQE.
002570     STRING REG-ADQARQ DELIMITED BY SIZE
002580            ";ERRO: " DELIMITED BY SIZE
002590            W-MOTIVO DELIMITED BY SIZE
002600         INTO REG-ADQARQE.
002610     WRITE REG-ADQARQE.
002620     ADD 1 TO W-QTDE-REJEITADAS.
002630 3000-EXIT. EXIT.
002640******************************************************************
002650*    6000-INCLUIR - GRAVA A LIQUIDACAO PENDENTE DE CONFERENCIA    *
002660******************************************************************
002670 6000-INCLUIR.
002680     MOVE SPACES           TO REGLAD.
002690     MOVE AD-DATA-VENDA    TO LA-DATA-VENDA.
002700     MOVE AD-NUMERO        TO LA-NUMERO.
002710     MOVE W-ADQUIRENTE     TO LA-ADQUIRENTE.
002720     MOVE AD-MODALIDADE    TO LA-MODALIDADE.
002730     MOVE AD-BANDEIRA      TO LA-BANDEIRA.
002740     MOVE AD-VALOR-BRUTO   TO LA-VALOR-BRUTO.
002750     MOVE AD-VALOR-TAXA    TO LA-VALOR-TAXA.
002760     MOVE AD-VALOR-LIQUIDO TO LA-VALOR-LIQUIDO.
002770     MOVE AD-DATA-PAGTO    TO LA-DATA-PAGTO.
002780     MOVE AD-AUTORIZACAO   TO LA-AUTORIZACAO.
002790     MOVE "P"              TO LA-SITUACAO.
002800     MOVE W-LOTE-NUM       TO LA-LOTE.
002810     WRITE REGLAD
002820         INVALID KEY
002830             MOVE "ERRO NA GRAVACAO DO LIQADQ" TO W-MOTIVO
002840             PERFORM 3000-REJEITAR THRU 3000-EXIT
002850             GO TO 6000-EXIT.
002860     ADD 1 TO W-QTDE-INCLUIDAS.
002870     ADD LA-VALOR-BRUTO   TO W-TOT-BRUTO.
002880     ADD LA-VALOR-TAXA    TO W-TOT-TAXA.
002890     ADD LA-VALOR-LIQUIDO TO W-TOT-LIQUIDO.
002900 6000-EXIT. EXIT.
002910******************************************************************
002920*    7000-TRAILER - CONFERE QUANTIDADE E TOTAL LIQUIDO DO TRAILER *
002930*    COM O QUE FOI LIDO (AS REJEITADAS NAO ENTRAM NO TOTAL)       *
002940******************************************************************
002950 7000-TRAILER.
002960     IF NOT W-TEM-TRAILER-SIM
002970         DISPLAY "ADQEXT: *** ADQARQ SEM TRAILER - ARQUIVO PODE "
002980                 "ESTAR INCOMPLETO"
002990         MOVE 4 TO RETURN-CODE
003000         GO TO 7000-EXIT.
003010     IF W-QTDE-TRAILER NOT = W-QTDE-LIDAS
003020         DISPLAY "ADQEXT: *** TRAILER INFORMA " W-QTDE-TRAILER
003030                 " LIQUIDACOES, LIDAS " W-QTDE-LIDAS
003040         MOVE 4 TO RETURN-CODE.
003050     IF W-QTDE-REJEITADAS = ZERO
003060         AND W-TOT-TRAILER NOT = W-TOT-LIDO
003070         DISPLAY "ADQEXT: *** TOTAL LIQUIDO DO TRAILER NAO "
003080                 "CONFERE COM AS LINHAS"
003090         MOVE 4 TO RETURN-CODE.
003100 7000-EXIT. EXIT.
