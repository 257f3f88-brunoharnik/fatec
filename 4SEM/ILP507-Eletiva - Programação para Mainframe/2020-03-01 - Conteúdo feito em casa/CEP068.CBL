000010******************************************************************
000020* PROGRAM-ID : CEP068                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-29                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : ENCARGOS DE ATRASO DO MES - COBRADO X RECEBIDO.    *
000080*              LE O MOVIMENTO JUROSMOV (GRAVADO PELA JUR000 NAS   *
000090*              BAIXAS DO CEP014/CEP040 E NO RESIDUAL DO CEP014),  *
000100*              ORDENA POR CLIENTE E IMPRIME POR CLIENTE OS JUROS  *
000110*              E A MULTA COBRADOS NA BAIXA, OS RECEBIDOS E OS     *
000120*              ABONADOS NO MES, COM O TOTAL GERAL E O RESIDUAL    *
000130*              AINDA EM ABERTO NO CRECEBER. O RELATORIO REPJUR E  *
000140*              CATALOGADO NO SPOOL (SPL000).                      *
000150*------------------------------------------------------------------
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-09-29 BH        VERSAO INICIAL                             *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP068.
000220 AUTHOR. BRUNO HARNIK.
000230 INSTALLATION. FATEC.
000240 DATE-WRITTEN. 2026-09-29.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT JUROSMOV ASSIGN TO "JUROSMOV"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS JMV-STATUS.
000350     SELECT CRECEBER ASSIGN TO "CRECEBER"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CR-CHAVE
000390         FILE STATUS IS CRC-STATUS.
000400     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CODIGO
000440         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000450         FILE STATUS IS PARC-STATUS.
000460     SELECT REPJUR ASSIGN TO "REPJUR"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS REL-STATUS.
000490     SELECT SORTWK ASSIGN TO "SORTWK2".
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  JUROSMOV
000530     LABEL RECORDS ARE STANDARD.
000540     COPY REGJMV.
000550 FD  CRECEBER
000560     LABEL RECORDS ARE STANDARD.
000570     COPY REGCREC.
000580 FD  CADPARCEIRO
000590     LABEL RECORDS ARE STANDARD.
000600     COPY REGPAC.
000610 FD  REPJUR
000620     LABEL RECORDS ARE STANDARD.
000630 01  REG-RELAT                   PIC X(132).
000640 SD  SORTWK.
000650 01  SD-ENCARGO.
000660     05  SD-CODCLI               PIC 9(04).
000670     05  SD-TIPO                 PIC X(01).
000680     05  SD-VALOR-JUROS          PIC 9(10)V99.
000690     05  SD-VALOR-MULTA          PIC 9(10)V99.
000700 WORKING-STORAGE SECTION.
000710 01  JMV-STATUS                  PIC X(02).
000720 01  CRC-STATUS                  PIC X(02).
000730 01  PARC-STATUS                 PIC X(02).
000740 01  REL-STATUS                  PIC X(02).
000750 COPY SPLPARM.
000760 01  W-SWITCHES.
000770     05  W-EOF                   PIC X(01).
000780         88  W-EOF-SIM           VALUE "S".
000790     05  W-EOF-SPL               PIC X(01).
000800         88  W-EOF-SPL-SIM       VALUE "S".
000810     05  W-PRIMEIRO-GRUPO        PIC X(01).
000820         88  W-PRIMEIRO-GRUPO-SIM VALUE "S".
000830 01  W-MES-INF                   PIC 9(02).
000840 01  W-ANO-INF                   PIC 9(04).
000850 01  W-CODCLI-ANTERIOR           PIC 9(04).
000860 01  W-QTDE-MOVIMENTOS           PIC 9(06) VALUE ZERO.
000870 01  W-QTDE-CLIENTES             PIC 9(05) VALUE ZERO.
000880 01  W-RESIDUAL-JUROS            PIC 9(13)V99 VALUE ZERO.
000890 01  W-RESIDUAL-MULTA            PIC 9(13)V99 VALUE ZERO.
000900 01  W-PERC-RECEBIDO             PIC 9(03)V99.
000910******************************************************************
000920*    ACUMULADORES (POR CLIENTE E GERAIS): COBRADO, RECEBIDO E     *
000930*    ABONADO, CADA UM EM JUROS E MULTA                            *
000940******************************************************************
000950 01  W-ACUM-CLIENTE.
000960     05  W-CLI-JUROS-COB         PIC 9(13)V99.
000970     05  W-CLI-MULTA-COB         PIC 9(13)V99.
000980     05  W-CLI-JUROS-REC         PIC 9(13)V99.
000990     05  W-CLI-MULTA-REC         PIC 9(13)V99.
001000     05  W-CLI-ABONADO           PIC 9(13)V99.
001010 01  W-ACUM-GERAL.
001020     05  W-GER-JUROS-COB         PIC 9(13)V99.
001030     05  W-GER-MULTA-COB         PIC 9(13)V99.
001040     05  W-GER-JUROS-REC         PIC 9(13)V99.
001050     05  W-GER-MULTA-REC         PIC 9(13)V99.
001060     05  W-GER-ABONADO           PIC 9(13)V99.
001070******************************************************************
001080*    LINHAS DO RELATORIO                                          *
001090******************************************************************
001100 01  LIN-CABEC1.
001110     05  FILLER                  PIC X(52) VALUE
001120         "ENCARGOS DE ATRASO - COBRADO X RECEBIDO - CEP068 -".
001130     05  LC1-MES                 PIC 9(02).
001140     05  FILLER                  PIC X(01) VALUE "/".
001150     05  LC1-ANO                 PIC 9(04).
001160 01  LIN-CABEC2.
001170     05  FILLER                  PIC X(30) VALUE "CLIENTE".
001180     05  FILLER                  PIC X(29) VALUE
001180         "   JUROS COBR.   MULTA COBR. ".
001190     05  FILLER                  PIC X(42) VALUE
001200         "  JUROS RECEB.  MULTA RECEB.       ABONADO".
001200     05  FILLER                  PIC X(08) VALUE "  %RECEB".
001210 01  LIN-CLI.
001220     05  LCL-CODCLI              PIC 9(04).
001230     05  FILLER                  PIC X(01) VALUE SPACES.
001240     05  LCL-NOME                PIC X(25).
001250     05  LCL-JUROS-COB           PIC ZZZZZZZZZZ9,99.
001260     05  LCL-MULTA-COB           PIC ZZZZZZZZZZ9,99.
001270     05  FILLER                  PIC X(01) VALUE SPACES.
001280     05  LCL-JUROS-REC           PIC ZZZZZZZZZZ9,99.
001290     05  LCL-MULTA-REC           PIC ZZZZZZZZZZ9,99.
001300     05  LCL-ABONADO             PIC ZZZZZZZZZZ9,99.
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  LCL-PERC                PIC ZZ9,99.
001330 01  LIN-TOTAL.
001340     05  FILLER                  PIC X(30) VALUE "TOTAL GERAL".
001350     05  LT-JUROS-COB            PIC ZZZZZZZZZZ9,99.
001360     05  LT-MULTA-COB            PIC ZZZZZZZZZZ9,99.
001370     05  FILLER                  PIC X(01) VALUE SPACES.
001380     05  LT-JUROS-REC            PIC ZZZZZZZZZZ9,99.
001390     05  LT-MULTA-REC            PIC ZZZZZZZZZZ9,99.
001400     05  LT-ABONADO              PIC ZZZZZZZZZZ9,99.
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  LT-PERC                 PIC ZZ9,99.
001430 01  LIN-RESIDUAL.
001440     05  FILLER                  PIC X(44) VALUE
001450         "RESIDUAL EM ABERTO HOJE NO CRECEBER - JUROS:".
001460     05  LR-JUROS                PIC ZZZZZZZZZZZZ9,99.
001470     05  FILLER                  PIC X(08) VALUE "  MULTA:".
001480     05  LR-MULTA                PIC ZZZZZZZZZZZZ9,99.
001490 PROCEDURE DIVISION.
001500******************************************************************
001510*    0000-MAINLINE                                                *
001520******************************************************************
001530 0000-MAINLINE.
001540     DISPLAY "CEP068: MES DO RELATORIO =>".
001550     ACCEPT W-MES-INF.
001560     DISPLAY "CEP068: ANO DO RELATORIO (4 DIGITOS) =>".
001570     ACCEPT W-ANO-INF.
001580     IF W-MES-INF < 1 OR W-MES-INF > 12 OR W-ANO-INF < 1753
001590         DISPLAY "CEP068: COMPETENCIA INVALIDA"
001600         MOVE 8 TO RETURN-CODE
001610         STOP RUN.
001620     PERFORM 1000-RESIDUAL THRU 1000-EXIT.
001630     INITIALIZE W-ACUM-GERAL.
001640     SORT SORTWK
001650         ON ASCENDING KEY SD-CODCLI
001660         INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
001670         OUTPUT PROCEDURE IS 3000-IMPRIMIR THRU 3000-EXIT.
001680     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
001690     DISPLAY "CEP068: MOVIMENTOS DO MES..........: "
001700             W-QTDE-MOVIMENTOS.
001710     DISPLAY "CEP068: CLIENTES NO RELATORIO......: "
001720             W-QTDE-CLIENTES.
001730     DISPLAY "CEP068: RELATORIO EM REPJUR, SPOOL " SPA-NUMERO.
001740     STOP RUN.
001750******************************************************************
001760*    1000-RESIDUAL - JUROS E MULTA AINDA EM ABERTO NOS TITULOS    *
001770******************************************************************
001780 1000-RESIDUAL.
001790     OPEN INPUT CRECEBER.
001800     IF CRC-STATUS NOT = "00"
001810         DISPLAY "CEP068: SEM ARQUIVO CRECEBER"
001820         GO TO 1000-EXIT.
001830     MOVE "N" TO W-EOF.
001840     MOVE LOW-VALUES TO CR-CHAVE.
001850     START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
001860         INVALID KEY MOVE "S" TO W-EOF.
001870     PERFORM 1100-LER-TITULO THRU 1100-EXIT
001880         UNTIL W-EOF-SIM.
001890     CLOSE CRECEBER.
001900 1000-EXIT. EXIT.
001910 1100-LER-TITULO.
001920     READ CRECEBER NEXT RECORD
001930         AT END MOVE "S" TO W-EOF.
001940     IF W-EOF-SIM
001950         GO TO 1100-EXIT.
001960     IF CR-JUROS-ABERTO IS NUMERIC
001970         ADD CR-JUROS-ABERTO TO W-RESIDUAL-JUROS.
001980     IF CR-MULTA-ABERTO IS NUMERIC
001990         ADD CR-MULTA-ABERTO TO W-RESIDUAL-MULTA.
002000 1100-EXIT. EXIT.
002010******************************************************************
002020*    2000-SELECIONAR - MOVIMENTOS DO MES INFORMADO                *
002030******************************************************************
002040 2000-SELECIONAR.
002050     OPEN INPUT JUROSMOV.
002060     IF JMV-STATUS NOT = "00"
002070         DISPLAY "CEP068: SEM MOVIMENTO DE ENCARGOS (JUROSMOV)"
002080         GO TO 2000-EXIT.
002090     MOVE "N" TO W-EOF.
002100     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT
002110         UNTIL W-EOF-SIM.
002120     CLOSE JUROSMOV.
002130 2000-EXIT. EXIT.
002140 2100-LER-MOVIMENTO.
002150     READ JUROSMOV
002160         AT END MOVE "S" TO W-EOF.
002170     IF W-EOF-SIM
002180         GO TO 2100-EXIT.
002190     IF JM-ANO NOT = W-ANO-INF OR JM-MES NOT = W-MES-INF
002200         GO TO 2100-EXIT.
002210     MOVE JM-CODCLI      TO SD-CODCLI.
002220     MOVE JM-TIPO        TO SD-TIPO.
002230     MOVE JM-VALOR-JUROS TO SD-VALOR-JUROS.
002240     MOVE JM-VALOR-MULTA TO SD-VALOR-MULTA.
002250     RELEASE SD-ENCARGO.
002260     ADD 1 TO W-QTDE-MOVIMENTOS.
002270 2100-EXIT. EXIT.
002280******************************************************************
002290*    3000-IMPRIMIR - UMA LINHA POR CLIENTE (QUEBRA EM SD-CODCLI)  *
002300******************************************************************
002310 3000-IMPRIMIR.
002320     OPEN OUTPUT REPJUR.
002330     OPEN INPUT CADPARCEIRO.
002340     MOVE W-MES-INF TO LC1-MES.
002350     MOVE W-ANO-INF TO LC1-ANO.
002360     WRITE REG-RELAT FROM LIN-CABEC1.
002370     WRITE REG-RELAT FROM LIN-CABEC2.
002380     MOVE "S" TO W-PRIMEIRO-GRUPO.
002390     INITIALIZE W-ACUM-CLIENTE.
002400     MOVE "N" TO W-EOF.
002410     PERFORM 3100-RETORNAR THRU 3100-EXIT
002420         UNTIL W-EOF-SIM.
002430     IF NOT W-PRIMEIRO-GRUPO-SIM
002440         PERFORM 3200-QUEBRA-CLIENTE THRU 3200-EXIT.
002450     MOVE W-GER-JUROS-COB TO LT-JUROS-COB.
002460     MOVE W-GER-MULTA-COB TO LT-MULTA-COB.
002470     MOVE W-GER-JUROS-REC TO LT-JUROS-REC.
002480     MOVE W-GER-MULTA-REC TO LT-MULTA-REC.
002490     MOVE W-GER-ABONADO   TO LT-ABONADO.
002500     MOVE ZERO TO W-PERC-RECEBIDO.
002510     IF W-GER-JUROS-COB + W-GER-MULTA-COB > ZERO
002520         COMPUTE W-PERC-RECEBIDO ROUNDED =
002530             (W-GER-JUROS-REC + W-GER-MULTA-REC) * 100
002540             / (W-GER-JUROS-COB + W-GER-MULTA-COB)
002550             ON SIZE ERROR MOVE 999,99 TO W-PERC-RECEBIDO.
002560     MOVE W-PERC-RECEBIDO TO LT-PERC.
002570     MOVE SPACES TO REG-RELAT.
002580     WRITE REG-RELAT.
002590     WRITE REG-RELAT FROM LIN-TOTAL.
002600     MOVE W-RESIDUAL-JUROS TO LR-JUROS.
002610     MOVE W-RESIDUAL-MULTA TO LR-MULTA.
002620     WRITE REG-RELAT FROM LIN-RESIDUAL.
002630     IF PARC-STATUS = "00"
002640         CLOSE CADPARCEIRO.
002650     CLOSE REPJUR.
002660 3000-EXIT. EXIT.
002670 3100-RETORNAR.
002680     RETURN SORTWK
002690         AT END
002700             MOVE "S" TO W-EOF
002710             GO TO 3100-EXIT.
002720     IF W-PRIMEIRO-GRUPO-SIM
002730         MOVE SD-CODCLI TO W-CODCLI-ANTERIOR
002740         MOVE "N" TO W-PRIMEIRO-GRUPO.
002750     IF SD-CODCLI NOT = W-CODCLI-ANTERIOR
002760         PERFORM 3200-QUEBRA-CLIENTE THRU 3200-EXIT
002770         MOVE SD-CODCLI TO W-CODCLI-ANTERIOR.
002780     EVALUATE SD-TIPO
002790         WHEN "C"
002800             ADD SD-VALOR-JUROS TO W-CLI-JUROS-COB
002810             ADD SD-VALOR-MULTA TO W-CLI-MULTA-COB
002820         WHEN "R"
002830             ADD SD-VALOR-JUROS TO W-CLI-JUROS-REC
002840             ADD SD-VALOR-MULTA TO W-CLI-MULTA-REC
002850         WHEN "A"
002860             ADD SD-VALOR-JUROS TO W-CLI-ABONADO
002870             ADD SD-VALOR-MULTA TO W-CLI-ABONADO
002880     END-EVALUATE.
002890 3100-EXIT. EXIT.
002900 3200-QUEBRA-CLIENTE.
002910     MOVE W-CODCLI-ANTERIOR TO LCL-CODCLI.
002920     MOVE SPACES TO LCL-NOME.
002930     IF PARC-STATUS = "00"
002940         MOVE W-CODCLI-ANTERIOR TO CODIGO
002950         READ CADPARCEIRO
002960             INVALID KEY MOVE "CLIENTE NAO CADASTRADO" TO LCL-NOME
002970             NOT INVALID KEY MOVE NOME TO LCL-NOME.
002980     MOVE W-CLI-JUROS-COB TO LCL-JUROS-COB.
002990     MOVE W-CLI-MULTA-COB TO LCL-MULTA-COB.
003000     MOVE W-CLI-JUROS-REC TO LCL-JUROS-REC.
003010     MOVE W-CLI-MULTA-REC TO LCL-MULTA-REC.
003020     MOVE W-CLI-ABONADO   TO LCL-ABONADO.
003030     MOVE ZERO TO W-PERC-RECEBIDO.
003040     IF W-CLI-JUROS-COB + W-CLI-MULTA-COB > ZERO
003050         COMPUTE W-PERC-RECEBIDO ROUNDED =
003060             (W-CLI-JUROS-REC + W-CLI-MULTA-REC) * 100
003070             / (W-CLI-JUROS-COB + W-CLI-MULTA-COB)
003080             ON SIZE ERROR MOVE 999,99 TO W-PERC-RECEBIDO.
003090     MOVE W-PERC-RECEBIDO TO LCL-PERC.
003100     WRITE REG-RELAT FROM LIN-CLI.
003110     ADD 1 TO W-QTDE-CLIENTES.
003120     ADD W-CLI-JUROS-COB TO W-GER-JUROS-COB.
003130     ADD W-CLI-MULTA-COB TO W-GER-MULTA-COB.
003140     ADD W-CLI-JUROS-REC TO W-GER-JUROS-REC.
003150     ADD W-CLI-MULTA-REC TO W-GER-MULTA-REC.
003160     ADD W-CLI-ABONADO   TO W-GER-ABONADO.
003170     INITIALIZE W-ACUM-CLIENTE.
003180 3200-EXIT. EXIT.
003190******************************************************************
003200*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
003210*    O SPLREP REIMPRIMIR QUALQUER FAIXA DE PAGINAS                *
003220******************************************************************
003230 9000-ESPOLAR.
003240     MOVE "I" TO SPA-ACAO.
003250     MOVE "CEP068" TO SPA-PROGRAMA.
003260     MOVE SPACES TO SPA-OPERADOR.
003270     MOVE SPACES TO SPA-PARAMS.
003280     STRING W-MES-INF "/" W-ANO-INF
003290         DELIMITED BY SIZE INTO SPA-PARAMS.
003300     CALL "SPL000" USING SPL-PARAMETROS-AREA.
003310     OPEN INPUT REPJUR.
003320     IF REL-STATUS NOT = "00"
003330         GO TO 9000-FIM.
003340     MOVE "N" TO W-EOF-SPL.
003350     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
003360         UNTIL W-EOF-SPL-SIM.
003370     CLOSE REPJUR.
003380 9000-FIM.
003390     MOVE "F" TO SPA-ACAO.
003400     CALL "SPL000" USING SPL-PARAMETROS-AREA.
003410 9000-EXIT. EXIT.
003420 9100-ESPOLAR-LER.
003430     READ REPJUR
003440         AT END MOVE "S" TO W-EOF-SPL.
003450     IF NOT W-EOF-SPL-SIM
003460         MOVE "L" TO SPA-ACAO
003470         MOVE REG-RELAT TO SPA-LINHA
003480         CALL "SPL000" USING SPL-PARAMETROS-AREA.
003490 9100-EXIT. EXIT.
