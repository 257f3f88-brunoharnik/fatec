000110*              FAIXA DE PAGINAS (60 LINHAS POR PAGINA), LENDO O   *
000120*              SPOOLDAT E GRAVANDO EM REPRINT - SEM RODAR O       *
000130*              BATCH ORIGINAL DE NOVO.                            *
000132*              A OPCAO 3 EXTRAI A VERSAO EM CSV (REPCSV, ";"      *
000134*              SEPARANDO OS CAMPOS E "," DECIMAL, COMO O CEP009)  *
000135*              PELAS COLUNAS QUE O PROGRAMA DECLAROU AO SPL000:   *
000136*              SO SAEM AS LINHAS EM QUE TODA COLUNA NUMERICA TEM  *
000137*              UM NUMERO, SEM O PONTO DE MILHAR E COM O SINAL NA  *
000138*              FRENTE. VERSAO SEM COLUNAS SAI UMA LINHA POR       *
000139*              REGISTRO, NUMA SO COLUNA.                          *
000140*------------------------------------------------------------------
000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-08-22 BH        VERSAO INICIAL                             *
000170* 2026-10-15 BH        OPCAO 3 - EXTRACAO DA VERSAO EM CSV        *
000170*                      (REPCSV) PELAS COLUNAS DO CATALOGO         *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPLREP.
000370     SELECT REPRINT ASSIGN TO "REPRINT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS REL-STATUS.
000392     SELECT REPCSV ASSIGN TO "REPCSV"
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS CSV-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  SPOOLCAT
000490     05  SPL-OPERADOR            PIC X(08).
000500     05  SPL-PARAMS              PIC X(20).
000510     05  SPL-LINHAS              PIC 9(07).
000512     05  SPL-QTDE-COLUNAS        PIC 9(02).
000514     05  SPL-COLUNAS             PIC X(440).
000520 FD  SPOOLDAT
000530     LABEL RECORDS ARE STANDARD.
000540 01  REG-SPOOLDAT.
000570 FD  REPRINT
000580     LABEL RECORDS ARE STANDARD.
000590 01  REG-REPRINT                 PIC X(132).
000592 FD  REPCSV
000594     LABEL RECORDS ARE STANDARD.
000596 01  REG-REPCSV                  PIC X(1000).
000600 WORKING-STORAGE SECTION.
000610 01  CAT-STATUS                  PIC X(02).
000620 01  DAT-STATUS                  PIC X(02).
000630 01  REL-STATUS                  PIC X(02).
000635 01  CSV-STATUS                  PIC X(02).
000640 01  W-SWITCHES.
000650     05  W-FIM                   PIC X(01) VALUE "N".
000660         88  W-FIM-SIM           VALUE "S".
000670     05  W-EOF                   PIC X(01).
000680         88  W-EOF-SIM           VALUE "S".
000682     05  W-ACHOU-CAT             PIC X(01).
000684         88  W-ACHOU-CAT-SIM     VALUE "S".
000686     05  W-DETALHE               PIC X(01).
000688         88  W-DETALHE-SIM       VALUE "S".
000690 01  W-OPCAO                     PIC X(01).
000700 01  W-NUMERO-INF                PIC 9(06).
000710 01  W-PAGINA-DE                 PIC 9(03).
000740 01  W-PAGINA-CORRENTE           PIC 9(05).
000750 01  W-QTDE-REIMPRESSA           PIC 9(07).
000760 01  W-LINHAS-POR-PAGINA         PIC 9(02) VALUE 60.
000761******************************************************************
000762*    COLUNAS DA VERSAO (DO CATALOGO) E TITULO DE GRUPO CORRENTE   *
000763*    DE CADA COLUNA "S", PARA A EXTRACAO EM CSV                   *
000764******************************************************************
000765 01  W-QTDE-COLUNAS              PIC 9(02).
000766 01  TAB-COLUNAS.
000767     05  TC-COLUNA OCCURS 20 TIMES.
000768         10  TC-TITULO           PIC X(15).
000769         10  TC-INICIO           PIC 9(03).
000770         10  TC-TAMANHO          PIC 9(03).
000771         10  TC-TIPO             PIC X(01).
000772             88  TC-NUMERO       VALUE "N".
000773             88  TC-GRUPO        VALUE "S".
000774 01  TAB-GRUPOS.
000775     05  TG-TEXTO OCCURS 20 TIMES PIC X(132).
000776 01  W-COL                       PIC 9(03) COMP.
000777 01  W-POS                       PIC 9(03) COMP.
000778 01  W-PRIM                      PIC 9(03) COMP.
000779 01  W-ULT                       PIC 9(03) COMP.
000780 01  W-FIM-COL                   PIC 9(03) COMP.
000781 01  W-CAMPO                     PIC X(133).
000782 01  W-TAM-CAMPO                 PIC 9(03) COMP.
000783 01  W-CARACTER                  PIC X(01).
000784 01  W-LIN-CSV                   PIC X(1000).
000785 01  W-PTR-CSV                   PIC 9(04) COMP.
000786 01  W-QTDE-CSV                  PIC 9(07).
000787 01  W-NUMERO-CSV.
000788     05  W-NUM-VALIDO            PIC X(01).
000789         88  W-NUM-VALIDO-SIM    VALUE "S".
000790     05  W-NUM-NEGATIVO          PIC X(01).
000791         88  W-NUM-NEGATIVO-SIM  VALUE "S".
000792     05  W-NUM-VIU-DIGITO        PIC X(01).
000793         88  W-NUM-VIU-DIGITO-SIM VALUE "S".
000794     05  W-NUM-ESPACO            PIC X(01).
000795         88  W-NUM-ESPACO-SIM    VALUE "S".
000796     05  W-NUM-DIGITOS           PIC X(40).
000797     05  W-NUM-QTDE              PIC 9(03) COMP.
000770 01  LIN-CATALOGO.
000780     05  LC-NUMERO               PIC 9(06).
000790     05  FILLER                  PIC X(01) VALUE SPACES.
000880     05  LC-PARAMS               PIC X(20).
000890     05  FILLER                  PIC X(08) VALUE " LINHAS ".
000900     05  LC-LINHAS               PIC ZZZZZZ9.
000902     05  FILLER                  PIC X(05) VALUE " CSV ".
000904     05  LC-CSV                  PIC X(03).
000910 PROCEDURE DIVISION.
000920******************************************************************
000930*    0000-MAINLINE                                                *
000990 2000-MENU.
001000     DISPLAY " ".
001010     DISPLAY "SPLREP - REIMPRESSAO DE RELATORIOS".
001020     DISPLAY "1-LISTAR EXECUCOES   2-REIMPRIMIR   3-EXTRAIR CSV"
001025             "   9-FIM".
001030     ACCEPT W-OPCAO.
001040     EVALUATE W-OPCAO
001050         WHEN "1"
001060             PERFORM 3000-LISTAR THRU 3000-EXIT
001070         WHEN "2"
001080             PERFORM 4000-REIMPRIMIR THRU 4000-EXIT
001085         WHEN "3"
001087             PERFORM 5000-EXTRAIR-CSV THRU 5000-EXIT
001090         WHEN "9"
001100             MOVE "S" TO W-FIM
001110         WHEN OTHER
001370             MOVE SPL-OPERADOR TO LC-OPERADOR
001380             MOVE SPL-PARAMS   TO LC-PARAMS
001390             MOVE SPL-LINHAS   TO LC-LINHAS
001392             IF SPL-QTDE-COLUNAS IS NUMERIC
001394                 AND SPL-QTDE-COLUNAS > ZERO
001396                 MOVE "SIM" TO LC-CSV
001397             ELSE
001398                 MOVE "NAO" TO LC-CSV
001399             END-IF
001400             DISPLAY LIN-CATALOGO.
001410 3100-EXIT. EXIT.
001420******************************************************************
001850     WRITE REG-REPRINT.
001860     ADD 1 TO W-QTDE-REIMPRESSA.
001870 4100-EXIT. EXIT.
001880******************************************************************
001890*    5000-EXTRAIR-CSV - COPIA AS LINHAS DE DETALHE DA VERSAO      *
001900*    ESCOLHIDA PARA O REPCSV, UMA COLUNA POR CAMPO DECLARADO      *
001910******************************************************************
001920 5000-EXTRAIR-CSV.
001930     DISPLAY "NUMERO DA EXECUCAO =>".
001940     ACCEPT W-NUMERO-INF.
001950     PERFORM 5100-PROCURAR-CATALOGO THRU 5100-EXIT.
001960     IF NOT W-ACHOU-CAT-SIM
001970         DISPLAY "EXECUCAO NAO CATALOGADA"
001980         GO TO 5000-EXIT.
001990     OPEN INPUT SPOOLDAT.
002000     IF DAT-STATUS NOT = "00"
002010         DISPLAY "SPOOL VAZIO - NADA A EXTRAIR"
002020         GO TO 5000-EXIT.
002030     OPEN OUTPUT REPCSV.
002040     PERFORM 5200-CABECALHO-CSV THRU 5200-EXIT.
002050     MOVE SPACES TO TAB-GRUPOS.
002060     MOVE ZERO TO W-QTDE-CSV.
002070     MOVE "N" TO W-EOF.
002080     PERFORM 5300-LER-SPOOL THRU 5300-EXIT
002090         UNTIL W-EOF-SIM.
002100     CLOSE SPOOLDAT REPCSV.
002110     IF W-QTDE-COLUNAS = ZERO
002120         DISPLAY "VERSAO SEM COLUNAS DECLARADAS - CADA LINHA DO"
002130         DISPLAY "RELATORIO SAIU INTEIRA NUMA SO COLUNA".
002140     DISPLAY "LINHAS EXTRAIDAS: " W-QTDE-CSV.
002150     DISPLAY "SAIDA GRAVADA EM REPCSV".
002160 5000-EXIT. EXIT.
002170 5100-PROCURAR-CATALOGO.
002180     MOVE "N" TO W-ACHOU-CAT.
002190     MOVE ZERO TO W-QTDE-COLUNAS.
002200     MOVE SPACES TO TAB-COLUNAS.
002210     OPEN INPUT SPOOLCAT.
002220     IF CAT-STATUS NOT = "00"
002230         GO TO 5100-EXIT.
002240     MOVE "N" TO W-EOF.
002250     PERFORM 5110-LER-CATALOGO THRU 5110-EXIT
002260         UNTIL W-EOF-SIM OR W-ACHOU-CAT-SIM.
002270     CLOSE SPOOLCAT.
002280 5100-EXIT. EXIT.
002290 5110-LER-CATALOGO.
002300     READ SPOOLCAT
002310         AT END MOVE "S" TO W-EOF.
002320     IF W-EOF-SIM OR SPL-NUMERO NOT = W-NUMERO-INF
002330         GO TO 5110-EXIT.
002340     MOVE "S" TO W-ACHOU-CAT.
002350     IF SPL-QTDE-COLUNAS IS NUMERIC
002360         AND SPL-QTDE-COLUNAS NOT > 20
002370         MOVE SPL-QTDE-COLUNAS TO W-QTDE-COLUNAS
002380         MOVE SPL-COLUNAS      TO TAB-COLUNAS.
002390 5110-EXIT. EXIT.
002400 5200-CABECALHO-CSV.
002410     MOVE SPACES TO W-LIN-CSV.
002420     MOVE 1 TO W-PTR-CSV.
002430     IF W-QTDE-COLUNAS = ZERO
002440         MOVE "LINHA" TO W-LIN-CSV
002450     ELSE
002460         PERFORM 5210-TITULO THRU 5210-EXIT
002470             VARYING W-COL FROM 1 BY 1
002480             UNTIL W-COL > W-QTDE-COLUNAS.
002490     WRITE REG-REPCSV FROM W-LIN-CSV.
002500 5200-EXIT. EXIT.
002510 5210-TITULO.
002520     IF W-COL > 1
002530         STRING ";" DELIMITED BY SIZE
002540             INTO W-LIN-CSV WITH POINTER W-PTR-CSV.
002550     MOVE TC-TITULO(W-COL) TO W-CAMPO.
002560     MOVE 15 TO W-TAM-CAMPO.
002570     PERFORM 5800-APENSAR-TEXTO THRU 5800-EXIT.
002580 5210-EXIT. EXIT.
002590******************************************************************
002600*    5300-LER-SPOOL - LINHA DE DETALHE E A QUE TEM NUMERO EM      *
002610*    TODAS AS COLUNAS "N"; AS OUTRAS SO PODEM TRAZER O TITULO     *
002620*    DE GRUPO DAS COLUNAS "S"                                     *
002630******************************************************************
002640 5300-LER-SPOOL.
002650     READ SPOOLDAT
002660         AT END MOVE "S" TO W-EOF.
002670     IF W-EOF-SIM
002680         GO TO 5300-EXIT.
002690     IF SPD-NUMERO NOT = W-NUMERO-INF OR SPD-LINHA = SPACES
002700         GO TO 5300-EXIT.
002710     MOVE SPACES TO W-LIN-CSV.
002720     MOVE 1 TO W-PTR-CSV.
002730     IF W-QTDE-COLUNAS = ZERO
002740         MOVE SPD-LINHA TO W-CAMPO
002750         MOVE 132 TO W-TAM-CAMPO
002760         PERFORM 5800-APENSAR-TEXTO THRU 5800-EXIT
002770         WRITE REG-REPCSV FROM W-LIN-CSV
002780         ADD 1 TO W-QTDE-CSV
002790         GO TO 5300-EXIT.
002800     MOVE "S" TO W-DETALHE.
002810     PERFORM 5310-TESTAR-COLUNA THRU 5310-EXIT
002820         VARYING W-COL FROM 1 BY 1
002830         UNTIL W-COL > W-QTDE-COLUNAS OR NOT W-DETALHE-SIM.
002840     IF NOT W-DETALHE-SIM
002850         PERFORM 5320-GUARDAR-GRUPO THRU 5320-EXIT
002860             VARYING W-COL FROM 1 BY 1
002870             UNTIL W-COL > W-QTDE-COLUNAS
002880         GO TO 5300-EXIT.
002890     PERFORM 5330-MONTAR-COLUNA THRU 5330-EXIT
002900         VARYING W-COL FROM 1 BY 1
002910         UNTIL W-COL > W-QTDE-COLUNAS.
002920     WRITE REG-REPCSV FROM W-LIN-CSV.
002930     ADD 1 TO W-QTDE-CSV.
002940 5300-EXIT. EXIT.
002950 5310-TESTAR-COLUNA.
002960     IF NOT TC-NUMERO(W-COL)
002970         GO TO 5310-EXIT.
002980     MOVE SPD-LINHA(TC-INICIO(W-COL):TC-TAMANHO(W-COL))
002980         TO W-CAMPO.
002990     MOVE TC-TAMANHO(W-COL) TO W-TAM-CAMPO.
003000     PERFORM 5900-ANALISAR-NUMERO THRU 5900-EXIT.
003010     IF NOT W-NUM-VALIDO-SIM
003020         MOVE "N" TO W-DETALHE.
003030 5310-EXIT. EXIT.
003040 5320-GUARDAR-GRUPO.
003050     IF NOT TC-GRUPO(W-COL)
003060         GO TO 5320-EXIT.
003070     IF SPD-LINHA(TC-INICIO(W-COL):TC-TAMANHO(W-COL)) = SPACES
003080         GO TO 5320-EXIT.
003090     COMPUTE W-FIM-COL = TC-INICIO(W-COL) + TC-TAMANHO(W-COL) - 1.
003100     IF W-FIM-COL < 132
003110         IF SPD-LINHA(W-FIM-COL + 1:132 - W-FIM-COL) NOT = SPACES
003120             GO TO 5320-EXIT.
003130     MOVE SPD-LINHA(TC-INICIO(W-COL):TC-TAMANHO(W-COL))
003140         TO TG-TEXTO(W-COL).
003150 5320-EXIT. EXIT.
003160 5330-MONTAR-COLUNA.
003170     IF W-COL > 1
003180         STRING ";" DELIMITED BY SIZE
003190             INTO W-LIN-CSV WITH POINTER W-PTR-CSV.
003200     MOVE TC-TAMANHO(W-COL) TO W-TAM-CAMPO.
003210     IF TC-GRUPO(W-COL)
003220         MOVE TG-TEXTO(W-COL) TO W-CAMPO
003230         PERFORM 5800-APENSAR-TEXTO THRU 5800-EXIT
003240         GO TO 5330-EXIT.
003250     MOVE SPD-LINHA(TC-INICIO(W-COL):TC-TAMANHO(W-COL))
003250         TO W-CAMPO.
003260     IF NOT TC-NUMERO(W-COL)
003270         PERFORM 5800-APENSAR-TEXTO THRU 5800-EXIT
003280         GO TO 5330-EXIT.
003290     PERFORM 5900-ANALISAR-NUMERO THRU 5900-EXIT.
003300     IF W-NUM-NEGATIVO-SIM
003310         STRING "-" DELIMITED BY SIZE
003320             INTO W-LIN-CSV WITH POINTER W-PTR-CSV.
003330     STRING W-NUM-DIGITOS(1:W-NUM-QTDE) DELIMITED BY SIZE
003340         INTO W-LIN-CSV WITH POINTER W-PTR-CSV.
003350 5330-EXIT. EXIT.
003360******************************************************************
003370*    5800-APENSAR-TEXTO - W-CAMPO (W-TAM-CAMPO POSICOES) SEM OS   *
003380*    BRANCOS DAS PONTAS E COM ";" TROCADO POR ","                 *
003390******************************************************************
003400 5800-APENSAR-TEXTO.
003410     INSPECT W-CAMPO(1:W-TAM-CAMPO) REPLACING ALL ";" BY ",".
003420     MOVE 1 TO W-PRIM.
003430     PERFORM 5810-AVANCAR THRU 5810-EXIT
003440         UNTIL W-PRIM > W-TAM-CAMPO
003450            OR W-CAMPO(W-PRIM:1) NOT = SPACE.
003460     IF W-PRIM > W-TAM-CAMPO
003470         GO TO 5800-EXIT.
003480     MOVE W-TAM-CAMPO TO W-ULT.
003490     PERFORM 5820-RECUAR THRU 5820-EXIT
003500         UNTIL W-CAMPO(W-ULT:1) NOT = SPACE.
003510     STRING W-CAMPO(W-PRIM:W-ULT - W-PRIM + 1) DELIMITED BY SIZE
003520         INTO W-LIN-CSV WITH POINTER W-PTR-CSV.
003530 5800-EXIT. EXIT.
003540 5810-AVANCAR.
003550     ADD 1 TO W-PRIM.
003560 5810-EXIT. EXIT.
003570 5820-RECUAR.
003580     SUBTRACT 1 FROM W-ULT.
003590 5820-EXIT. EXIT.
003600******************************************************************
003610*    5900-ANALISAR-NUMERO - VALOR EDITADO DO RELATORIO (1.234,56  *
003620*    OU -12,50 OU 12,50-) EM W-CAMPO: SO DIGITOS E A VIRGULA EM   *
003630*    W-NUM-DIGITOS, O SINAL EM W-NUM-NEGATIVO. QUALQUER OUTRO     *
003640*    CARACTER, OU DIGITOS SEPARADOS POR BRANCO, NAO E NUMERO      *
003650******************************************************************
003660 5900-ANALISAR-NUMERO.
003670     MOVE "S" TO W-NUM-VALIDO.
003680     MOVE "N" TO W-NUM-NEGATIVO W-NUM-VIU-DIGITO W-NUM-ESPACO.
003690     MOVE SPACES TO W-NUM-DIGITOS.
003700     MOVE ZERO TO W-NUM-QTDE.
003710     PERFORM 5910-ANALISAR-CARACTER THRU 5910-EXIT
003720         VARYING W-POS FROM 1 BY 1
003730         UNTIL W-POS > W-TAM-CAMPO OR NOT W-NUM-VALIDO-SIM.
003740     IF NOT W-NUM-VIU-DIGITO-SIM
003750         MOVE "N" TO W-NUM-VALIDO.
003760 5900-EXIT. EXIT.
003770 5910-ANALISAR-CARACTER.
003780     MOVE W-CAMPO(W-POS:1) TO W-CARACTER.
003790     IF W-CARACTER IS NUMERIC OR W-CARACTER = ","
003800         IF W-NUM-ESPACO-SIM
003810             MOVE "N" TO W-NUM-VALIDO
003820         END-IF
003830         IF W-CARACTER IS NUMERIC
003840             MOVE "S" TO W-NUM-VIU-DIGITO
003850         END-IF
003860         IF W-NUM-QTDE < 40
003870             ADD 1 TO W-NUM-QTDE
003880             MOVE W-CARACTER TO W-NUM-DIGITOS(W-NUM-QTDE:1)
003890         END-IF
003900         GO TO 5910-EXIT.
003910     IF W-CARACTER = SPACE
003920         IF W-NUM-QTDE > ZERO
003930             MOVE "S" TO W-NUM-ESPACO
003940         END-IF
003950         GO TO 5910-EXIT.
003960     IF W-CARACTER = "-"
003970         MOVE "S" TO W-NUM-NEGATIVO
003980         GO TO 5910-EXIT.
003990     IF W-CARACTER = "." OR W-CARACTER = "+" OR W-CARACTER = "%"
004000         GO TO 5910-EXIT.
004010     MOVE "N" TO W-NUM-VALIDO.
004020 5910-EXIT. EXIT.
