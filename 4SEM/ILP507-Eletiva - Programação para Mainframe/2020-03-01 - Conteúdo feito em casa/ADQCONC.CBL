000010******************************************************************
000020* PROGRAM-ID : ADQCONC                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-27                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : CONFERENCIA DAS VENDAS NO CARTAO E PIX DO BALCAO   *
000080*              (CAIXAMOV, CEP063) COM A LIQUIDACAO DA ADQUIRENTE  *
000090*              (LIQADQ, IMPORTADA PELO ADQEXT) NO MES INFORMADO.  *
000100*              CADA VENDA E PROCURADA PELA DATA E NUMERO; A       *
000110*              LIQUIDACAO FICA "C" QUANDO O BRUTO E A MODALIDADE  *
000120*              CONFEREM, "D" QUANDO DIVERGEM E "S" QUANDO NAO HA  *
000130*              VENDA NO CAIXAMOV. A TAXA COBRADA EM CADA LINHA E  *
000140*              COMPARADA COM A CONTRATADA NA TABADQ (BANDEIRA OU, *
000150*              NA FALTA, A PADRAO DA MODALIDADE). O RELATORIO     *
000160*              REPADQ (CATALOGADO NO SPOOL) LISTA AS VENDAS SEM   *
000170*              LIQUIDACAO (ATRASADAS QUANDO JA PASSOU O PRAZO DA  *
000180*              TABADQ), OS VALORES DIVERGENTES, AS LIQUIDACOES    *
000190*              SEM VENDA, AS TAXAS ACIMA DO CONTRATADO E O RESUMO *
000200*              POR MODALIDADE E BANDEIRA (BRUTO, TAXA COBRADA,    *
000210*              PERCENTUAL EFETIVO X CONTRATADO). REEXECUTAVEL.    *
000220*              RETURN-CODE 4 QUANDO HA OCORRENCIA.                *
000230*------------------------------------------------------------------
000240* HISTORICO DE ALTERACOES                                         *
000250* DATA       INICIAIS  DESCRICAO                                  *
000260* 2026-09-27 BH        VERSAO INICIAL                             *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. ADQCONC.
000300 AUTHOR. BRUNO HARNIK.
000310 INSTALLATION. FATEC.
000320 DATE-WRITTEN. 2026-09-27.
000330 DATE-COMPILED.
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CAIXAMOV ASSIGN TO "CAIXAMOV"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CXM-STATUS.
000430     SELECT LIQADQ ASSIGN TO "LIQADQ"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS LA-CHAVE
000470         FILE STATUS IS LAD-STATUS.
000480     SELECT TABADQ ASSIGN TO "TABADQ"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS TA-CHAVE
000520         FILE STATUS IS TAD-STATUS.
000530     SELECT REPADQ ASSIGN TO "REPADQ"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS REL-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CAIXAMOV
000590     LABEL RECORDS ARE STANDARD.
000600     COPY REGCXM.
000610 FD  LIQADQ
000620     LABEL RECORDS ARE STANDARD.
000630     COPY REGLAD.
000640 FD  TABADQ
000650     LABEL RECORDS ARE STANDARD.
000660     COPY REGTAD.
000670 FD  REPADQ
000680     LABEL RECORDS ARE STANDARD.
000690 01  REG-RELAT                   PIC X(132).
000700 WORKING-STORAGE SECTION.
000710 01  CXM-STATUS                  PIC X(02).
000720 01  LAD-STATUS                  PIC X(02).
000730 01  TAD-STATUS                  PIC X(02).
000740 01  REL-STATUS                  PIC X(02).
000750 COPY SPLPARM.
000760 01  W-SWITCHES.
000770     05  W-EOF                   PIC X(01).
000780         88  W-EOF-SIM           VALUE "S".
000790     05  W-EOF-SPL               PIC X(01).
000800         88  W-EOF-SPL-SIM       VALUE "S".
000810     05  W-TEM-LIQADQ            PIC X(01).
000820         88  W-TEM-LIQADQ-SIM    VALUE "S".
000830     05  W-ACHOU                 PIC X(01).
000840         88  W-ACHOU-SIM         VALUE "S".
000850 01  W-MES-INF                   PIC 9(02).
000860 01  W-ANO-INF                   PIC 9(04).
000870 01  W-DATA-ATUAL.
000880     05  W-ANO-ATUAL             PIC 9(04).
000890     05  W-MES-ATUAL             PIC 9(02).
000900     05  W-DIA-ATUAL             PIC 9(02).
000910 01  W-ORD-ATUAL                 PIC 9(07) COMP.
000920 01  W-ORD-VENDA                 PIC 9(07) COMP.
000930 01  W-DIAS-VENDA                PIC S9(05) COMP.
000940 01  W-MODALIDADE                PIC X(01).
000950 01  W-BANDEIRA                  PIC X(10).
000960 01  W-TAXA                      PIC 9(02)V99.
000970 01  W-PRAZO                     PIC 9(03).
000980 01  W-TAXA-ESPERADA             PIC 9(13)V99.
000990 01  W-TOLERANCIA                PIC 9(01)V99 VALUE 0,01.
001000 01  W-SUB                       PIC 9(05) COMP.
001010 01  W-SUB-TAXA                  PIC 9(05) COMP.
001020 01  W-SUB-RES                   PIC 9(05) COMP.
001030 01  W-TIPO-IMPRIMIR             PIC 9(01).
001040 01  W-QTDE-VENDAS               PIC 9(06) VALUE ZERO.
001050 01  W-QTDE-CONFERIDAS           PIC 9(06) VALUE ZERO.
001060 01  W-QTDE-LIQUIDACOES          PIC 9(06) VALUE ZERO.
001070 01  W-QTDE-TIPO                 PIC 9(06) OCCURS 4 TIMES.
001080 01  W-TOT-TIPO                  PIC 9(15)V99 OCCURS 4 TIMES.
001090 01  W-QTDE-TAB-CHEIA            PIC 9(06) VALUE ZERO.
001100 01  W-TOT-BRUTO                 PIC 9(15)V99 VALUE ZERO.
001110 01  W-TOT-TAXA                  PIC 9(15)V99 VALUE ZERO.
001120 01  W-TOT-TAXA-ESPERADA         PIC 9(15)V99 VALUE ZERO.
001130******************************************************************
001140*    TAXAS CONTRATADAS (TABADQ)                                   *
001150******************************************************************
001160 01  TAB-TAXAS.
001170     05  TAB-TAXA-OCR OCCURS 100 TIMES.
001180         10  TT-MODALIDADE       PIC X(01).
001190         10  TT-BANDEIRA         PIC X(10).
001200         10  TT-TAXA             PIC 9(02)V99.
001210         10  TT-PRAZO            PIC 9(03).
001220 01  W-QTDE-TAXAS                PIC 9(05) COMP VALUE ZERO.
001230******************************************************************
001240*    OCORRENCIAS: 1 VENDA SEM LIQUIDACAO, 2 VALOR DIVERGENTE,     *
001250*    3 LIQUIDACAO SEM VENDA, 4 TAXA ACIMA DO CONTRATADO           *
001260******************************************************************
001270 01  TAB-OCORRENCIAS.
001280     05  TAB-OCR OCCURS 5000 TIMES.
001290         10  TO-TIPO             PIC 9(01).
001300         10  TO-DATA             PIC 9(08).
001310         10  TO-NUMERO           PIC 9(08).
001320         10  TO-MODALIDADE       PIC X(01).
001330         10  TO-BANDEIRA         PIC X(10).
001340         10  TO-VALOR-1          PIC 9(13)V99.
001350         10  TO-VALOR-2          PIC 9(13)V99.
001360         10  TO-DIAS             PIC S9(05).
001370         10  TO-OBS              PIC X(24).
001380 01  W-QTDE-OCR                  PIC 9(05) COMP VALUE ZERO.
001390******************************************************************
001400*    RESUMO POR MODALIDADE E BANDEIRA                             *
001410******************************************************************
001420 01  TAB-RESUMO.
001430     05  TAB-RES-OCR OCCURS 100 TIMES.
001440         10  TR-MODALIDADE       PIC X(01).
001450         10  TR-BANDEIRA         PIC X(10).
001460         10  TR-QTDE             PIC 9(06).
001470         10  TR-BRUTO            PIC 9(15)V99.
001480         10  TR-TAXA             PIC 9(15)V99.
001490         10  TR-TAXA-ESPERADA    PIC 9(15)V99.
001500         10  TR-TAXA-CONTRATO    PIC 9(02)V99.
001510         10  TR-SEM-CONTRATO     PIC X(01).
001520 01  W-QTDE-RES                  PIC 9(05) COMP VALUE ZERO.
001530 01  W-PERC-EFETIVO              PIC 9(03)V99.
001540******************************************************************
001550*    LINHAS DO RELATORIO                                          *
001560******************************************************************
001570 01  CAB-RELAT.
001580     05  FILLER                  PIC X(46)
001590         VALUE "CONFERENCIA CARTAO/PIX X ADQUIRENTE - ADQCONC".
001600     05  FILLER                  PIC X(08) VALUE "  VENDAS".
001610     05  FILLER                  PIC X(01) VALUE SPACES.
001620     05  CAB-MES                 PIC 9(02).
001630     05  FILLER                  PIC X(01) VALUE "/".
001640     05  CAB-ANO                 PIC 9(04).
001650 01  LIN-TITULO.
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  LTI-TEXTO               PIC X(60).
001680 01  LIN-COLUNAS.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  LCO-TEXTO               PIC X(110).
001710 01  LIN-OCORRENCIA.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  LO-DATA                 PIC 9(08).
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  LO-NUMERO               PIC 9(08).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  LO-MODALIDADE           PIC X(01).
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  LO-BANDEIRA             PIC X(10).
001800     05  LO-VALOR-1              PIC ZZZZZZZZZZZZ9,99.
001810     05  LO-VALOR-2              PIC ZZZZZZZZZZZZ9,99.
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  LO-DIAS                 PIC -ZZZ9.
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  LO-OBS                  PIC X(24).
001860 01  LIN-RESUMO.
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  LR-MODALIDADE           PIC X(01).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  LR-BANDEIRA             PIC X(10).
001910     05  LR-QTDE                 PIC ZZZZZ9.
001920     05  LR-BRUTO                PIC ZZZZZZZZZZZZ9,99.
001930     05  LR-TAXA                 PIC ZZZZZZZZZZZ9,99.
001940     05  LR-TAXA-ESPERADA        PIC ZZZZZZZZZZZ9,99.
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  LR-PERC-EFETIVO         PIC ZZ9,99.
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  LR-PERC-CONTRATO        PIC Z9,99.
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  LR-OBS                  PIC X(24).
002010 01  LIN-TOTAL.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  LT-ROTULO               PIC X(40).
002040     05  LT-QTDE                 PIC ZZZZZ9.
002050     05  FILLER                  PIC X(01) VALUE SPACES.
002060     05  LT-VALOR                PIC ZZZZZZZZZZZZZZ9,99.
002070 PROCEDURE DIVISION.
002080******************************************************************
002090*    0000-MAINLINE                                                *
002100******************************************************************
002110 0000-MAINLINE.
002120     DISPLAY "ADQCONC: MES DAS VENDAS =>".
002130     ACCEPT W-MES-INF.
002140     DISPLAY "ADQCONC: ANO DAS VENDAS (4 DIGITOS) =>".
002150     ACCEPT W-ANO-INF.
002160     IF W-MES-INF < 1 OR W-MES-INF > 12 OR W-ANO-INF < 1753
002170         DISPLAY "ADQCONC: COMPETENCIA INVALIDA"
002180         MOVE 8 TO RETURN-CODE
002190         STOP RUN.
002200     OPEN INPUT CAIXAMOV.
002210     IF CXM-STATUS NOT = "00"
002220         DISPLAY "ADQCONC: SEM MOVIMENTO DE CAIXA (CAIXAMOV)"
002230         MOVE 8 TO RETURN-CODE
002240         STOP RUN.
002250     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
002260     COMPUTE W-ORD-ATUAL =
002270         (W-ANO-ATUAL * 360) + (W-MES-ATUAL * 30) + W-DIA-ATUAL.
002280     MOVE ZERO TO W-QTDE-TIPO(1) W-QTDE-TIPO(2)
002290                  W-QTDE-TIPO(3) W-QTDE-TIPO(4).
002300     MOVE ZERO TO W-TOT-TIPO(1) W-TOT-TIPO(2)
002310                  W-TOT-TIPO(3) W-TOT-TIPO(4).
002320     PERFORM 0500-CARREGAR-TAXAS THRU 0500-EXIT.
002330     MOVE "N" TO W-TEM-LIQADQ.
002340     OPEN I-O LIQADQ.
002350     IF LAD-STATUS = "00"
002360         MOVE "S" TO W-TEM-LIQADQ
002370     ELSE
002380         DISPLAY "ADQCONC: NENHUMA LIQUIDACAO IMPORTADA (ADQEXT)".
002390     IF W-TEM-LIQADQ-SIM
002400         PERFORM 1000-MARCAR-SEM-VENDA THRU 1000-EXIT.
002410     PERFORM 2000-VENDAS THRU 2000-EXIT.
002420     CLOSE CAIXAMOV.
002430     IF W-TEM-LIQADQ-SIM
002440         PERFORM 3000-LIQUIDACOES THRU 3000-EXIT
002450         CLOSE LIQADQ.
002460     OPEN OUTPUT REPADQ.
002470     PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
002480     CLOSE REPADQ.
002490     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
002500     DISPLAY "ADQCONC: VENDAS CARTAO/PIX NO MES....: "
002510             W-QTDE-VENDAS.
002520     DISPLAY "ADQCONC: CONFERIDAS COM A ADQUIRENTE.: "
002530             W-QTDE-CONFERIDAS.
002540     DISPLAY "ADQCONC: VENDAS SEM LIQUIDACAO.......: "
002550             W-QTDE-TIPO(1).
002560     DISPLAY "ADQCONC: VALORES DIVERGENTES.........: "
002570             W-QTDE-TIPO(2).
002580     DISPLAY "ADQCONC: LIQUIDACOES SEM VENDA.......: "
002590             W-QTDE-TIPO(3).
002600     DISPLAY "ADQCONC: TAXAS ACIMA DO CONTRATADO...: "
002610             W-QTDE-TIPO(4).
002620     DISPLAY "ADQCONC: RELATORIO EM REPADQ, SPOOL " SPA-NUMERO.
002630     IF W-QTDE-TAB-CHEIA NOT = ZERO
002640         DISPLAY "ADQCONC: *** TABELA CHEIA - " W-QTDE-TAB-CHEIA
002650                 " OCORRENCIAS FORA DO RELATORIO ***".
002660     IF W-QTDE-OCR NOT = ZERO OR W-QTDE-TAB-CHEIA NOT = ZERO
002670         MOVE 4 TO RETURN-CODE.
002680     STOP RUN.
002690******************************************************************
002700*    0500-CARREGAR-TAXAS - TABADQ INTEIRA NA MEMORIA              *
002710******************************************************************
002720 0500-CARREGAR-TAXAS.
002730     OPEN INPUT TABADQ.
002740     IF TAD-STATUS NOT = "00"
002750         DISPLAY "ADQCONC: TABADQ AUSENTE - TAXAS SEM CONTRATO"
002760         GO TO 0500-EXIT.
002770     MOVE "N" TO W-EOF.
002780     MOVE LOW-VALUES TO TA-CHAVE.
002790     START TABADQ KEY IS NOT LESS THAN TA-CHAVE
002800         INVALID KEY MOVE "S" TO W-EOF.
002810     PERFORM 0510-LER-TAXA THRU 0510-EXIT
002820         UNTIL W-EOF-SIM.
002830     CLOSE TABADQ.
002840 0500-EXIT. EXIT.
002850 0510-LER-TAXA.
002860     READ TABADQ NEXT RECORD
002870         AT END MOVE "S" TO W-EOF.
002880     IF W-EOF-SIM
002890         GO TO 0510-EXIT.
002900     IF W-QTDE-TAXAS NOT < 100
002910         DISPLAY "ADQCONC: TABADQ COM MAIS DE 100 TAXAS - "
002920                 "EXCEDENTES IGNORADAS"
002930         MOVE "S" TO W-EOF
002940         GO TO 0510-EXIT.
002950     ADD 1 TO W-QTDE-TAXAS.
002960     MOVE TA-MODALIDADE TO TT-MODALIDADE(W-QTDE-TAXAS).
002970     MOVE TA-BANDEIRA   TO TT-BANDEIRA(W-QTDE-TAXAS).
002980     MOVE TA-TAXA       TO TT-TAXA(W-QTDE-TAXAS).
002990     MOVE TA-PRAZO      TO TT-PRAZO(W-QTDE-TAXAS).
003000 0510-EXIT. EXIT.
003010******************************************************************
003020*    0600-ACHAR-TAXA - TAXA E PRAZO DE W-MODALIDADE/W-BANDEIRA:   *
003030*    A BANDEIRA OU, NA FALTA, A PADRAO (BANDEIRA EM BRANCO).      *
003040*    W-ACHOU "N" QUANDO NAO HA NENHUMA                            *
003050******************************************************************
003060 0600-ACHAR-TAXA.
003070     MOVE "N" TO W-ACHOU.
003080     MOVE ZERO TO W-TAXA W-PRAZO W-SUB-TAXA.
003090     PERFORM 0610-COMPARAR-TAXA THRU 0610-EXIT
003100         VARYING W-SUB FROM 1 BY 1
003110         UNTIL W-SUB > W-QTDE-TAXAS.
003120     IF W-SUB-TAXA NOT = ZERO
003130         MOVE "S" TO W-ACHOU
003140         MOVE TT-TAXA(W-SUB-TAXA)  TO W-TAXA
003150         MOVE TT-PRAZO(W-SUB-TAXA) TO W-PRAZO.
003160 0600-EXIT. EXIT.
003170 0610-COMPARAR-TAXA.
003180     IF TT-MODALIDADE(W-SUB) NOT = W-MODALIDADE
003190         GO TO 0610-EXIT.
003200     IF TT-BANDEIRA(W-SUB) = W-BANDEIRA
003210         AND W-BANDEIRA NOT = SPACES
003220         MOVE W-SUB TO W-SUB-TAXA
003230         GO TO 0610-EXIT.
003240     IF TT-BANDEIRA(W-SUB) = SPACES AND W-SUB-TAXA = ZERO
003250         MOVE W-SUB TO W-SUB-TAXA.
003260 0610-EXIT. EXIT.
003270******************************************************************
003280*    1000-MARCAR-SEM-VENDA - TODA LIQUIDACAO DE VENDA DO MES      *
003290*    COMECA "S"; A PASSADA DAS VENDAS MARCA AS QUE ACHAR          *
003300******************************************************************
003310 1000-MARCAR-SEM-VENDA.
003320     MOVE W-ANO-INF TO LA-ANO-VENDA.
003330     MOVE W-MES-INF TO LA-MES-VENDA.
003340     MOVE ZERO      TO LA-DIA-VENDA LA-NUMERO.
003350     MOVE "N" TO W-EOF.
003360     START LIQADQ KEY IS NOT LESS THAN LA-CHAVE
003370         INVALID KEY MOVE "S" TO W-EOF.
003380     PERFORM 1100-MARCAR THRU 1100-EXIT
003390         UNTIL W-EOF-SIM.
003400 1000-EXIT. EXIT.
003410 1100-MARCAR.
003420     READ LIQADQ NEXT RECORD
003430         AT END MOVE "S" TO W-EOF.
003440     IF W-EOF-SIM
003450         GO TO 1100-EXIT.
003460     IF LA-ANO-VENDA NOT = W-ANO-INF
003470         OR LA-MES-VENDA NOT = W-MES-INF
003480         MOVE "S" TO W-EOF
003490         GO TO 1100-EXIT.
003500     MOVE "S" TO LA-SITUACAO.
003510     REWRITE REGLAD
003520         INVALID KEY
003530             DISPLAY "ADQCONC: ERRO NA REGRAVACAO DO LIQADQ "
003540                     LA-CHAVE.
003550 1100-EXIT. EXIT.
003560******************************************************************
003570*    2000-VENDAS - CADA VENDA NO CARTAO OU PIX DO MES CONTRA A    *
003580*    SUA LIQUIDACAO                                               *
003590******************************************************************
003600 2000-VENDAS.
003610     MOVE "N" TO W-EOF.
003620     PERFORM 2100-LER-VENDA THRU 2100-EXIT
003630         UNTIL W-EOF-SIM.
003640 2000-EXIT. EXIT.
003650 2100-LER-VENDA.
003660     READ CAIXAMOV
003670         AT END MOVE "S" TO W-EOF.
003680     IF W-EOF-SIM
003690         GO TO 2100-EXIT.
003700     IF NOT CX-CARTAO AND NOT CX-PIX
003710         GO TO 2100-EXIT.
003720     IF CX-ANO NOT = W-ANO-INF OR CX-MES NOT = W-MES-INF
003730         GO TO 2100-EXIT.
003740     ADD 1 TO W-QTDE-VENDAS.
003750     IF CX-PIX
003760         MOVE "P" TO W-MODALIDADE
003770     ELSE
003780         IF CX-DEBITO
003790             MOVE "D" TO W-MODALIDADE
003800         ELSE
003810             MOVE "C" TO W-MODALIDADE.
003820     IF NOT W-TEM-LIQADQ-SIM
003830         PERFORM 2200-SEM-LIQUIDACAO THRU 2200-EXIT
003840         GO TO 2100-EXIT.
003850     MOVE CX-DATA   TO LA-DATA-VENDA.
003860     MOVE CX-NUMERO TO LA-NUMERO.
003870     READ LIQADQ
003880         INVALID KEY
003890             PERFORM 2200-SEM-LIQUIDACAO THRU 2200-EXIT
003900             GO TO 2100-EXIT.
003910     IF LA-VALOR-BRUTO = CX-VALOR
003920         AND (LA-MODALIDADE = W-MODALIDADE
003930             OR (W-MODALIDADE NOT = "P"
003940                 AND LA-MODALIDADE NOT = "P"))
003950         MOVE "C" TO LA-SITUACAO
003960         ADD 1 TO W-QTDE-CONFERIDAS
003970     ELSE
003980         MOVE "D" TO LA-SITUACAO
003990         PERFORM 2300-DIVERGENTE THRU 2300-EXIT.
004000     REWRITE REGLAD
004010         INVALID KEY
004020             DISPLAY "ADQCONC: ERRO NA REGRAVACAO DO LIQADQ "
004030                     LA-CHAVE.
004040 2100-EXIT. EXIT.
004050******************************************************************
004060*    2200-SEM-LIQUIDACAO - VENDA QUE A ADQUIRENTE NAO PAGOU;      *
004070*    ATRASADA QUANDO OS DIAS DESDE A VENDA PASSAM DO PRAZO        *
004080******************************************************************
004090 2200-SEM-LIQUIDACAO.
004100     PERFORM 7000-NOVA-OCORRENCIA THRU 7000-EXIT.
004110     IF NOT W-ACHOU-SIM
004120         GO TO 2200-EXIT.
004130     MOVE SPACES TO W-BANDEIRA.
004140     PERFORM 0600-ACHAR-TAXA THRU 0600-EXIT.
004150     COMPUTE W-ORD-VENDA =
004150         (CX-ANO * 360) + (CX-MES * 30) + CX-DIA.
004160     COMPUTE W-DIAS-VENDA = W-ORD-ATUAL - W-ORD-VENDA.
004170     MOVE 1             TO TO-TIPO(W-QTDE-OCR).
004180     MOVE CX-DATA       TO TO-DATA(W-QTDE-OCR).
004190     MOVE CX-NUMERO     TO TO-NUMERO(W-QTDE-OCR).
004200     MOVE W-MODALIDADE  TO TO-MODALIDADE(W-QTDE-OCR).
004210     MOVE CX-VALOR      TO TO-VALOR-1(W-QTDE-OCR).
004220     MOVE W-PRAZO       TO TO-VALOR-2(W-QTDE-OCR).
004230     MOVE W-DIAS-VENDA  TO TO-DIAS(W-QTDE-OCR).
004240     IF W-DIAS-VENDA > W-PRAZO
004250         MOVE "ATRASADA" TO TO-OBS(W-QTDE-OCR)
004260     ELSE
004270         MOVE "NO PRAZO" TO TO-OBS(W-QTDE-OCR).
004280     ADD 1 TO W-QTDE-TIPO(1).
004290     ADD CX-VALOR TO W-TOT-TIPO(1).
004300 2200-EXIT. EXIT.
004310******************************************************************
004320*    2300-DIVERGENTE - BRUTO OU MODALIDADE DIFERENTES DA VENDA    *
004330******************************************************************
004340 2300-DIVERGENTE.
004350     PERFORM 7000-NOVA-OCORRENCIA THRU 7000-EXIT.
004360     IF NOT W-ACHOU-SIM
004370         GO TO 2300-EXIT.
004380     MOVE 2              TO TO-TIPO(W-QTDE-OCR).
004390     MOVE CX-DATA        TO TO-DATA(W-QTDE-OCR).
004400     MOVE CX-NUMERO      TO TO-NUMERO(W-QTDE-OCR).
004410     MOVE LA-MODALIDADE  TO TO-MODALIDADE(W-QTDE-OCR).
004420     MOVE LA-BANDEIRA    TO TO-BANDEIRA(W-QTDE-OCR).
004430     MOVE CX-VALOR       TO TO-VALOR-1(W-QTDE-OCR).
004440     MOVE LA-VALOR-BRUTO TO TO-VALOR-2(W-QTDE-OCR).
004450     MOVE ZERO           TO TO-DIAS(W-QTDE-OCR).
004460     IF LA-VALOR-BRUTO = CX-VALOR
004470         MOVE "MODALIDADE DIFERENTE" TO TO-OBS(W-QTDE-OCR)
004480     ELSE
004490         MOVE "VALOR DIFERENTE" TO TO-OBS(W-QTDE-OCR).
004500     ADD 1 TO W-QTDE-TIPO(2).
004510     IF LA-VALOR-BRUTO > CX-VALOR
004520         ADD LA-VALOR-BRUTO TO W-TOT-TIPO(2)
004530         SUBTRACT CX-VALOR FROM W-TOT-TIPO(2)
004540     ELSE
004550         ADD CX-VALOR TO W-TOT-TIPO(2)
004560         SUBTRACT LA-VALOR-BRUTO FROM W-TOT-TIPO(2).
004570 2300-EXIT. EXIT.
004580******************************************************************
004590*    3000-LIQUIDACOES - AS QUE FICARAM "S" E A TAXA COBRADA EM    *
004600*    CADA LINHA CONTRA A CONTRATADA, COM O RESUMO                 *
004610******************************************************************
004620 3000-LIQUIDACOES.
004630     MOVE W-ANO-INF TO LA-ANO-VENDA.
004640     MOVE W-MES-INF TO LA-MES-VENDA.
004650     MOVE ZERO      TO LA-DIA-VENDA LA-NUMERO.
004660     MOVE "N" TO W-EOF.
004670     START LIQADQ KEY IS NOT LESS THAN LA-CHAVE
004680         INVALID KEY MOVE "S" TO W-EOF.
004690     PERFORM 3100-LER-LIQUIDACAO THRU 3100-EXIT
004700         UNTIL W-EOF-SIM.
004710 3000-EXIT. EXIT.
004720 3100-LER-LIQUIDACAO.
004730     READ LIQADQ NEXT RECORD
004740         AT END MOVE "S" TO W-EOF.
004750     IF W-EOF-SIM
004760         GO TO 3100-EXIT.
004770     IF LA-ANO-VENDA NOT = W-ANO-INF
004780         OR LA-MES-VENDA NOT = W-MES-INF
004790         MOVE "S" TO W-EOF
004800         GO TO 3100-EXIT.
004810     ADD 1 TO W-QTDE-LIQUIDACOES.
004820     IF LA-SEM-VENDA
004830         PERFORM 3200-SEM-VENDA THRU 3200-EXIT.
004840     MOVE LA-MODALIDADE TO W-MODALIDADE.
004850     MOVE LA-BANDEIRA   TO W-BANDEIRA.
004860     PERFORM 0600-ACHAR-TAXA THRU 0600-EXIT.
004870     COMPUTE W-TAXA-ESPERADA ROUNDED =
004880         LA-VALOR-BRUTO * W-TAXA / 100.
004890     PERFORM 3400-ACUMULAR-RESUMO THRU 3400-EXIT.
004900     IF W-ACHOU-SIM
004910         AND LA-VALOR-TAXA > W-TAXA-ESPERADA + W-TOLERANCIA
004920         PERFORM 3300-TAXA-ACIMA THRU 3300-EXIT.
004930 3100-EXIT. EXIT.
004940 3200-SEM-VENDA.
004950     PERFORM 7000-NOVA-OCORRENCIA THRU 7000-EXIT.
004960     IF NOT W-ACHOU-SIM
004970         GO TO 3200-EXIT.
004980     MOVE 3                TO TO-TIPO(W-QTDE-OCR).
004990     MOVE LA-DATA-VENDA    TO TO-DATA(W-QTDE-OCR).
005000     MOVE LA-NUMERO        TO TO-NUMERO(W-QTDE-OCR).
005010     MOVE LA-MODALIDADE    TO TO-MODALIDADE(W-QTDE-OCR).
005020     MOVE LA-BANDEIRA      TO TO-BANDEIRA(W-QTDE-OCR).
005030     MOVE LA-VALOR-BRUTO   TO TO-VALOR-1(W-QTDE-OCR).
005040     MOVE LA-VALOR-LIQUIDO TO TO-VALOR-2(W-QTDE-OCR).
005050     MOVE ZERO             TO TO-DIAS(W-QTDE-OCR).
005060     MOVE LA-AUTORIZACAO   TO TO-OBS(W-QTDE-OCR).
005070     ADD 1 TO W-QTDE-TIPO(3).
005080     ADD LA-VALOR-BRUTO TO W-TOT-TIPO(3).
005090 3200-EXIT. EXIT.
005100 3300-TAXA-ACIMA.
005110     PERFORM 7000-NOVA-OCORRENCIA THRU 7000-EXIT.
005120     IF NOT W-ACHOU-SIM
005130         GO TO 3300-EXIT.
005140     MOVE 4                TO TO-TIPO(W-QTDE-OCR).
005150     MOVE LA-DATA-VENDA    TO TO-DATA(W-QTDE-OCR).
005160     MOVE LA-NUMERO        TO TO-NUMERO(W-QTDE-OCR).
005170     MOVE LA-MODALIDADE    TO TO-MODALIDADE(W-QTDE-OCR).
005180     MOVE LA-BANDEIRA      TO TO-BANDEIRA(W-QTDE-OCR).
005190     MOVE LA-VALOR-TAXA    TO TO-VALOR-1(W-QTDE-OCR).
005200     MOVE W-TAXA-ESPERADA  TO TO-VALOR-2(W-QTDE-OCR).
005210     MOVE ZERO             TO TO-DIAS(W-QTDE-OCR).
005220     MOVE SPACES           TO TO-OBS(W-QTDE-OCR).
005230     ADD 1 TO W-QTDE-TIPO(4).
005240     ADD LA-VALOR-TAXA TO W-TOT-TIPO(4).
005250     SUBTRACT W-TAXA-ESPERADA FROM W-TOT-TIPO(4).
005260 3300-EXIT. EXIT.
005270******************************************************************
005280*    3400-ACUMULAR-RESUMO - UMA LINHA POR MODALIDADE E BANDEIRA   *
005290******************************************************************
005300 3400-ACUMULAR-RESUMO.
005310     MOVE ZERO TO W-SUB-RES.
005320     PERFORM 3410-PROCURAR-RESUMO THRU 3410-EXIT
005330         VARYING W-SUB FROM 1 BY 1
005340         UNTIL W-SUB > W-QTDE-RES OR W-SUB-RES NOT = ZERO.
005350     IF W-SUB-RES = ZERO
005360         IF W-QTDE-RES NOT < 100
005370             ADD 1 TO W-QTDE-TAB-CHEIA
005380             GO TO 3400-EXIT
005390         END-IF
005400         ADD 1 TO W-QTDE-RES
005410         MOVE W-QTDE-RES    TO W-SUB-RES
005420         MOVE LA-MODALIDADE TO TR-MODALIDADE(W-SUB-RES)
005430         MOVE LA-BANDEIRA   TO TR-BANDEIRA(W-SUB-RES)
005440         MOVE ZERO TO TR-QTDE(W-SUB-RES) TR-BRUTO(W-SUB-RES)
005450                      TR-TAXA(W-SUB-RES)
005460                      TR-TAXA-ESPERADA(W-SUB-RES)
005470         MOVE W-TAXA TO TR-TAXA-CONTRATO(W-SUB-RES)
005480         IF W-ACHOU-SIM
005490             MOVE "N" TO TR-SEM-CONTRATO(W-SUB-RES)
005500         ELSE
005510             MOVE "S" TO TR-SEM-CONTRATO(W-SUB-RES)
005520         END-IF
005530     END-IF.
005540     ADD 1                TO TR-QTDE(W-SUB-RES).
005550     ADD LA-VALOR-BRUTO   TO TR-BRUTO(W-SUB-RES).
005560     ADD LA-VALOR-TAXA    TO TR-TAXA(W-SUB-RES).
005570     ADD W-TAXA-ESPERADA  TO TR-TAXA-ESPERADA(W-SUB-RES).
005580     ADD LA-VALOR-BRUTO   TO W-TOT-BRUTO.
005590     ADD LA-VALOR-TAXA    TO W-TOT-TAXA.
005600     ADD W-TAXA-ESPERADA  TO W-TOT-TAXA-ESPERADA.
005610 3400-EXIT. EXIT.
005620 3410-PROCURAR-RESUMO.
005630     IF TR-MODALIDADE(W-SUB) = LA-MODALIDADE
005640         AND TR-BANDEIRA(W-SUB) = LA-BANDEIRA
005650         MOVE W-SUB TO W-SUB-RES.
005660 3410-EXIT. EXIT.
005670******************************************************************
005680*    7000-NOVA-OCORRENCIA - ABRE UMA POSICAO NA TABELA (W-ACHOU   *
005690*    "N" QUANDO ELA ESTA CHEIA)                                   *
005700******************************************************************
005710 7000-NOVA-OCORRENCIA.
005720     MOVE "N" TO W-ACHOU.
005730     IF W-QTDE-OCR NOT < 5000
005740         ADD 1 TO W-QTDE-TAB-CHEIA
005750         GO TO 7000-EXIT.
005760     ADD 1 TO W-QTDE-OCR.
005770     MOVE SPACES TO TO-BANDEIRA(W-QTDE-OCR).
005780     MOVE "S" TO W-ACHOU.
005790 7000-EXIT. EXIT.
005800******************************************************************
005810*    8000-IMPRIMIR - AS QUATRO SECOES DE OCORRENCIAS E O RESUMO   *
005820*    DAS TAXAS                                                    *
005830******************************************************************
005840 8000-IMPRIMIR.
005850     MOVE W-MES-INF TO CAB-MES.
005860     MOVE W-ANO-INF TO CAB-ANO.
005870     WRITE REG-RELAT FROM CAB-RELAT.
005880     MOVE SPACES TO REG-RELAT.
005890     WRITE REG-RELAT.
005900     MOVE "VENDAS SEM LIQUIDACAO DA ADQUIRENTE" TO LTI-TEXTO.
005930     MOVE "DATA     VENDA    M BANDEIRA            VALOR  PRAZO(D)
005940-        "  DIAS SITUACAO" TO LCO-TEXTO.
005950     MOVE 1 TO W-TIPO-IMPRIMIR.
005960     PERFORM 8100-SECAO THRU 8100-EXIT.
005970     MOVE "VALORES DIVERGENTES ENTRE A VENDA E A LIQUIDACAO"
005980         TO LTI-TEXTO.
005990     MOVE "DATA     VENDA    M BANDEIRA      VALOR VENDA  BRUTO AD
006000-        "QUIRENTE       MOTIVO" TO LCO-TEXTO.
006010     MOVE 2 TO W-TIPO-IMPRIMIR.
006020     PERFORM 8100-SECAO THRU 8100-EXIT.
006030     MOVE "LIQUIDACOES SEM VENDA NO CAIXA" TO LTI-TEXTO.
006040     MOVE "DATA     VENDA    M BANDEIRA            BRUTO
006050-        "LIQUIDO       AUTORIZACAO" TO LCO-TEXTO.
006060     MOVE 3 TO W-TIPO-IMPRIMIR.
006070     PERFORM 8100-SECAO THRU 8100-EXIT.
006080     MOVE "TAXAS COBRADAS ACIMA DO CONTRATADO" TO LTI-TEXTO.
006090     MOVE "DATA     VENDA    M BANDEIRA     TAXA COBRADA  TAXA CON
006100-        "TRATADA" TO LCO-TEXTO.
006110     MOVE 4 TO W-TIPO-IMPRIMIR.
006120     PERFORM 8100-SECAO THRU 8100-EXIT.
006130     MOVE "RESUMO DAS TAXAS POR MODALIDADE E BANDEIRA"
006140         TO LTI-TEXTO.
006150     WRITE REG-RELAT FROM LIN-TITULO.
006160     MOVE "M BANDEIRA     QTDE            BRUTO    TAXA COBRADA  T
006170-        "AXA CONTRATADA  %EFET  %CONT" TO LCO-TEXTO.
006180     WRITE REG-RELAT FROM LIN-COLUNAS.
006190     PERFORM 8200-LINHA-RESUMO THRU 8200-EXIT
006200         VARYING W-SUB FROM 1 BY 1
006210         UNTIL W-SUB > W-QTDE-RES.
006220     MOVE "TOTAL BRUTO LIQUIDADO NO MES" TO LT-ROTULO.
006230     MOVE W-QTDE-LIQUIDACOES TO LT-QTDE.
006240     MOVE W-TOT-BRUTO TO LT-VALOR.
006250     WRITE REG-RELAT FROM LIN-TOTAL.
006260     MOVE "TOTAL DAS TAXAS COBRADAS" TO LT-ROTULO.
006270     MOVE ZERO TO LT-QTDE.
006280     MOVE W-TOT-TAXA TO LT-VALOR.
006290     WRITE REG-RELAT FROM LIN-TOTAL.
006300     MOVE "TOTAL DAS TAXAS PELO CONTRATO" TO LT-ROTULO.
006310     MOVE W-TOT-TAXA-ESPERADA TO LT-VALOR.
006320     WRITE REG-RELAT FROM LIN-TOTAL.
006330 8000-EXIT. EXIT.
006340 8100-SECAO.
006350     WRITE REG-RELAT FROM LIN-TITULO.
006360     WRITE REG-RELAT FROM LIN-COLUNAS.
006370     PERFORM 8110-LINHA-OCORRENCIA THRU 8110-EXIT
006380         VARYING W-SUB FROM 1 BY 1
006390         UNTIL W-SUB > W-QTDE-OCR.
006400     MOVE "QUANTIDADE / VALOR" TO LT-ROTULO.
006410     MOVE W-QTDE-TIPO(W-TIPO-IMPRIMIR) TO LT-QTDE.
006420     MOVE W-TOT-TIPO(W-TIPO-IMPRIMIR)  TO LT-VALOR.
006430     WRITE REG-RELAT FROM LIN-TOTAL.
006440     MOVE SPACES TO REG-RELAT.
006450     WRITE REG-RELAT.
006460 8100-EXIT. EXIT.
006470 8110-LINHA-OCORRENCIA.
006480     IF TO-TIPO(W-SUB) NOT = W-TIPO-IMPRIMIR
006490         GO TO 8110-EXIT.
006500     MOVE TO-DATA(W-SUB)       TO LO-DATA.
006510     MOVE TO-NUMERO(W-SUB)     TO LO-NUMERO.
006520     MOVE TO-MODALIDADE(W-SUB) TO LO-MODALIDADE.
006530     MOVE TO-BANDEIRA(W-SUB)   TO LO-BANDEIRA.
006540     MOVE TO-VALOR-1(W-SUB)    TO LO-VALOR-1.
006550     MOVE TO-VALOR-2(W-SUB)    TO LO-VALOR-2.
006560     MOVE TO-DIAS(W-SUB)       TO LO-DIAS.
006570     MOVE TO-OBS(W-SUB)        TO LO-OBS.
006580     WRITE REG-RELAT FROM LIN-OCORRENCIA.
006590 8110-EXIT. EXIT.
006600 8200-LINHA-RESUMO.
006610     MOVE TR-MODALIDADE(W-SUB)    TO LR-MODALIDADE.
006620     MOVE TR-BANDEIRA(W-SUB)      TO LR-BANDEIRA.
006630     MOVE TR-QTDE(W-SUB)          TO LR-QTDE.
006640     MOVE TR-BRUTO(W-SUB)         TO LR-BRUTO.
006650     MOVE TR-TAXA(W-SUB)          TO LR-TAXA.
006660     MOVE TR-TAXA-ESPERADA(W-SUB) TO LR-TAXA-ESPERADA.
006670     MOVE ZERO TO W-PERC-EFETIVO.
006680     IF TR-BRUTO(W-SUB) > ZERO
006690         COMPUTE W-PERC-EFETIVO ROUNDED =
006700             TR-TAXA(W-SUB) * 100 / TR-BRUTO(W-SUB).
006710     MOVE W-PERC-EFETIVO          TO LR-PERC-EFETIVO.
006720     MOVE TR-TAXA-CONTRATO(W-SUB) TO LR-PERC-CONTRATO.
006730     MOVE SPACES TO LR-OBS.
006740     IF TR-SEM-CONTRATO(W-SUB) = "S"
006750         MOVE "*** SEM TAXA CONTRATADA" TO LR-OBS
006760     ELSE
006770         IF TR-TAXA(W-SUB) > TR-TAXA-ESPERADA(W-SUB)
006780             MOVE "*** ACIMA DO CONTRATO" TO LR-OBS.
006790     WRITE REG-RELAT FROM LIN-RESUMO.
006800 8200-EXIT. EXIT.
006810******************************************************************
006820*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
006830*    O SPLREP REIMPRIMIR QUALQUER FAIXA DE PAGINAS                *
006840******************************************************************
006850 9000-ESPOLAR.
006860     MOVE "I" TO SPA-ACAO.
006870     MOVE "ADQCONC" TO SPA-PROGRAMA.
006880     MOVE SPACES TO SPA-OPERADOR.
006890     MOVE SPACES TO SPA-PARAMS.
006900     STRING W-MES-INF "/" W-ANO-INF
006910         DELIMITED BY SIZE INTO SPA-PARAMS.
006920     CALL "SPL000" USING SPL-PARAMETROS-AREA.
006930     OPEN INPUT REPADQ.
006940     IF REL-STATUS NOT = "00"
006950         GO TO 9000-FIM.
006960     MOVE "N" TO W-EOF-SPL.
006970     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
006980         UNTIL W-EOF-SPL-SIM.
006990     CLOSE REPADQ.
007000 9000-FIM.
007010     MOVE "F" TO SPA-ACAO.
007020     CALL "SPL000" USING SPL-PARAMETROS-AREA.
007030 9000-EXIT. EXIT.
007040 9100-ESPOLAR-LER.
007050     READ REPADQ
007060         AT END MOVE "S" TO W-EOF-SPL.
007070     IF NOT W-EOF-SPL-SIM
007080         MOVE "L" TO SPA-ACAO
007090         MOVE REG-RELAT TO SPA-LINHA
007100         CALL "SPL000" USING SPL-PARAMETROS-AREA.
007110 9100-EXIT. EXIT.
