000010******************************************************************
000020* PROGRAM-ID : CEP082                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-13                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : TABELA DE TAXAS DE CAMBIO (TABCAMBIO) - REGISTRO   *
000080*              DA TAXA DIARIA DE CADA MOEDA ESTRANGEIRA, USADA    *
000090*              PELO CBO000 NA CONVERSAO DOS PEDIDOS, TITULOS E    *
000100*              RECEBIMENTOS, E REAVALIACAO DO MES: OS TITULOS DO  *
000110*              CPAGAR EM MOEDA ESTRANGEIRA EM ABERTO NO FIM DO    *
000120*              MES SAO REAVALIADOS PELA TAXA DO ULTIMO DIA E A    *
000130*              VARIACAO CAMBIAL NAO REALIZADA VAI PARA O          *
000140*              RELATORIO REPCAMB (NAO CONTABILIZA).               *
000150*-----------------------------------------------------------------*
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-10-13 BH        VERSAO INICIAL                             *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP082.
000220 AUTHOR. BRUNO HARNIK.
000230 INSTALLATION. FATEC.
000240 DATE-WRITTEN. 2026-10-13.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT TABCAMBIO ASSIGN TO "TABCAMBIO"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CB-CHAVE
000360         FILE STATUS IS CBO-STATUS.
000370     SELECT CPAGAR ASSIGN TO "CPAGAR"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CP-CHAVE
000410         FILE STATUS IS CPG-STATUS.
000420     SELECT REPCAMB ASSIGN TO "REPCAMB"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS REL-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  TABCAMBIO
000480     LABEL RECORDS ARE STANDARD.
000490     COPY REGCBO.
000500 FD  CPAGAR
000510     LABEL RECORDS ARE STANDARD.
000520     COPY REGCPAG.
000530 FD  REPCAMB
000540     LABEL RECORDS ARE STANDARD.
000550 01  REG-RELAT                   PIC X(100).
000560 WORKING-STORAGE SECTION.
000570 01  CBO-STATUS                  PIC X(02).
000580 01  CPG-STATUS                  PIC X(02).
000590 01  REL-STATUS                  PIC X(02).
000600 01  W-SWITCHES.
000610     05  W-FIM                   PIC X(01) VALUE "N".
000620         88  W-FIM-SIM           VALUE "S".
000630     05  W-EOF                   PIC X(01).
000640         88  W-EOF-SIM           VALUE "S".
000650 01  W-OPCAO                     PIC X(01).
000660 01  W-CONF                      PIC X(01).
000670 01  W-MOEDA-INF                 PIC X(03).
000680 01  W-DATA-INF                  PIC 9(08).
000690 01  W-TAXA-INF                  PIC 9(04)V9(06).
000700 01  W-QTDE-LISTADAS             PIC 9(04).
000710 01  W-COMPETENCIA-INF.
000720     05  W-ANO-INF               PIC 9(04).
000730     05  W-MES-INF               PIC 9(02).
000740 01  W-QUOCIENTE                 PIC 9(04).
000750 01  W-RESTO                     PIC 9(04).
000760 01  W-ULTIMO-DIA                PIC 9(02).
000770 01  W-DATA-FECHAMENTO           PIC 9(08).
000780 01  W-DATA-EMI-NUM              PIC 9(08).
000790 01  W-DATA-PAG-NUM              PIC 9(08).
000800 01  W-VALOR-REAVALIADO          PIC 9(12)V99.
000810 01  W-VARIACAO                  PIC S9(12)V99.
000820 01  W-TOT-VP                    PIC 9(12)V99.
000830 01  W-TOT-VA                    PIC 9(12)V99.
000840 01  W-QTDE-SEM-TAXA             PIC 9(04).
000850 01  W-DATA-SISTEMA.
000860     05  W-DTSIS-ANO             PIC 9(04).
000870     05  W-DTSIS-MES             PIC 9(02).
000880     05  W-DTSIS-DIA             PIC 9(02).
000890 01  W-DATA-SISTEMA-NUM REDEFINES W-DATA-SISTEMA
000900                                 PIC 9(08).
000910 COPY CBOPARM.
000920******************************************************************
000930*    LINHAS DO RELATORIO DE REAVALIACAO                           *
000940******************************************************************
000950 01  CAB-CAMB1.
000960     05  FILLER                  PIC X(43) VALUE
000970         "REAVALIACAO CAMBIAL DO CPAGAR - FECHAMENTO ".
000980     05  CC1-DIA                 PIC 9(02).
000990     05  FILLER                  PIC X(01) VALUE "/".
001000     05  CC1-MES                 PIC 9(02).
001010     05  FILLER                  PIC X(01) VALUE "/".
001020     05  CC1-ANO                 PIC 9(04).
001030 01  CAB-CAMB2                   PIC X(100) VALUE
001040     "DOCUMENTO FORN MOE VALOR MOEDA  TAXA EMISSAO  VALOR EM R$ TA
001050-    "XA FECHAM. REAVALIADO    VARIACAO".
001060 01  LIN-CAMB.
001070     05  LCB-DOCUMENTO           PIC 9(08).
001080     05  FILLER                  PIC X(01) VALUE SPACE.
001090     05  LCB-CODFORN             PIC 9(04).
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001110     05  LCB-MOEDA               PIC X(03).
001120     05  FILLER                  PIC X(01) VALUE SPACE.
001130     05  LCB-VALOR-MOEDA         PIC ZZZZZZZZ9,99.
001140     05  FILLER                  PIC X(01) VALUE SPACE.
001150     05  LCB-TAXA-EMISSAO        PIC ZZZ9,999999.
001160     05  FILLER                  PIC X(01) VALUE SPACE.
001170     05  LCB-VALOR               PIC ZZZZZZZZ9,99.
001180     05  FILLER                  PIC X(01) VALUE SPACE.
001190     05  LCB-TAXA-FECHAMENTO     PIC ZZZ9,999999.
001200     05  FILLER                  PIC X(01) VALUE SPACE.
001210     05  LCB-REAVALIADO          PIC ZZZZZZZZ9,99.
001220     05  FILLER                  PIC X(01) VALUE SPACE.
001230     05  LCB-VARIACAO            PIC -ZZZZZZZ9,99.
001240 01  LIN-SEM-TAXA.
001250     05  LST-DOCUMENTO           PIC 9(08).
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270     05  LST-CODFORN             PIC 9(04).
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001290     05  LST-MOEDA               PIC X(03).
001300     05  FILLER                  PIC X(40) VALUE
001310         " SEM TAXA DE CAMBIO ATE O FECHAMENTO".
001320 01  LIN-TOT-VP.
001330     05  FILLER                  PIC X(37) VALUE
001340         "VARIACAO CAMBIAL PASSIVA (VP)......: ".
001350     05  LTV-VP                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
001360 01  LIN-TOT-VA.
001370     05  FILLER                  PIC X(37) VALUE
001380         "VARIACAO CAMBIAL ATIVA (VA)........: ".
001390     05  LTV-VA                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
001400 PROCEDURE DIVISION.
001410******************************************************************
001420*    0000-MAINLINE                                                *
001430******************************************************************
001440 0000-MAINLINE.
001450     PERFORM 2000-MENU THRU 2000-EXIT
001460         UNTIL W-FIM-SIM.
001470     GOBACK.
001480 2000-MENU.
001490     DISPLAY " ".
001500     DISPLAY "CEP082 - TAXAS DE CAMBIO".
001510     DISPLAY "1-REGISTRAR TAXA   2-CONSULTAR TAXAS DA MOEDA".
001520     DISPLAY "3-REAVALIACAO DO MES   9-FIM".
001530     ACCEPT W-OPCAO.
001540     EVALUATE W-OPCAO
001550         WHEN "1"
001560             PERFORM ROT-REGISTRAR THRU ROT-REGISTRAR-EXIT
001570         WHEN "2"
001580             PERFORM ROT-CONSULTAR THRU ROT-CONSULTAR-EXIT
001590         WHEN "3"
001600             PERFORM ROT-REAVALIAR THRU ROT-REAVALIAR-EXIT
001610         WHEN "9"
001620             MOVE "S" TO W-FIM
001630         WHEN OTHER
001640             DISPLAY "OPCAO INVALIDA"
001650     END-EVALUATE.
001660 2000-EXIT. EXIT.
001670******************************************************************
001680*    ROT-REGISTRAR - TAXA DA MOEDA NA DATA (R$ POR UNIDADE DA     *
001690*    MOEDA); TAXA JA REGISTRADA NA DATA SO E TROCADA COM          *
001700*    CONFIRMACAO                                                  *
001710******************************************************************
001720 ROT-REGISTRAR.
001730     DISPLAY "MOEDA (USD, EUR...) =>".
001740     ACCEPT W-MOEDA-INF.
001750     IF W-MOEDA-INF = SPACES OR W-MOEDA-INF = "BRL"
001760         DISPLAY "MOEDA NACIONAL NAO TEM TAXA"
001770         GO TO ROT-REGISTRAR-EXIT.
001780     DISPLAY "DATA DA TAXA (AAAAMMDD, 0=HOJE) =>".
001790     ACCEPT W-DATA-INF.
001800     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
001810     IF W-DATA-INF = ZERO
001820         MOVE W-DATA-SISTEMA-NUM TO W-DATA-INF.
001830     DISPLAY "TAXA (R$ POR 1 " W-MOEDA-INF ") =>".
001840     ACCEPT W-TAXA-INF.
001850     IF W-TAXA-INF = ZERO
001860         DISPLAY "TAXA NAO PODE SER ZERO"
001870         GO TO ROT-REGISTRAR-EXIT.
001880     OPEN I-O TABCAMBIO.
001890     IF CBO-STATUS = "35"
001900         OPEN OUTPUT TABCAMBIO
001910         CLOSE TABCAMBIO
001920         OPEN I-O TABCAMBIO.
001930     IF CBO-STATUS NOT = "00"
001940         DISPLAY "ERRO NA ABERTURA DO TABCAMBIO: " CBO-STATUS
001950         GO TO ROT-REGISTRAR-EXIT.
001960     MOVE W-MOEDA-INF TO CB-MOEDA.
001970     MOVE W-DATA-INF  TO CB-DATA.
001980     READ TABCAMBIO
001990         INVALID KEY
002000             MOVE W-TAXA-INF         TO CB-TAXA
002010             MOVE W-DATA-SISTEMA-NUM TO CB-DATA-CADASTRO
002020             WRITE REGCBO
002030                 INVALID KEY
002040                     DISPLAY "ERRO NA GRAVACAO DA TAXA"
002050                 NOT INVALID KEY
002060                     DISPLAY "*** TAXA REGISTRADA ***"
002070             END-WRITE
002080             CLOSE TABCAMBIO
002090             GO TO ROT-REGISTRAR-EXIT.
002100     DISPLAY "JA EXISTE TAXA NESSA DATA: " CB-TAXA.
002110     DISPLAY "SUBSTITUIR (S/N) ==>".
002120     ACCEPT W-CONF.
002130     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002140         DISPLAY "TAXA MANTIDA"
002150         CLOSE TABCAMBIO
002160         GO TO ROT-REGISTRAR-EXIT.
002170     MOVE W-TAXA-INF         TO CB-TAXA.
002180     MOVE W-DATA-SISTEMA-NUM TO CB-DATA-CADASTRO.
002190     REWRITE REGCBO
002200         INVALID KEY
002210             DISPLAY "ERRO NA REGRAVACAO DA TAXA"
002220         NOT INVALID KEY
002230             DISPLAY "*** TAXA SUBSTITUIDA ***".
002240     CLOSE TABCAMBIO.
002250 ROT-REGISTRAR-EXIT. EXIT.
002260******************************************************************
002270*    ROT-CONSULTAR - TAXAS REGISTRADAS DA MOEDA, EM ORDEM DE DATA *
002280******************************************************************
002290 ROT-CONSULTAR.
002300     DISPLAY "MOEDA =>".
002310     ACCEPT W-MOEDA-INF.
002320     OPEN INPUT TABCAMBIO.
002330     IF CBO-STATUS NOT = "00"
002340         DISPLAY "ARQUIVO TABCAMBIO NAO EXISTE"
002350         GO TO ROT-CONSULTAR-EXIT.
002360     DISPLAY "DATA        TAXA         CADASTRO".
002370     MOVE ZERO TO W-QTDE-LISTADAS.
002380     MOVE "N" TO W-EOF.
002390     MOVE W-MOEDA-INF TO CB-MOEDA.
002400     MOVE ZERO        TO CB-DATA.
002410     START TABCAMBIO KEY IS NOT LESS THAN CB-CHAVE
002420         INVALID KEY MOVE "S" TO W-EOF.
002430     PERFORM ROT-EXIBIR-TAXA THRU ROT-EXIBIR-TAXA-EXIT
002440         UNTIL W-EOF-SIM.
002450     CLOSE TABCAMBIO.
002460     IF W-QTDE-LISTADAS = ZERO
002470         DISPLAY "NENHUMA TAXA PARA A MOEDA " W-MOEDA-INF.
002480 ROT-CONSULTAR-EXIT. EXIT.
002490 ROT-EXIBIR-TAXA.
002500     READ TABCAMBIO NEXT RECORD
002510         AT END MOVE "S" TO W-EOF.
002520     IF W-EOF-SIM
002530         GO TO ROT-EXIBIR-TAXA-EXIT.
002540     IF CB-MOEDA NOT = W-MOEDA-INF
002550         MOVE "S" TO W-EOF
002560         GO TO ROT-EXIBIR-TAXA-EXIT.
002570     DISPLAY CB-DATA "  " CB-TAXA "  " CB-DATA-CADASTRO.
002580     ADD 1 TO W-QTDE-LISTADAS.
002590 ROT-EXIBIR-TAXA-EXIT. EXIT.
002600******************************************************************
002610*    ROT-REAVALIAR - TITULOS EM MOEDA ESTRANGEIRA EMITIDOS ATE O  *
002620*    FECHAMENTO E NAO PAGOS ATE ELE, REAVALIADOS PELA TAXA DO     *
002630*    ULTIMO DIA DO MES (CBO000). VARIACAO POSITIVA E PASSIVA      *
002640*    (DIVIDA CRESCEU EM R$), NEGATIVA E ATIVA                     *
002650******************************************************************
002660 ROT-REAVALIAR.
002670     DISPLAY "MES DO FECHAMENTO (AAAAMM) =>".
002680     ACCEPT W-COMPETENCIA-INF.
002690     IF W-COMPETENCIA-INF NOT NUMERIC
002700         OR W-MES-INF < 1 OR W-MES-INF > 12
002710         DISPLAY "MES INVALIDO"
002720         GO TO ROT-REAVALIAR-EXIT.
002730     PERFORM ROT-ULTIMO-DIA THRU ROT-ULTIMO-DIA-EXIT.
002740     COMPUTE W-DATA-FECHAMENTO = (W-ANO-INF * 10000)
002750         + (W-MES-INF * 100) + W-ULTIMO-DIA.
002760     OPEN INPUT CPAGAR.
002770     IF CPG-STATUS NOT = "00"
002780         DISPLAY "ARQUIVO CPAGAR NAO EXISTE"
002790         GO TO ROT-REAVALIAR-EXIT.
002800     OPEN OUTPUT REPCAMB.
002810     MOVE W-ULTIMO-DIA TO CC1-DIA.
002820     MOVE W-MES-INF    TO CC1-MES.
002830     MOVE W-ANO-INF    TO CC1-ANO.
002840     WRITE REG-RELAT FROM CAB-CAMB1.
002850     WRITE REG-RELAT FROM CAB-CAMB2.
002860     MOVE ZERO TO W-QTDE-LISTADAS W-QTDE-SEM-TAXA.
002870     MOVE ZERO TO W-TOT-VP W-TOT-VA.
002880     MOVE "N" TO W-EOF.
002890     MOVE LOW-VALUES TO CP-CHAVE.
002900     START CPAGAR KEY IS NOT LESS THAN CP-CHAVE
002910         INVALID KEY MOVE "S" TO W-EOF.
002920     PERFORM ROT-REAVALIAR-TITULO
002930         THRU ROT-REAVALIAR-TITULO-EXIT
002940         UNTIL W-EOF-SIM.
002950     MOVE SPACES TO REG-RELAT.
002960     WRITE REG-RELAT.
002970     MOVE W-TOT-VP TO LTV-VP.
002980     WRITE REG-RELAT FROM LIN-TOT-VP.
002990     MOVE W-TOT-VA TO LTV-VA.
003000     WRITE REG-RELAT FROM LIN-TOT-VA.
003010     CLOSE CPAGAR REPCAMB.
003020     DISPLAY "TITULOS REAVALIADOS......: " W-QTDE-LISTADAS.
003030     DISPLAY "TITULOS SEM TAXA.........: " W-QTDE-SEM-TAXA.
003040     DISPLAY "VARIACAO PASSIVA (VP)....: " LTV-VP.
003050     DISPLAY "VARIACAO ATIVA (VA)......: " LTV-VA.
003060     DISPLAY "RELATORIO GRAVADO EM REPCAMB".
003070 ROT-REAVALIAR-EXIT. EXIT.
003080 ROT-ULTIMO-DIA.
003090     EVALUATE W-MES-INF
003100         WHEN 2
003110             DIVIDE W-ANO-INF BY 4 GIVING W-QUOCIENTE
003120                 REMAINDER W-RESTO
003130             IF W-RESTO = ZERO
003140                 MOVE 29 TO W-ULTIMO-DIA
003150             ELSE
003160                 MOVE 28 TO W-ULTIMO-DIA
003170             END-IF
003180         WHEN 4
003190         WHEN 6
003200         WHEN 9
003210         WHEN 11
003220             MOVE 30 TO W-ULTIMO-DIA
003230         WHEN OTHER
003240             MOVE 31 TO W-ULTIMO-DIA
003250     END-EVALUATE.
003260 ROT-ULTIMO-DIA-EXIT. EXIT.
003270 ROT-REAVALIAR-TITULO.
003280     READ CPAGAR NEXT RECORD
003290         AT END MOVE "S" TO W-EOF.
003300     IF W-EOF-SIM
003310         GO TO ROT-REAVALIAR-TITULO-EXIT.
003320     IF CP-MOEDA-NACIONAL
003330         GO TO ROT-REAVALIAR-TITULO-EXIT.
003340     COMPUTE W-DATA-EMI-NUM = (CP-EMI-ANO * 10000)
003350         + (CP-EMI-MES * 100) + CP-EMI-DIA.
003360     IF W-DATA-EMI-NUM > W-DATA-FECHAMENTO
003370         GO TO ROT-REAVALIAR-TITULO-EXIT.
003380     IF CP-PAGO-SIM
003390         COMPUTE W-DATA-PAG-NUM = (CP-PAG-ANO * 10000)
003400             + (CP-PAG-MES * 100) + CP-PAG-DIA
003410         IF W-DATA-PAG-NUM NOT > W-DATA-FECHAMENTO
003420             GO TO ROT-REAVALIAR-TITULO-EXIT.
003430     MOVE "T"               TO CBO-ACAO.
003440     MOVE CP-MOEDA          TO CBO-MOEDA.
003450     MOVE W-DATA-FECHAMENTO TO CBO-DATA.
003460     CALL "CBO000" USING CBO-PARAMETROS-AREA.
003470     IF NOT CBO-ACHOU
003480         MOVE CP-DOCUMENTO TO LST-DOCUMENTO
003490         MOVE CP-CODFORN   TO LST-CODFORN
003500         MOVE CP-MOEDA     TO LST-MOEDA
003510         WRITE REG-RELAT FROM LIN-SEM-TAXA
003520         ADD 1 TO W-QTDE-SEM-TAXA
003530         GO TO ROT-REAVALIAR-TITULO-EXIT.
003540     COMPUTE W-VALOR-REAVALIADO ROUNDED =
003550         CP-VALOR-MOEDA * CBO-TAXA.
003560     COMPUTE W-VARIACAO = W-VALOR-REAVALIADO - CP-VALOR.
003570     IF W-VARIACAO > ZERO
003580         ADD W-VARIACAO TO W-TOT-VP
003590     ELSE
003600         SUBTRACT W-VARIACAO FROM W-TOT-VA.
003610     MOVE CP-DOCUMENTO       TO LCB-DOCUMENTO.
003620     MOVE CP-CODFORN         TO LCB-CODFORN.
003630     MOVE CP-MOEDA           TO LCB-MOEDA.
003640     MOVE CP-VALOR-MOEDA     TO LCB-VALOR-MOEDA.
003650     MOVE CP-TAXA-EMISSAO    TO LCB-TAXA-EMISSAO.
003660     MOVE CP-VALOR           TO LCB-VALOR.
003670     MOVE CBO-TAXA           TO LCB-TAXA-FECHAMENTO.
003680     MOVE W-VALOR-REAVALIADO TO LCB-REAVALIADO.
003690     MOVE W-VARIACAO         TO LCB-VARIACAO.
003700     WRITE REG-RELAT FROM LIN-CAMB.
003710     ADD 1 TO W-QTDE-LISTADAS.
003720 ROT-REAVALIAR-TITULO-EXIT. EXIT.
