000010******************************************************************
000020* PROGRAM-ID : FP16226                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : DIFERENCAS RETROATIVAS DE ACORDO/DISSIDIO          *
000080*              COLETIVO. A PARTIR DO MES DE VIGENCIA, REFAZ CADA  *
000090*              FOLHA JA FECHADA NO FOLHACTL (MENSAL, 13O E        *
000100*              FERIAS DO FOPAGTO) COM O REAJUSTE - PERCENTUAL OU  *
000110*              NOVA BASE DE UM CARGO - E APURA A DIFERENCA DO     *
000120*              BRUTO (EXTRAS, NOTURNO E DSR INCLUSIVE) E DO INSS, *
000130*              IRRF E FGTS PELAS FAIXAS DO TABIMP. AS FOLHAS      *
000140*              FECHADAS NAO SAO ALTERADAS: A DIFERENCA DE CADA    *
000150*              FUNCIONARIO E APENSADA AO FOPAGTO NUMA FOLHA       *
000160*              COMPLEMENTAR (PAG-TIPO-FOLHA "D") DA COMPETENCIA   *
000170*              DE PAGAMENTO, QUE TEM DE ESTAR ABERTA E NAO PODE   *
000180*              TER DIFERENCAS JA GERADAS. REMESSA PELO FP16215    *
000190*              (TIPO D). RELATORIO POR FUNCIONARIO EM REPRETRO.   *
000200*------------------------------------------------------------------
000210* HISTORICO DE ALTERACOES                                         *
000220* DATA       INICIAIS  DESCRICAO                                  *
000230* 2026-10-15 BH        VERSAO INICIAL                             *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. FP16226.
000270 AUTHOR. BRUNO HARNIK.
000280 INSTALLATION. FATEC.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT FOLHACTL ASSIGN TO "FOLHACTL"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS FC-CHAVE
000410         FILE STATUS IS FCT-STATUS.
000420     SELECT CADFUNC ASSIGN TO "CADFUNC"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CODFUNC
000460         FILE STATUS IS FUNC-STATUS.
000470     SELECT CADCAR ASSIGN TO "CADCAR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CODCAR IN REGCAR
000510         ALTERNATE RECORD KEY IS CHAVE2 WITH DUPLICATES
000520         FILE STATUS IS CAR-STATUS.
000530     SELECT FDEPEND ASSIGN TO "FDEPEND"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS DPN-CHAVE
000570         FILE STATUS IS DPN-STATUS.
000580     SELECT TABIMP ASSIGN TO "TABIMP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS IMP-STATUS.
000610     SELECT FOPAGTO ASSIGN TO "FOPAGTO"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS PAG-STATUS.
000640     SELECT REPRETRO ASSIGN TO "REPRETRO"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS REL-STATUS.
000670     SELECT SORTWK ASSIGN TO "SORTWK1".
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  FOLHACTL
000710     LABEL RECORDS ARE STANDARD.
000720     COPY REGFCT.
000730 FD  CADFUNC
000740     LABEL RECORDS ARE STANDARD.
000750     COPY REGFUNC.
000760 FD  CADCAR
000770     LABEL RECORDS ARE STANDARD.
000780     COPY REGCAR.
000790 FD  FDEPEND
000800     LABEL RECORDS ARE STANDARD.
000810     COPY REGDPN.
000820 FD  TABIMP
000830     LABEL RECORDS ARE STANDARD.
000840     COPY REGIMP.
000850 FD  FOPAGTO
000860     LABEL RECORDS ARE STANDARD.
000870     COPY REGPAG.
000880 FD  REPRETRO
000890     LABEL RECORDS ARE STANDARD.
000900 01  REG-RELAT                   PIC X(132).
000910 SD  SORTWK.
000920 01  SD-RETRO.
000930     05  SD-CODFUNC              PIC 9(06).
000940     05  SD-COMP-ANO             PIC 9(04).
000950     05  SD-COMP-MES             PIC 9(02).
000960     05  SD-TIPO-FOLHA           PIC X(01).
000970     05  SD-TIPOSALARIO          PIC X(01).
000980     05  SD-BRUTO-ORIG           PIC 9(09)V99.
000990     05  SD-BRUTO-NOVO           PIC 9(09)V99.
001000     05  SD-DIF-BRUTO            PIC 9(09)V99.
001010     05  SD-DIF-EXT50            PIC 9(09)V99.
001020     05  SD-DIF-EXT100           PIC 9(09)V99.
001030     05  SD-DIF-NOT              PIC 9(09)V99.
001040     05  SD-DIF-DSR              PIC 9(09)V99.
001050     05  SD-DIF-INSS             PIC 9(09)V99.
001060     05  SD-DIF-IRRF             PIC 9(09)V99.
001070     05  SD-DIF-FGTS             PIC 9(09)V99.
001080 WORKING-STORAGE SECTION.
001090 01  FCT-STATUS                  PIC X(02).
001100 01  FUNC-STATUS                 PIC X(02).
001110 01  CAR-STATUS                  PIC X(02).
001120 01  DPN-STATUS                  PIC X(02).
001130 01  IMP-STATUS                  PIC X(02).
001140 01  PAG-STATUS                  PIC X(02).
001150 01  REL-STATUS                  PIC X(02).
001160 01  W-SWITCHES.
001170     05  W-EOF                   PIC X(01) VALUE "N".
001180         88  W-EOF-SIM           VALUE "S".
001190     05  W-EOF-IMP               PIC X(01).
001200         88  W-EOF-IMP-SIM       VALUE "S".
001210     05  W-EOF-DPN               PIC X(01).
001220         88  W-EOF-DPN-SIM       VALUE "S".
001230     05  W-FOLHA-FECHADA         PIC X(01).
001240         88  W-FOLHA-FECHADA-SIM VALUE "S".
001250     05  W-JA-GERADO             PIC X(01).
001260         88  W-JA-GERADO-SIM     VALUE "S".
001270     05  W-PARM-OK               PIC X(01).
001280         88  W-PARM-OK-SIM       VALUE "S".
001290     05  W-FCT-ABERTO            PIC X(01) VALUE "N".
001300         88  W-FCT-ABERTO-SIM    VALUE "S".
001310     05  W-DPN-ABERTO            PIC X(01) VALUE "N".
001320         88  W-DPN-ABERTO-SIM    VALUE "S".
001330     05  W-COMP-FECHADA          PIC X(01).
001340         88  W-COMP-FECHADA-SIM  VALUE "S".
001350     05  W-SELECIONADO           PIC X(01).
001360         88  W-SELECIONADO-SIM   VALUE "S".
001370     05  W-ACHOU-FAIXA           PIC X(01).
001380         88  W-ACHOU-FAIXA-SIM   VALUE "S".
001390     05  W-PRIMEIRO-GRUPO        PIC X(01).
001400         88  W-PRIMEIRO-GRUPO-SIM VALUE "S".
001410******************************************************************
001420*    PARAMETROS DO ACORDO INFORMADOS PELO OPERADOR                *
001430******************************************************************
001440 01  W-MES-VIG                   PIC 9(02).
001450 01  W-ANO-VIG                   PIC 9(04).
001460 01  W-MES-COMP                  PIC 9(02).
001470 01  W-ANO-COMP                  PIC 9(04).
001480 01  W-COMP-VIG                  PIC 9(06).
001490 01  W-COMP-PAG                  PIC 9(06).
001500 01  W-COMP-REG                  PIC 9(06).
001510 01  W-COMP-TESTADA              PIC 9(06) VALUE ZERO.
001520 01  W-TIPOSAL-FILTRO            PIC X(01).
001530 01  W-CODDEPC-FILTRO            PIC 9(04).
001540 01  W-CODCAR-DE                 PIC 9(04).
001550 01  W-CODCAR-ATE                PIC 9(04).
001560 01  W-REGRA                     PIC X(01).
001570     88  W-REGRA-PERCENTUAL      VALUE "P".
001580     88  W-REGRA-NOVA-BASE       VALUE "B".
001590 01  W-PERCENTUAL                PIC 9(03)V99.
001600 01  W-BASE-ANTERIOR             PIC 9(07)V99.
001610 01  W-BASE-NOVA                 PIC 9(07)V99.
001620 01  W-FATOR                     PIC 9(03)V9(06).
001630******************************************************************
001640*    AREAS DE CALCULO                                             *
001650******************************************************************
001660 01  W-IDX                       PIC 9(02) COMP.
001670 01  W-QTDE-INSS                 PIC 9(02) COMP VALUE ZERO.
001680 01  W-QTDE-IRRF                 PIC 9(02) COMP VALUE ZERO.
001690 01  W-DED-DEPENDENTE            PIC 9(05)V99 VALUE ZERO.
001700 01  W-QTDE-DPN                  PIC 9(02).
001710 01  W-CODFUNC-DPN               PIC 9(06) VALUE ZERO.
001720 01  W-DED-DPN-TOTAL             PIC 9(09)V99.
001730 01  W-INSS-NOVO                 PIC 9(09)V99.
001740 01  W-IRRF-NOVO                 PIC 9(09)V99.
001750 01  W-FGTS-NOVO                 PIC 9(09)V99.
001760 01  W-BASE-IRRF                 PIC 9(09)V99.
001770 01  W-PENSAO-ORIG               PIC 9(07)V99.
001780 01  W-DIF-CALC                  PIC S9(09)V99.
001790 01  W-CODFUNC-ANTERIOR          PIC 9(06).
001800 01  W-TIPOSAL-ANTERIOR          PIC X(01).
001810 01  W-FUNC-BRUTO                PIC 9(09)V99.
001820 01  W-FUNC-EXT50                PIC 9(09)V99.
001830 01  W-FUNC-EXT100               PIC 9(09)V99.
001840 01  W-FUNC-NOT                  PIC 9(09)V99.
001850 01  W-FUNC-DSR                  PIC 9(09)V99.
001860 01  W-FUNC-INSS                 PIC 9(09)V99.
001870 01  W-FUNC-IRRF                 PIC 9(09)V99.
001880 01  W-FUNC-FGTS                 PIC 9(09)V99.
001890 01  W-FUNC-LIQUIDO              PIC 9(09)V99.
001900 01  W-QTDE-LIDOS                PIC 9(07) VALUE ZERO.
001910 01  W-QTDE-REFEITOS             PIC 9(07) VALUE ZERO.
001920 01  W-QTDE-ABERTAS              PIC 9(07) VALUE ZERO.
001930 01  W-QTDE-FUNC                 PIC 9(05) VALUE ZERO.
001940 01  W-TOTAL-BRUTO               PIC 9(11)V99 VALUE ZERO.
001950 01  W-TOTAL-LIQUIDO             PIC 9(11)V99 VALUE ZERO.
001960 01  W-TOTAL-FGTS                PIC 9(11)V99 VALUE ZERO.
001970 COPY RUNPARM.
001980******************************************************************
001990*    TABELAS DE FAIXAS CARREGADAS DO TABIMP NA INICIALIZACAO      *
002000******************************************************************
002010 01  TAB-INSS.
002020     05  TAB-INSS-ENTRY OCCURS 10 TIMES.
002030         10  TI-LIMITE           PIC 9(09)V99.
002040         10  TI-ALIQUOTA         PIC 9(02)V99.
002050         10  TI-DEDUZIR          PIC 9(09)V99.
002060 01  TAB-IRRF.
002070     05  TAB-IRRF-ENTRY OCCURS 10 TIMES.
002080         10  TR-LIMITE           PIC 9(09)V99.
002090         10  TR-ALIQUOTA         PIC 9(02)V99.
002100         10  TR-DEDUZIR          PIC 9(09)V99.
002110******************************************************************
002120*    LINHAS DO RELATORIO DE DIFERENCAS                            *
002130******************************************************************
002140 01  CAB-RELAT.
002150     05  FILLER                  PIC X(45)
002160         VALUE "DIFERENCAS RETROATIVAS - FP16226 - VIGENCIA ".
002170     05  CAB-MES-VIG             PIC 9(02).
002180     05  FILLER                  PIC X(01) VALUE "/".
002190     05  CAB-ANO-VIG             PIC 9(04).
002200     05  FILLER                  PIC X(09) VALUE "  PAGTO ".
002210     05  CAB-MES-PAG             PIC 9(02).
002220     05  FILLER                  PIC X(01) VALUE "/".
002230     05  CAB-ANO-PAG             PIC 9(04).
002240     05  FILLER                  PIC X(08) VALUE "  FATOR ".
002250     05  CAB-FATOR               PIC ZZ9,999999.
002260 01  CAB-COLUNAS.
002270     05  FILLER                  PIC X(26)
002280         VALUE "CODFUNC COMP    TIPO     ".
002290     05  FILLER                  PIC X(30)
002300         VALUE "BRUTO ORIGINAL   BRUTO REVISTO".
002310     05  FILLER                  PIC X(15)
002320         VALUE "      DIFERENCA".
002330     05  FILLER                  PIC X(39)
002340         VALUE "   DIF INSS     DIF IRRF     DIF FGTS".
002350 01  DET-RELAT.
002360     05  DR-CODFUNC              PIC 9(06).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  DR-MES                  PIC 9(02).
002390     05  FILLER                  PIC X(01) VALUE "/".
002400     05  DR-ANO                  PIC 9(04).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  DR-TIPO                 PIC X(01).
002430     05  FILLER                  PIC X(03) VALUE SPACES.
002440     05  DR-BRUTO-ORIG           PIC ZZZZZZZZZ9,99.
002450     05  FILLER                  PIC X(03) VALUE SPACES.
002460     05  DR-BRUTO-NOVO           PIC ZZZZZZZZZ9,99.
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  DR-DIF-BRUTO            PIC ZZZZZZZZZ9,99.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  DR-DIF-INSS             PIC ZZZZZZZ9,99.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  DR-DIF-IRRF             PIC ZZZZZZZ9,99.
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  DR-DIF-FGTS             PIC ZZZZZZZ9,99.
002550 01  DET-FUNC.
002560     05  FILLER                  PIC X(08) VALUE "  TOTAL ".
002570     05  DF-NOME                 PIC X(30).
002580     05  FILLER                  PIC X(17) VALUE SPACES.
002590     05  DF-DIF-BRUTO            PIC ZZZZZZZZZ9,99.
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  DF-DIF-INSS             PIC ZZZZZZZ9,99.
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  DF-DIF-IRRF             PIC ZZZZZZZ9,99.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  DF-DIF-FGTS             PIC ZZZZZZZ9,99.
002660     05  FILLER                  PIC X(07) VALUE "  LIQ. ".
002670     05  DF-LIQUIDO              PIC ZZZZZZZZZ9,99.
002680 01  TOT-RELAT.
002690     05  FILLER                  PIC X(20)
002700         VALUE "FUNCIONARIOS......: ".
002710     05  TR-QTDE                 PIC ZZZZ9.
002720     05  FILLER                  PIC X(14) VALUE "  DIFERENCAS: ".
002730     05  TR-BRUTO                PIC ZZZZZZZZZZ9,99.
002740     05  FILLER                  PIC X(11) VALUE "  LIQUIDO: ".
002750     05  TR-LIQUIDO              PIC ZZZZZZZZZZ9,99.
002760     05  FILLER                  PIC X(08) VALUE "  FGTS: ".
002770     05  TR-FGTS                 PIC ZZZZZZZZZZ9,99.
002780 PROCEDURE DIVISION.
002790******************************************************************
002800*    0000-MAINLINE                                                *
002810******************************************************************
002820 0000-MAINLINE.
002830     PERFORM 0100-OBTER-PARAMETROS THRU 0100-EXIT.
002840     IF NOT W-PARM-OK-SIM
002850         STOP RUN.
002860     PERFORM 0300-VERIF-FECHAMENTO
002870         THRU 0300-VERIF-FECHAMENTO-EXIT.
002880     IF W-FOLHA-FECHADA-SIM
002890         DISPLAY "COMPETENCIA DE PAGAMENTO FECHADA (FP16222) -"
002900                 " SEM CALCULO"
002910         STOP RUN.
002920     PERFORM 0350-VERIF-GERADO THRU 0350-EXIT.
002930     IF W-JA-GERADO-SIM
002940         DISPLAY "DIFERENCAS DA COMPETENCIA JA GERADAS NO"
002950                 " FOPAGTO - SEM NOVO CALCULO"
002960         STOP RUN.
002970     MOVE "FP16226" TO RCT-PROGRAMA.
002980     MOVE ZERO TO RCT-DATA.
002990     MOVE "L" TO RCT-ACAO.
003000     CALL "RUNCTL" USING RCT-PARAMETROS.
003010     PERFORM 0500-CARREGAR-TABIMP THRU 0500-EXIT.
003020     SORT SORTWK ON ASCENDING KEY SD-CODFUNC SD-COMP-ANO
003030             SD-COMP-MES SD-TIPO-FOLHA
003040         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
003050         OUTPUT PROCEDURE IS 2000-GERAR-DIFERENCAS
003060             THRU 2000-EXIT.
003070     MOVE W-QTDE-FUNC TO RCT-REGISTROS.
003080     MOVE "F" TO RCT-ACAO.
003090     CALL "RUNCTL" USING RCT-PARAMETROS.
003100     DISPLAY "FOLHAS LIDAS NO PERIODO.: " W-QTDE-LIDOS.
003110     DISPLAY "FOLHAS RECALCULADAS.....: " W-QTDE-REFEITOS.
003120     DISPLAY "IGNORADAS (NAO FECHADAS): " W-QTDE-ABERTAS.
003130     DISPLAY "FUNCIONARIOS COM DIFER..: " W-QTDE-FUNC.
003140     DISPLAY "TOTAL BRUTO DAS DIFER...: " W-TOTAL-BRUTO.
003150     DISPLAY "TOTAL LIQUIDO...........: " W-TOTAL-LIQUIDO.
003160     DISPLAY "RELATORIO GRAVADO EM REPRETRO - REMESSA PELO"
003170             " FP16215 (TIPO D)".
003180     STOP RUN.
003190******************************************************************
003200*    0100-OBTER-PARAMETROS - VIGENCIA DO ACORDO, COMPETENCIA DE   *
003210*    PAGAMENTO, FILTROS DE CARGO (COMO NO FP16213) E A REGRA DO   *
003220*    REAJUSTE: P = PERCENTUAL SOBRE TODOS OS SELECIONADOS;        *
003230*    B = NOVA BASE DE UM UNICO CARGO (FATOR = NOVA / ANTERIOR)    *
003240******************************************************************
003250 0100-OBTER-PARAMETROS.
003260     MOVE "N" TO W-PARM-OK.
003270     DISPLAY "MES DE VIGENCIA DO ACORDO =>".
003280     ACCEPT W-MES-VIG.
003290     DISPLAY "ANO DE VIGENCIA (4 DIGITOS) =>".
003300     ACCEPT W-ANO-VIG.
003310     DISPLAY "MES DA COMPETENCIA DE PAGAMENTO =>".
003320     ACCEPT W-MES-COMP.
003330     DISPLAY "ANO DA COMPETENCIA DE PAGAMENTO (4 DIGITOS) =>".
003340     ACCEPT W-ANO-COMP.
003350     IF W-MES-VIG < 1 OR W-MES-VIG > 12
003360         OR W-MES-COMP < 1 OR W-MES-COMP > 12
003370         DISPLAY "MES INVALIDO"
003380         GO TO 0100-EXIT.
003390     COMPUTE W-COMP-VIG = (W-ANO-VIG * 100) + W-MES-VIG.
003400     COMPUTE W-COMP-PAG = (W-ANO-COMP * 100) + W-MES-COMP.
003410     IF W-COMP-VIG NOT < W-COMP-PAG
003420         DISPLAY "VIGENCIA DEVE SER ANTERIOR A COMPETENCIA DE"
003430                 " PAGAMENTO"
003440         GO TO 0100-EXIT.
003450     DISPLAY "TIPO DE SALARIO (H/D/M OU *=TODOS) =>".
003460     ACCEPT W-TIPOSAL-FILTRO.
003470     DISPLAY "DEPARTAMENTO (0000=TODOS) =>".
003480     ACCEPT W-CODDEPC-FILTRO.
003490     DISPLAY "CARGO INICIAL (0000=DO PRIMEIRO) =>".
003500     ACCEPT W-CODCAR-DE.
003510     DISPLAY "CARGO FINAL (9999=ATE O ULTIMO) =>".
003520     ACCEPT W-CODCAR-ATE.
003530     DISPLAY "REGRA (P-PERCENTUAL / B-NOVA BASE DO CARGO) =>".
003540     ACCEPT W-REGRA.
003550     IF W-REGRA-PERCENTUAL
003560         DISPLAY "PERCENTUAL DO ACORDO (EX 005,50) =>"
003570         ACCEPT W-PERCENTUAL
003580         IF W-PERCENTUAL = ZERO
003590             DISPLAY "PERCENTUAL INVALIDO"
003600             GO TO 0100-EXIT
003610         END-IF
003620         COMPUTE W-FATOR = 1 + W-PERCENTUAL / 100
003630         MOVE "S" TO W-PARM-OK
003640         GO TO 0100-EXIT.
003650     IF NOT W-REGRA-NOVA-BASE
003660         DISPLAY "OPCAO INVALIDA"
003670         GO TO 0100-EXIT.
003680     IF W-CODCAR-DE NOT = W-CODCAR-ATE
003690         DISPLAY "REGRA B EXIGE UM UNICO CARGO (INICIAL ="
003700                 " FINAL)"
003710         GO TO 0100-EXIT.
003720     DISPLAY "BASE ANTERIOR DO CARGO =>".
003730     ACCEPT W-BASE-ANTERIOR.
003740     DISPLAY "NOVA BASE DO CARGO =>".
003750     ACCEPT W-BASE-NOVA.
003760     IF W-BASE-ANTERIOR = ZERO
003770         OR W-BASE-NOVA NOT > W-BASE-ANTERIOR
003780         DISPLAY "NOVA BASE DEVE SER MAIOR QUE A ANTERIOR"
003790         GO TO 0100-EXIT.
003800     COMPUTE W-FATOR ROUNDED = W-BASE-NOVA / W-BASE-ANTERIOR.
003810     MOVE "S" TO W-PARM-OK.
003820 0100-EXIT. EXIT.
003830******************************************************************
003840*    0300-VERIF-FECHAMENTO - RECUSA O CALCULO QUANDO A            *
003850*    COMPETENCIA DE PAGAMENTO JA ESTA FECHADA NO FOLHACTL         *
003860*    (FP16222)                                                    *
003870******************************************************************
003880 0300-VERIF-FECHAMENTO.
003890     MOVE "N" TO W-FOLHA-FECHADA.
003900     OPEN INPUT FOLHACTL.
003910     IF FCT-STATUS NOT = "00"
003920         GO TO 0300-VERIF-FECHAMENTO-EXIT.
003930     MOVE W-ANO-COMP TO FC-ANO.
003940     MOVE W-MES-COMP TO FC-MES.
003950     READ FOLHACTL
003960         INVALID KEY
003970             CONTINUE
003980         NOT INVALID KEY
003990             IF FOLHA-FECHADA
004000                 MOVE "S" TO W-FOLHA-FECHADA
004010             END-IF.
004020     CLOSE FOLHACTL.
004030 0300-VERIF-FECHAMENTO-EXIT. EXIT.
004040******************************************************************
004050*    0350-VERIF-GERADO - PROCURA NO FOPAGTO DIFERENCAS JA         *
004060*    GRAVADAS NA COMPETENCIA DE PAGAMENTO (O ARQUIVO E SO DE      *
004070*    APENSAR; UM SEGUNDO CALCULO DUPLICARIA O CREDITO)            *
004080******************************************************************
004090 0350-VERIF-GERADO.
004100     MOVE "N" TO W-JA-GERADO.
004110     OPEN INPUT FOPAGTO.
004120     IF PAG-STATUS NOT = "00"
004130         GO TO 0350-EXIT.
004140     MOVE "N" TO W-EOF.
004150     PERFORM 0360-LER-FOPAGTO THRU 0360-EXIT
004160         UNTIL W-EOF-SIM OR W-JA-GERADO-SIM.
004170     CLOSE FOPAGTO.
004180 0350-EXIT. EXIT.
004190 0360-LER-FOPAGTO.
004200     READ FOPAGTO
004210         AT END MOVE "S" TO W-EOF
004220         NOT AT END
004230             IF FOLHA-DIFERENCA
004240                 AND PAG-COMP-MES = W-MES-COMP
004250                 AND PAG-COMP-ANO = W-ANO-COMP
004260                 MOVE "S" TO W-JA-GERADO
004270             END-IF.
004280 0360-EXIT. EXIT.
004290******************************************************************
004300*    0500-CARREGAR-TABIMP - CARREGA AS FAIXAS DE INSS E IRRF DO   *
004310*    TABIMP (FP16207). SEM A TABELA, AS DIFERENCAS DE DESCONTO    *
004320*    SAEM ZERADAS E O OPERADOR E AVISADO.                         *
004330******************************************************************
004340 0500-CARREGAR-TABIMP.
004350     OPEN INPUT TABIMP.
004360     IF IMP-STATUS NOT = "00"
004370         DISPLAY "TABELA DE IMPOSTOS (TABIMP) NAO EXISTE -"
004380                 " DESCONTOS SAIRAO ZERADOS"
004390         GO TO 0500-EXIT.
004400     MOVE "N" TO W-EOF-IMP.
004410     PERFORM 0510-LER-FAIXA THRU 0510-EXIT
004420         UNTIL W-EOF-IMP-SIM.
004430     CLOSE TABIMP.
004440 0500-EXIT. EXIT.
004450 0510-LER-FAIXA.
004460     READ TABIMP
004470         AT END MOVE "S" TO W-EOF-IMP
004480         NOT AT END
004490             IF IMP-TIPO-INSS AND W-QTDE-INSS < 10
004500                 ADD 1 TO W-QTDE-INSS
004510                 MOVE IMP-LIMITE   TO TI-LIMITE(W-QTDE-INSS)
004520                 MOVE IMP-ALIQUOTA TO TI-ALIQUOTA(W-QTDE-INSS)
004530                 MOVE IMP-DEDUZIR  TO TI-DEDUZIR(W-QTDE-INSS)
004540             ELSE
004550                 IF IMP-TIPO = "D"
004560                     MOVE IMP-DEDUZIR TO W-DED-DEPENDENTE
004570                 ELSE
004580                 IF IMP-TIPO-IRRF AND W-QTDE-IRRF < 10
004590                     ADD 1 TO W-QTDE-IRRF
004600                     MOVE IMP-LIMITE
004610                         TO TR-LIMITE(W-QTDE-IRRF)
004620                     MOVE IMP-ALIQUOTA
004630                         TO TR-ALIQUOTA(W-QTDE-IRRF)
004640                     MOVE IMP-DEDUZIR
004650                         TO TR-DEDUZIR(W-QTDE-IRRF)
004660                 END-IF
004670                 END-IF
004680             END-IF.
004690 0510-EXIT. EXIT.
004700******************************************************************
004710*    0600-ABRIR-FOPAGTO - ABRE O FOPAGTO EM EXTEND, CRIANDO O     *
004720*    ARQUIVO NA PRIMEIRA UTILIZACAO (STATUS 35)                   *
004730******************************************************************
004740 0600-ABRIR-FOPAGTO.
004750     OPEN EXTEND FOPAGTO.
004760     IF PAG-STATUS = "35"
004770         OPEN OUTPUT FOPAGTO
004780         CLOSE FOPAGTO
004790         OPEN EXTEND FOPAGTO.
004800 0600-EXIT. EXIT.
004810******************************************************************
004820*    1000-SELECIONAR - LE O FOPAGTO E MANDA PARA O SORT AS FOLHAS *
004830*    MENSAL, 13O E FERIAS DAS COMPETENCIAS FECHADAS ENTRE A       *
004840*    VIGENCIA E A COMPETENCIA DE PAGAMENTO, JA RECALCULADAS       *
004850******************************************************************
004860 1000-SELECIONAR.
004870     OPEN INPUT FOPAGTO.
004880     IF PAG-STATUS NOT = "00"
004890         DISPLAY "ARQUIVO FOPAGTO NAO EXISTE"
004900         GO TO 1000-EXIT.
004910     OPEN INPUT CADFUNC.
004920     IF FUNC-STATUS NOT = "00"
004930         DISPLAY "ARQUIVO DE FUNCIONARIOS NAO EXISTE"
004940         CLOSE FOPAGTO
004950         GO TO 1000-EXIT.
004960     OPEN INPUT CADCAR.
004970     IF CAR-STATUS NOT = "00"
004980         DISPLAY "ARQUIVO DE CARGOS NAO EXISTE"
004990         CLOSE FOPAGTO CADFUNC
005000         GO TO 1000-EXIT.
005010     OPEN INPUT FOLHACTL.
005020     IF FCT-STATUS = "00"
005030         MOVE "S" TO W-FCT-ABERTO
005040     ELSE
005050         DISPLAY "CONTROLE DE FECHAMENTO (FOLHACTL) NAO EXISTE -"
005060                 " NENHUMA COMPETENCIA FECHADA".
005070     OPEN INPUT FDEPEND.
005080     IF DPN-STATUS = "00"
005090         MOVE "S" TO W-DPN-ABERTO.
005100     MOVE "N" TO W-EOF.
005110     PERFORM 1100-LER-FOPAGTO THRU 1100-EXIT.
005120     PERFORM 1200-AVALIAR THRU 1200-EXIT
005130         UNTIL W-EOF-SIM.
005140     CLOSE FOPAGTO CADFUNC CADCAR.
005150     IF W-FCT-ABERTO-SIM
005160         CLOSE FOLHACTL.
005170     IF W-DPN-ABERTO-SIM
005180         CLOSE FDEPEND.
005190 1000-EXIT. EXIT.
005200 1100-LER-FOPAGTO.
005210     READ FOPAGTO
005220         AT END MOVE "S" TO W-EOF.
005230 1100-EXIT. EXIT.
005240 1200-AVALIAR.
005250     IF NOT FOLHA-MENSAL AND NOT FOLHA-DECIMO
005260         AND NOT FOLHA-FERIAS
005270         GO TO 1200-FIM.
005280     COMPUTE W-COMP-REG = (PAG-COMP-ANO * 100) + PAG-COMP-MES.
005290     IF W-COMP-REG < W-COMP-VIG
005300         OR W-COMP-REG NOT < W-COMP-PAG
005310         GO TO 1200-FIM.
005320     ADD 1 TO W-QTDE-LIDOS.
005330     PERFORM 1300-VERIF-COMP-FECHADA THRU 1300-EXIT.
005340     IF NOT W-COMP-FECHADA-SIM
005350         ADD 1 TO W-QTDE-ABERTAS
005360         GO TO 1200-FIM.
005370     PERFORM 1400-FILTRAR-CARGO THRU 1400-EXIT.
005380     IF NOT W-SELECIONADO-SIM
005390         GO TO 1200-FIM.
005400     PERFORM 1500-CALCULAR-DIFERENCA THRU 1500-EXIT.
005410     IF SD-DIF-BRUTO = ZERO
005420         GO TO 1200-FIM.
005430     RELEASE SD-RETRO.
005440     ADD 1 TO W-QTDE-REFEITOS.
005450 1200-FIM.
005460     PERFORM 1100-LER-FOPAGTO THRU 1100-EXIT.
005470 1200-EXIT. EXIT.
005480******************************************************************
005490*    1300-VERIF-COMP-FECHADA - SO ENTRA COMPETENCIA FECHADA NO    *
005500*    FOLHACTL; A ABERTA AINDA SERA CALCULADA COM A NOVA BASE.     *
005510*    GUARDA A ULTIMA COMPETENCIA TESTADA PARA NAO RELER O         *
005520*    CONTROLE A CADA REGISTRO                                     *
005530******************************************************************
005540 1300-VERIF-COMP-FECHADA.
005550     IF W-COMP-REG = W-COMP-TESTADA
005560         GO TO 1300-EXIT.
005570     MOVE W-COMP-REG TO W-COMP-TESTADA.
005580     MOVE "N" TO W-COMP-FECHADA.
005590     IF NOT W-FCT-ABERTO-SIM
005600         GO TO 1300-EXIT.
005610     MOVE PAG-COMP-ANO TO FC-ANO.
005620     MOVE PAG-COMP-MES TO FC-MES.
005630     READ FOLHACTL
005640         INVALID KEY
005650             CONTINUE
005660         NOT INVALID KEY
005670             IF FOLHA-FECHADA
005680                 MOVE "S" TO W-COMP-FECHADA
005690             END-IF.
005700 1300-EXIT. EXIT.
005710******************************************************************
005720*    1400-FILTRAR-CARGO - APLICA OS FILTROS DE TIPO DE SALARIO,   *
005730*    DEPARTAMENTO E FAIXA DE CARGOS AO CARGO ATUAL DO FUNCIONARIO *
005740******************************************************************
005750 1400-FILTRAR-CARGO.
005760     MOVE "N" TO W-SELECIONADO.
005770     MOVE PAG-CODFUNC TO CODFUNC.
005780     READ CADFUNC
005790         INVALID KEY
005800             GO TO 1400-EXIT.
005810     IF CODCAR IN REGFUNC < W-CODCAR-DE
005820         OR CODCAR IN REGFUNC > W-CODCAR-ATE
005830         GO TO 1400-EXIT.
005840     MOVE CODCAR IN REGFUNC TO CODCAR IN REGCAR.
005850     READ CADCAR
005860         INVALID KEY
005870             GO TO 1400-EXIT.
005880     IF W-TIPOSAL-FILTRO NOT = "*"
005890         IF TIPOSALARIO NOT = W-TIPOSAL-FILTRO
005900             GO TO 1400-EXIT.
005910     IF W-CODDEPC-FILTRO NOT = ZERO
005920         IF CODDEPC IN REGCAR NOT = W-CODDEPC-FILTRO
005930             GO TO 1400-EXIT.
005940     MOVE "S" TO W-SELECIONADO.
005950 1400-EXIT. EXIT.
005960******************************************************************
005970*    1500-CALCULAR-DIFERENCA - REFAZ A FOLHA COM O FATOR DO       *
005980*    ACORDO: BRUTO E CADA VERBA VARIAVEL (EXTRAS, NOTURNO E DSR   *
005990*    SAO PROPORCIONAIS AO SALARIO); INSS, IRRF E FGTS SAO         *
006000*    RECALCULADOS SOBRE O NOVO BRUTO E A DIFERENCA E O NOVO       *
006010*    MENOS O JA DESCONTADO (NUNCA NEGATIVA). A PENSAO JA          *
006020*    DESCONTADA CONTINUA ABATIDA DA BASE DO IRRF                  *
006030******************************************************************
006040 1500-CALCULAR-DIFERENCA.
006050     MOVE PAG-CODFUNC     TO SD-CODFUNC.
006060     MOVE PAG-COMP-ANO    TO SD-COMP-ANO.
006070     MOVE PAG-COMP-MES    TO SD-COMP-MES.
006080     MOVE PAG-TIPO-FOLHA  TO SD-TIPO-FOLHA.
006090     MOVE PAG-TIPOSALARIO TO SD-TIPOSALARIO.
006100     MOVE PAG-BRUTO       TO SD-BRUTO-ORIG.
006110     COMPUTE SD-DIF-BRUTO ROUNDED = PAG-BRUTO * (W-FATOR - 1).
006120     COMPUTE SD-BRUTO-NOVO = PAG-BRUTO + SD-DIF-BRUTO.
006130     COMPUTE SD-DIF-EXT50 ROUNDED =
006140         PAG-VALOR-EXT50 * (W-FATOR - 1).
006150     COMPUTE SD-DIF-EXT100 ROUNDED =
006160         PAG-VALOR-EXT100 * (W-FATOR - 1).
006170     COMPUTE SD-DIF-NOT ROUNDED =
006180         PAG-VALOR-NOT * (W-FATOR - 1).
006190     COMPUTE SD-DIF-DSR ROUNDED =
006200         PAG-VALOR-DSR * (W-FATOR - 1).
006210     MOVE ZERO TO W-INSS-NOVO.
006220     MOVE "N" TO W-ACHOU-FAIXA.
006230     PERFORM 1610-FAIXA-INSS THRU 1610-EXIT
006240         VARYING W-IDX FROM 1 BY 1
006250         UNTIL W-IDX > W-QTDE-INSS
006260         OR W-ACHOU-FAIXA-SIM.
006270     IF NOT W-ACHOU-FAIXA-SIM AND W-QTDE-INSS > ZERO
006280         COMPUTE W-INSS-NOVO ROUNDED =
006290             (SD-BRUTO-NOVO * TI-ALIQUOTA(W-QTDE-INSS)
006300             / 100) - TI-DEDUZIR(W-QTDE-INSS).
006310     COMPUTE W-DIF-CALC = W-INSS-NOVO - PAG-INSS.
006320     IF W-DIF-CALC > ZERO
006330         MOVE W-DIF-CALC TO SD-DIF-INSS
006340     ELSE
006350         MOVE ZERO TO SD-DIF-INSS.
006360     COMPUTE W-BASE-IRRF = SD-BRUTO-NOVO - W-INSS-NOVO.
006370     MOVE ZERO TO W-PENSAO-ORIG.
006380     IF PAG-PENSAO IS NUMERIC
006390         MOVE PAG-PENSAO TO W-PENSAO-ORIG.
006400     IF W-PENSAO-ORIG < W-BASE-IRRF
006410         SUBTRACT W-PENSAO-ORIG FROM W-BASE-IRRF
006420     ELSE
006430         MOVE ZERO TO W-BASE-IRRF.
006440     PERFORM 1700-CONTAR-DEPENDENTES THRU 1700-EXIT.
006450     COMPUTE W-DED-DPN-TOTAL =
006460         W-QTDE-DPN * W-DED-DEPENDENTE.
006470     IF W-DED-DPN-TOTAL < W-BASE-IRRF
006480         SUBTRACT W-DED-DPN-TOTAL FROM W-BASE-IRRF
006490     ELSE
006500         MOVE ZERO TO W-BASE-IRRF.
006510     MOVE ZERO TO W-IRRF-NOVO.
006520     MOVE "N" TO W-ACHOU-FAIXA.
006530     PERFORM 1620-FAIXA-IRRF THRU 1620-EXIT
006540         VARYING W-IDX FROM 1 BY 1
006550         UNTIL W-IDX > W-QTDE-IRRF
006560         OR W-ACHOU-FAIXA-SIM.
006570     IF NOT W-ACHOU-FAIXA-SIM AND W-QTDE-IRRF > ZERO
006580         COMPUTE W-IRRF-NOVO ROUNDED =
006590             (W-BASE-IRRF * TR-ALIQUOTA(W-QTDE-IRRF)
006600             / 100) - TR-DEDUZIR(W-QTDE-IRRF).
006610     COMPUTE W-DIF-CALC = W-IRRF-NOVO - PAG-IRRF.
006620     IF W-DIF-CALC > ZERO
006630         MOVE W-DIF-CALC TO SD-DIF-IRRF
006640     ELSE
006650         MOVE ZERO TO SD-DIF-IRRF.
006660     COMPUTE W-FGTS-NOVO ROUNDED = SD-BRUTO-NOVO * 8 / 100.
006670     COMPUTE W-DIF-CALC = W-FGTS-NOVO - PAG-FGTS.
006680     IF W-DIF-CALC > ZERO
006690         MOVE W-DIF-CALC TO SD-DIF-FGTS
006700     ELSE
006710         MOVE ZERO TO SD-DIF-FGTS.
006720 1500-EXIT. EXIT.
006730 1610-FAIXA-INSS.
006740     IF SD-BRUTO-NOVO NOT > TI-LIMITE(W-IDX)
006750         MOVE "S" TO W-ACHOU-FAIXA
006760         COMPUTE W-INSS-NOVO ROUNDED =
006770             (SD-BRUTO-NOVO * TI-ALIQUOTA(W-IDX) / 100)
006780             - TI-DEDUZIR(W-IDX).
006790 1610-EXIT. EXIT.
006800 1620-FAIXA-IRRF.
006810     IF W-BASE-IRRF NOT > TR-LIMITE(W-IDX)
006820         MOVE "S" TO W-ACHOU-FAIXA
006830         COMPUTE W-IRRF-NOVO ROUNDED =
006840             (W-BASE-IRRF * TR-ALIQUOTA(W-IDX) / 100)
006850             - TR-DEDUZIR(W-IDX).
006860 1620-EXIT. EXIT.
006870******************************************************************
006880*    1700-CONTAR-DEPENDENTES - DEPENDENTES DO FUNCIONARIO NO      *
006890*    FDEPEND PARA A DEDUCAO DO IRRF (SO RECONTA QUANDO MUDA O     *
006900*    FUNCIONARIO)                                                 *
006910******************************************************************
006920 1700-CONTAR-DEPENDENTES.
006930     IF PAG-CODFUNC = W-CODFUNC-DPN
006940         GO TO 1700-EXIT.
006950     MOVE PAG-CODFUNC TO W-CODFUNC-DPN.
006960     MOVE ZERO TO W-QTDE-DPN.
006970     IF NOT W-DPN-ABERTO-SIM
006980         GO TO 1700-EXIT.
006990     MOVE "N" TO W-EOF-DPN.
007000     MOVE PAG-CODFUNC TO DPN-CODFUNC.
007010     MOVE ZERO        TO DPN-SEQ.
007020     START FDEPEND KEY IS NOT LESS THAN DPN-CHAVE
007030         INVALID KEY MOVE "S" TO W-EOF-DPN.
007040     IF NOT W-EOF-DPN-SIM
007050         PERFORM 1710-LER-DEPENDENTE THRU 1710-EXIT.
007060     PERFORM 1720-CONTAR THRU 1720-EXIT
007070         UNTIL W-EOF-DPN-SIM.
007080 1700-EXIT. EXIT.
007090 1710-LER-DEPENDENTE.
007100     READ FDEPEND NEXT RECORD
007110         AT END MOVE "S" TO W-EOF-DPN.
007120     IF NOT W-EOF-DPN-SIM
007130         IF DPN-CODFUNC NOT = PAG-CODFUNC
007140             MOVE "S" TO W-EOF-DPN.
007150 1710-EXIT. EXIT.
007160 1720-CONTAR.
007170     ADD 1 TO W-QTDE-DPN.
007180     PERFORM 1710-LER-DEPENDENTE THRU 1710-EXIT.
007190 1720-EXIT. EXIT.
007200******************************************************************
007210*    2000-GERAR-DIFERENCAS - LISTA AS COMPETENCIAS REFEITAS DE    *
007220*    CADA FUNCIONARIO E, NA QUEBRA, APENSA AO FOPAGTO A FOLHA     *
007230*    COMPLEMENTAR COM O TOTAL DAS DIFERENCAS                      *
007240******************************************************************
007250 2000-GERAR-DIFERENCAS.
007260     OPEN OUTPUT REPRETRO.
007270     MOVE W-MES-VIG  TO CAB-MES-VIG.
007280     MOVE W-ANO-VIG  TO CAB-ANO-VIG.
007290     MOVE W-MES-COMP TO CAB-MES-PAG.
007300     MOVE W-ANO-COMP TO CAB-ANO-PAG.
007310     MOVE W-FATOR    TO CAB-FATOR.
007320     WRITE REG-RELAT FROM CAB-RELAT.
007330     WRITE REG-RELAT FROM CAB-COLUNAS.
007340     OPEN INPUT CADFUNC.
007350     PERFORM 0600-ABRIR-FOPAGTO THRU 0600-EXIT.
007360     MOVE "N" TO W-EOF.
007370     MOVE "S" TO W-PRIMEIRO-GRUPO.
007380     PERFORM 2100-RETORNAR THRU 2100-EXIT.
007390     PERFORM 2200-ACUMULAR THRU 2200-EXIT
007400         UNTIL W-EOF-SIM.
007410     IF NOT W-PRIMEIRO-GRUPO-SIM
007420         PERFORM 2400-FECHAR-FUNC THRU 2400-EXIT.
007430     MOVE W-QTDE-FUNC     TO TR-QTDE.
007440     MOVE W-TOTAL-BRUTO   TO TR-BRUTO.
007450     MOVE W-TOTAL-LIQUIDO TO TR-LIQUIDO.
007460     MOVE W-TOTAL-FGTS    TO TR-FGTS.
007470     WRITE REG-RELAT FROM TOT-RELAT.
007480     CLOSE REPRETRO FOPAGTO.
007490     IF FUNC-STATUS = "00"
007500         CLOSE CADFUNC.
007510 2000-EXIT. EXIT.
007520 2100-RETORNAR.
007530     RETURN SORTWK
007540         AT END MOVE "S" TO W-EOF.
007550 2100-EXIT. EXIT.
007560 2200-ACUMULAR.
007570     IF W-PRIMEIRO-GRUPO-SIM
007580         OR SD-CODFUNC NOT = W-CODFUNC-ANTERIOR
007590         IF NOT W-PRIMEIRO-GRUPO-SIM
007600             PERFORM 2400-FECHAR-FUNC THRU 2400-EXIT
007610         END-IF
007620         MOVE "N" TO W-PRIMEIRO-GRUPO
007630         MOVE SD-CODFUNC TO W-CODFUNC-ANTERIOR
007640         MOVE ZERO TO W-FUNC-BRUTO
007650         MOVE ZERO TO W-FUNC-EXT50
007660         MOVE ZERO TO W-FUNC-EXT100
007670         MOVE ZERO TO W-FUNC-NOT
007680         MOVE ZERO TO W-FUNC-DSR
007690         MOVE ZERO TO W-FUNC-INSS
007700         MOVE ZERO TO W-FUNC-IRRF
007710         MOVE ZERO TO W-FUNC-FGTS
007720     END-IF.
007730     MOVE SD-TIPOSALARIO TO W-TIPOSAL-ANTERIOR.
007740     ADD SD-DIF-BRUTO  TO W-FUNC-BRUTO.
007750     ADD SD-DIF-EXT50  TO W-FUNC-EXT50.
007760     ADD SD-DIF-EXT100 TO W-FUNC-EXT100.
007770     ADD SD-DIF-NOT    TO W-FUNC-NOT.
007780     ADD SD-DIF-DSR    TO W-FUNC-DSR.
007790     ADD SD-DIF-INSS   TO W-FUNC-INSS.
007800     ADD SD-DIF-IRRF   TO W-FUNC-IRRF.
007810     ADD SD-DIF-FGTS   TO W-FUNC-FGTS.
007820     MOVE SD-CODFUNC    TO DR-CODFUNC.
007830     MOVE SD-COMP-MES   TO DR-MES.
007840     MOVE SD-COMP-ANO   TO DR-ANO.
007850     MOVE SD-TIPO-FOLHA TO DR-TIPO.
007860     MOVE SD-BRUTO-ORIG TO DR-BRUTO-ORIG.
007870     MOVE SD-BRUTO-NOVO TO DR-BRUTO-NOVO.
007880     MOVE SD-DIF-BRUTO  TO DR-DIF-BRUTO.
007890     MOVE SD-DIF-INSS   TO DR-DIF-INSS.
007900     MOVE SD-DIF-IRRF   TO DR-DIF-IRRF.
007910     MOVE SD-DIF-FGTS   TO DR-DIF-FGTS.
007920     WRITE REG-RELAT FROM DET-RELAT.
007930     PERFORM 2100-RETORNAR THRU 2100-EXIT.
007940 2200-EXIT. EXIT.
007950******************************************************************
007960*    2400-FECHAR-FUNC - TOTAL DO FUNCIONARIO NO RELATORIO E A     *
007970*    FOLHA COMPLEMENTAR (PAG-TIPO-FOLHA "D") NO FOPAGTO; O        *
007980*    LIQUIDO E A DIFERENCA DO BRUTO MENOS AS DE INSS E IRRF       *
007990******************************************************************
008000 2400-FECHAR-FUNC.
008010     COMPUTE W-DIF-CALC =
008020         W-FUNC-BRUTO - W-FUNC-INSS - W-FUNC-IRRF.
008030     IF W-DIF-CALC > ZERO
008040         MOVE W-DIF-CALC TO W-FUNC-LIQUIDO
008050     ELSE
008060         MOVE ZERO TO W-FUNC-LIQUIDO.
008070     MOVE SPACES TO DF-NOME.
008080     MOVE W-CODFUNC-ANTERIOR TO CODFUNC.
008090     IF FUNC-STATUS = "00"
008100         READ CADFUNC
008110             INVALID KEY
008120                 MOVE SPACES TO NOMEFUNC
008130         END-READ
008140         MOVE NOMEFUNC TO DF-NOME.
008150     MOVE W-FUNC-BRUTO   TO DF-DIF-BRUTO.
008160     MOVE W-FUNC-INSS    TO DF-DIF-INSS.
008170     MOVE W-FUNC-IRRF    TO DF-DIF-IRRF.
008180     MOVE W-FUNC-FGTS    TO DF-DIF-FGTS.
008190     MOVE W-FUNC-LIQUIDO TO DF-LIQUIDO.
008200     WRITE REG-RELAT FROM DET-FUNC.
008210     MOVE W-ANO-COMP         TO PAG-COMP-ANO.
008220     MOVE W-MES-COMP         TO PAG-COMP-MES.
008230     MOVE "D"                TO PAG-TIPO-FOLHA.
008240     MOVE W-CODFUNC-ANTERIOR TO PAG-CODFUNC.
008250     MOVE W-TIPOSAL-ANTERIOR TO PAG-TIPOSALARIO.
008260     MOVE W-FUNC-BRUTO       TO PAG-BRUTO.
008270     MOVE W-FUNC-INSS        TO PAG-INSS.
008280     MOVE W-FUNC-IRRF        TO PAG-IRRF.
008290     MOVE W-FUNC-LIQUIDO     TO PAG-LIQUIDO.
008300     MOVE W-FUNC-EXT50       TO PAG-VALOR-EXT50.
008310     MOVE W-FUNC-EXT100      TO PAG-VALOR-EXT100.
008320     MOVE W-FUNC-NOT         TO PAG-VALOR-NOT.
008330     MOVE W-FUNC-DSR         TO PAG-VALOR-DSR.
008340     MOVE W-FUNC-FGTS        TO PAG-FGTS.
008350     MOVE ZERO               TO PAG-CONSIGNADO.
008360     MOVE ZERO               TO PAG-VT-DESCONTO.
008370     MOVE ZERO               TO PAG-VT-CUSTO.
008380     MOVE ZERO               TO PAG-VR-CUSTO.
008390     MOVE ZERO               TO PAG-ADIANTAMENTO.
008400     MOVE ZERO               TO PAG-PENSAO.
008410     WRITE REGPAG.
008420     ADD 1 TO W-QTDE-FUNC.
008430     ADD W-FUNC-BRUTO   TO W-TOTAL-BRUTO.
008440     ADD W-FUNC-LIQUIDO TO W-TOTAL-LIQUIDO.
008450     ADD W-FUNC-FGTS    TO W-TOTAL-FGTS.
008460 2400-EXIT. EXIT.
