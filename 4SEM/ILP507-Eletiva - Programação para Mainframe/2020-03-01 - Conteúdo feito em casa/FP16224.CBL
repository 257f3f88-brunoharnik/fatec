000010******************************************************************
000020* PROGRAM-ID : FP16224                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : ADIANTAMENTO QUINZENAL (PAGO NO DIA 20) - VARRE O  *
000080*              CADFUNC E, PARA CADA FUNCIONARIO ATIVO, CALCULA O  *
000090*              PERCENTUAL PARM-PERC-ADIANT (ZERO = 40) DA BASE    *
000100*              MENSAL DO CARGO (MENSALISTA: SALARIOBASE;          *
000110*              HORISTA: 220 HORAS; DIARISTA: 30 DIAS). FICAM      *
000120*              FORA O FUNCIONARIO EM AVISO PREVIO (DATA-AVISO) E  *
000130*              O AFASTADO NO DIA 20 (AFASTA DO FP16218). GRAVA NO *
000140*              FOPAGTO COM PAG-TIPO-FOLHA "A" (SEM DESCONTOS),    *
000150*              PAGO PELA REMESSA DO FP16215 E ABATIDO DO LIQUIDO  *
000160*              PELO FP16204. RESPEITA O FECHAMENTO DO FP16222     *
000170*              (ADIANTAMENTO OU COMPETENCIA FECHADOS NAO ACEITAM  *
000180*              CALCULO) E NAO GERA DUAS VEZES A MESMA             *
000190*              COMPETENCIA. LISTA DE CONFERENCIA EM REPADIAN.     *
000200*------------------------------------------------------------------
000210* HISTORICO DE ALTERACOES                                         *
000220* DATA       INICIAIS  DESCRICAO                                  *
000230* 2026-10-15 BH        VERSAO INICIAL                             *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. FP16224.
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
000530     SELECT AFASTA ASSIGN TO "AFASTA"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS AF-CHAVE
000570         FILE STATUS IS AFA-STATUS.
000580     SELECT FOPAGTO ASSIGN TO "FOPAGTO"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS PAG-STATUS.
000610     SELECT PARMSYS ASSIGN TO "PARMSYS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS PARM-STATUS.
000640     SELECT REPADIAN ASSIGN TO "REPADIAN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS REL-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  FOLHACTL
000700     LABEL RECORDS ARE STANDARD.
000710     COPY REGFCT.
000720 FD  CADFUNC
000730     LABEL RECORDS ARE STANDARD.
000740     COPY REGFUNC.
000750 FD  CADCAR
000760     LABEL RECORDS ARE STANDARD.
000770     COPY REGCAR.
000780 FD  AFASTA
000790     LABEL RECORDS ARE STANDARD.
000800     COPY REGAFA.
000810 FD  FOPAGTO
000820     LABEL RECORDS ARE STANDARD.
000830     COPY REGPAG.
000840 FD  PARMSYS
000850     LABEL RECORDS ARE STANDARD.
000860     COPY PARMSYS.
000870 FD  REPADIAN
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-RELAT                   PIC X(100).
000900 WORKING-STORAGE SECTION.
000910 01  FCT-STATUS                  PIC X(02).
000920 01  FUNC-STATUS                 PIC X(02).
000930 01  CAR-STATUS                  PIC X(02).
000940 01  AFA-STATUS                  PIC X(02).
000950 01  PAG-STATUS                  PIC X(02).
000960 01  PARM-STATUS                 PIC X(02).
000970 01  REL-STATUS                  PIC X(02).
000980 01  W-SWITCHES.
000990     05  W-EOF                   PIC X(01) VALUE "N".
001000         88  W-EOF-SIM           VALUE "S".
001010     05  W-EOF-AFA               PIC X(01).
001020         88  W-EOF-AFA-SIM       VALUE "S".
001030     05  W-FOLHA-FECHADA         PIC X(01).
001040         88  W-FOLHA-FECHADA-SIM VALUE "S".
001050     05  W-JA-GERADO             PIC X(01).
001060         88  W-JA-GERADO-SIM     VALUE "S".
001070     05  W-AFA-ABERTO            PIC X(01) VALUE "N".
001080         88  W-AFA-ABERTO-SIM    VALUE "S".
001090     05  W-AFASTADO              PIC X(01).
001100         88  W-AFASTADO-SIM      VALUE "S".
001110 01  W-MES-COMP                  PIC 9(02).
001120 01  W-ANO-COMP                  PIC 9(04).
001130 01  W-PERC-ADIANT               PIC 9(02)V99 VALUE 40.
001140 01  W-DATA-DIA20                PIC 9(08).
001150 01  W-ORD-DIA20                 PIC 9(07) COMP.
001160 01  W-ORD-AVISO                 PIC 9(07) COMP.
001170 01  W-ORD-ADM                   PIC 9(07) COMP.
001180 01  W-ANO-4                     PIC 9(04).
001190 01  W-BASE-MENSAL               PIC 9(09)V99.
001200 01  W-ADIANTAMENTO              PIC 9(07)V99.
001210 01  W-MOTIVO                    PIC X(20).
001220 01  W-QTDE-PAGOS                PIC 9(05) VALUE ZERO.
001230 01  W-QTDE-AVISO                PIC 9(05) VALUE ZERO.
001240 01  W-QTDE-AFASTADOS            PIC 9(05) VALUE ZERO.
001250 01  W-QTDE-OUTROS               PIC 9(05) VALUE ZERO.
001260 01  W-TOTAL-ADIANT              PIC 9(11)V99 VALUE ZERO.
001270 COPY RUNPARM.
001280******************************************************************
001290*    LINHAS DA LISTA DE CONFERENCIA                                *
001300******************************************************************
001310 01  CAB-RELAT.
001320     05  FILLER                  PIC X(36)
001330         VALUE "ADIANTAMENTO QUINZENAL - FP16224 - ".
001340     05  CAB-MES                 PIC 9(02).
001350     05  FILLER                  PIC X(01) VALUE "/".
001360     05  CAB-ANO                 PIC 9(04).
001370     05  FILLER                  PIC X(06) VALUE "  PERC".
001380     05  CAB-PERC                PIC ZZ9,99.
001390 01  CAB-COLUNAS.
001400     05  FILLER                  PIC X(08) VALUE "CODFUNC ".
001410     05  FILLER                  PIC X(31)
001420         VALUE "NOME                           ".
001430     05  FILLER                  PIC X(15)
001440         VALUE "    BASE MENSAL".
001450     05  FILLER                  PIC X(15)
001460         VALUE "   ADIANTAMENTO".
001470 01  DET-RELAT.
001480     05  DR-CODFUNC              PIC 9(06).
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  DR-NOME                 PIC X(30).
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  DR-BASE                 PIC ZZZZZZZZZ9,99.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  DR-VALOR                PIC ZZZZZZZZZ9,99.
001550 01  DET-FORA.
001560     05  DF-CODFUNC              PIC 9(06).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  DF-NOME                 PIC X(30).
001590     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  FILLER                  PIC X(06) VALUE "FORA: ".
001610     05  DF-MOTIVO               PIC X(20).
001620 01  TOT-RELAT.
001630     05  FILLER                  PIC X(20)
001640         VALUE "ADIANTAMENTOS.....: ".
001650     05  TR-QTDE                 PIC ZZZZ9.
001660     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
001670     05  TR-TOTAL                PIC ZZZZZZZZZZ9,99.
001680 01  TOT-FORA.
001690     05  FILLER                  PIC X(20)
001700         VALUE "FORA - AVISO......: ".
001710     05  TF-AVISO                PIC ZZZZ9.
001720     05  FILLER                  PIC X(14) VALUE "  AFASTADOS: ".
001730     05  TF-AFAST                PIC ZZZZ9.
001740     05  FILLER                  PIC X(12) VALUE "  OUTROS: ".
001750     05  TF-OUTROS               PIC ZZZZ9.
001760 PROCEDURE DIVISION.
001770******************************************************************
001780*    0000-MAINLINE                                                *
001790******************************************************************
001800 0000-MAINLINE.
001810     DISPLAY "MES DA COMPETENCIA DO ADIANTAMENTO =>".
001820     ACCEPT W-MES-COMP.
001830     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
001840     ACCEPT W-ANO-COMP.
001850     IF W-MES-COMP < 1 OR W-MES-COMP > 12
001860         DISPLAY "MES INVALIDO"
001870         STOP RUN.
001880     PERFORM 0300-VERIF-FECHAMENTO
001890         THRU 0300-VERIF-FECHAMENTO-EXIT.
001900     IF W-FOLHA-FECHADA-SIM
001910         DISPLAY "ADIANTAMENTO/COMPETENCIA FECHADO (FP16222) -"
001920                 " SEM CALCULO"
001930         STOP RUN.
001940     PERFORM 0350-VERIF-GERADO THRU 0350-EXIT.
001950     IF W-JA-GERADO-SIM
001960         DISPLAY "ADIANTAMENTO DA COMPETENCIA JA GERADO NO"
001970                 " FOPAGTO - SEM NOVO CALCULO"
001980         STOP RUN.
001990     MOVE "FP16224" TO RCT-PROGRAMA.
002000     MOVE ZERO TO RCT-DATA.
002010     MOVE "L" TO RCT-ACAO.
002020     CALL "RUNCTL" USING RCT-PARAMETROS.
002030     PERFORM 0400-LER-PARM THRU 0400-EXIT.
002040     COMPUTE W-DATA-DIA20 =
002050         (W-ANO-COMP * 10000) + (W-MES-COMP * 100) + 20.
002060     COMPUTE W-ORD-DIA20 =
002070         (W-ANO-COMP * 360) + (W-MES-COMP * 30) + 20.
002080     OPEN INPUT CADFUNC.
002090     IF FUNC-STATUS NOT = "00"
002100         DISPLAY "ARQUIVO DE FUNCIONARIOS NAO EXISTE"
002110         STOP RUN.
002120     OPEN INPUT CADCAR.
002130     IF CAR-STATUS NOT = "00"
002140         DISPLAY "ARQUIVO DE CARGOS NAO EXISTE"
002150         CLOSE CADFUNC
002160         STOP RUN.
002170     OPEN INPUT AFASTA.
002180     IF AFA-STATUS = "00"
002190         MOVE "S" TO W-AFA-ABERTO.
002200     PERFORM 0600-ABRIR-FOPAGTO THRU 0600-EXIT.
002210     OPEN OUTPUT REPADIAN.
002220     MOVE W-MES-COMP    TO CAB-MES.
002230     MOVE W-ANO-COMP    TO CAB-ANO.
002240     MOVE W-PERC-ADIANT TO CAB-PERC.
002250     WRITE REG-RELAT FROM CAB-RELAT.
002260     WRITE REG-RELAT FROM CAB-COLUNAS.
002270     MOVE "N" TO W-EOF.
002280     MOVE LOW-VALUES TO CODFUNC.
002290     START CADFUNC KEY IS NOT LESS THAN CODFUNC
002300         INVALID KEY MOVE "S" TO W-EOF.
002310     IF NOT W-EOF-SIM
002320         PERFORM 1100-LER-CADFUNC THRU 1100-EXIT.
002330     PERFORM 1000-PROCESSAR-FUNC THRU 1000-EXIT
002340         UNTIL W-EOF-SIM.
002350     MOVE W-QTDE-PAGOS     TO TR-QTDE.
002360     MOVE W-TOTAL-ADIANT   TO TR-TOTAL.
002370     WRITE REG-RELAT FROM TOT-RELAT.
002380     MOVE W-QTDE-AVISO     TO TF-AVISO.
002390     MOVE W-QTDE-AFASTADOS TO TF-AFAST.
002400     MOVE W-QTDE-OUTROS    TO TF-OUTROS.
002410     WRITE REG-RELAT FROM TOT-FORA.
002420     CLOSE REPADIAN FOPAGTO CADCAR CADFUNC.
002430     IF W-AFA-ABERTO-SIM
002440         CLOSE AFASTA.
002450     MOVE W-QTDE-PAGOS TO RCT-REGISTROS.
002460     MOVE "F" TO RCT-ACAO.
002470     CALL "RUNCTL" USING RCT-PARAMETROS.
002480     DISPLAY "ADIANTAMENTOS GERADOS..: " W-QTDE-PAGOS.
002490     DISPLAY "TOTAL DO ADIANTAMENTO..: " W-TOTAL-ADIANT.
002500     DISPLAY "FORA POR AVISO PREVIO..: " W-QTDE-AVISO.
002510     DISPLAY "FORA POR AFASTAMENTO...: " W-QTDE-AFASTADOS.
002520     DISPLAY "LISTA GRAVADA EM REPADIAN - REMESSA PELO FP16215"
002530             " (TIPO A)".
002540     STOP RUN.
002550******************************************************************
002560*    0300-VERIF-FECHAMENTO - RECUSA O CALCULO QUANDO O             *
002570*    ADIANTAMENTO OU A PROPRIA COMPETENCIA ESTAO FECHADOS NO       *
002580*    FOLHACTL (FP16222)                                            *
002590******************************************************************
002600 0300-VERIF-FECHAMENTO.
002610     MOVE "N" TO W-FOLHA-FECHADA.
002620     OPEN INPUT FOLHACTL.
002630     IF FCT-STATUS NOT = "00"
002640         GO TO 0300-VERIF-FECHAMENTO-EXIT.
002650     MOVE W-ANO-COMP TO FC-ANO.
002660     MOVE W-MES-COMP TO FC-MES.
002670     READ FOLHACTL
002680         INVALID KEY
002690             CONTINUE
002700         NOT INVALID KEY
002710             IF FOLHA-FECHADA OR ADIANT-FECHADO
002720                 MOVE "S" TO W-FOLHA-FECHADA
002730             END-IF.
002740     CLOSE FOLHACTL.
002750 0300-VERIF-FECHAMENTO-EXIT. EXIT.
002760******************************************************************
002770*    0350-VERIF-GERADO - PROCURA NO FOPAGTO ADIANTAMENTO JA         *
002780*    GRAVADO PARA A COMPETENCIA (O ARQUIVO E SO DE APENSAR; UM      *
002790*    SEGUNDO CALCULO DUPLICARIA O CREDITO NA REMESSA)              *
002800******************************************************************
002810 0350-VERIF-GERADO.
002820     MOVE "N" TO W-JA-GERADO.
002830     OPEN INPUT FOPAGTO.
002840     IF PAG-STATUS NOT = "00"
002850         GO TO 0350-EXIT.
002860     MOVE "N" TO W-EOF.
002870     PERFORM 0360-LER-FOPAGTO THRU 0360-EXIT
002880         UNTIL W-EOF-SIM OR W-JA-GERADO-SIM.
002890     CLOSE FOPAGTO.
002900 0350-EXIT. EXIT.
002910 0360-LER-FOPAGTO.
002920     READ FOPAGTO
002930         AT END MOVE "S" TO W-EOF
002940         NOT AT END
002950             IF FOLHA-ADIANTAMENTO
002960                 AND PAG-COMP-MES = W-MES-COMP
002970                 AND PAG-COMP-ANO = W-ANO-COMP
002980                 MOVE "S" TO W-JA-GERADO
002990             END-IF.
003000 0360-EXIT. EXIT.
003010******************************************************************
003020*    0400-LER-PARM - PERCENTUAL DO ADIANTAMENTO NO PARMSYS          *
003030*    (ZERO OU AUSENTE = DEFAULT DE 40)                              *
003040******************************************************************
003050 0400-LER-PARM.
003060     OPEN INPUT PARMSYS.
003070     IF PARM-STATUS = "00"
003080         READ PARMSYS
003090             AT END CONTINUE
003100         END-READ
003110         IF PARM-PERC-ADIANT IS NUMERIC
003120             AND PARM-PERC-ADIANT NOT = ZERO
003130             MOVE PARM-PERC-ADIANT TO W-PERC-ADIANT
003140         END-IF
003150         CLOSE PARMSYS
003160     END-IF.
003170 0400-EXIT. EXIT.
003180******************************************************************
003190*    0600-ABRIR-FOPAGTO - ABRE O FOPAGTO EM EXTEND, CRIANDO O      *
003200*    ARQUIVO NA PRIMEIRA UTILIZACAO (STATUS 35)                   *
003210******************************************************************
003220 0600-ABRIR-FOPAGTO.
003230     OPEN EXTEND FOPAGTO.
003240     IF PAG-STATUS = "35"
003250         OPEN OUTPUT FOPAGTO
003260         CLOSE FOPAGTO
003270         OPEN EXTEND FOPAGTO.
003280 0600-EXIT. EXIT.
003290******************************************************************
003300*    1000-PROCESSAR-FUNC - CALCULA O ADIANTAMENTO DE UM            *
003310*    FUNCIONARIO ATIVO; DESLIGADO NAO ENTRA NEM NA LISTA           *
003320******************************************************************
003330 1000-PROCESSAR-FUNC.
003340     IF NOT FUNC-ATIVO
003350         GO TO 1000-FIM.
003360     PERFORM 1200-VERIF-ADMISSAO THRU 1200-EXIT.
003370     IF W-ORD-ADM > W-ORD-DIA20
003380         MOVE "ADMITIDO APOS DIA 20" TO W-MOTIVO
003390         ADD 1 TO W-QTDE-OUTROS
003400         GO TO 1000-FORA.
003410     PERFORM 1300-VERIF-AVISO THRU 1300-EXIT.
003420     IF W-ORD-AVISO NOT = ZERO
003430         AND W-ORD-AVISO NOT > W-ORD-DIA20
003440         MOVE "EM AVISO PREVIO" TO W-MOTIVO
003450         ADD 1 TO W-QTDE-AVISO
003460         GO TO 1000-FORA.
003470     PERFORM 1400-VERIF-AFASTAMENTO THRU 1400-EXIT.
003480     IF W-AFASTADO-SIM
003490         MOVE "AFASTADO NO DIA 20" TO W-MOTIVO
003500         ADD 1 TO W-QTDE-AFASTADOS
003510         GO TO 1000-FORA.
003520     PERFORM 1500-BASE-MENSAL THRU 1500-EXIT.
003530     IF W-BASE-MENSAL = ZERO
003540         MOVE "SEM CARGO/BASE" TO W-MOTIVO
003550         ADD 1 TO W-QTDE-OUTROS
003560         GO TO 1000-FORA.
003570     COMPUTE W-ADIANTAMENTO ROUNDED =
003580         W-BASE-MENSAL * W-PERC-ADIANT / 100.
003590     PERFORM 1600-GRAVAR-FOPAGTO THRU 1600-EXIT.
003600     MOVE CODFUNC        TO DR-CODFUNC.
003610     MOVE NOMEFUNC       TO DR-NOME.
003620     MOVE W-BASE-MENSAL  TO DR-BASE.
003630     MOVE W-ADIANTAMENTO TO DR-VALOR.
003640     WRITE REG-RELAT FROM DET-RELAT.
003650     ADD 1 TO W-QTDE-PAGOS.
003660     ADD W-ADIANTAMENTO TO W-TOTAL-ADIANT.
003670     GO TO 1000-FIM.
003680 1000-FORA.
003690     MOVE CODFUNC  TO DF-CODFUNC.
003700     MOVE NOMEFUNC TO DF-NOME.
003710     MOVE W-MOTIVO TO DF-MOTIVO.
003720     WRITE REG-RELAT FROM DET-FORA.
003730 1000-FIM.
003740     PERFORM 1100-LER-CADFUNC THRU 1100-EXIT.
003750 1000-EXIT. EXIT.
003760 1100-LER-CADFUNC.
003770     READ CADFUNC NEXT RECORD
003780         AT END MOVE "S" TO W-EOF.
003790 1100-EXIT. EXIT.
003800******************************************************************
003810*    1200-VERIF-ADMISSAO - ORDINAL DA DATA DE ADMISSAO (ANOADM DE  *
003820*    2 DIGITOS: ATE 50 LE-SE 20XX, ACIMA 19XX)                     *
003830******************************************************************
003840 1200-VERIF-ADMISSAO.
003850     IF ANOADM > 50
003860         COMPUTE W-ANO-4 = 1900 + ANOADM
003870     ELSE
003880         COMPUTE W-ANO-4 = 2000 + ANOADM.
003890     COMPUTE W-ORD-ADM =
003900         (W-ANO-4 * 360) + (MESADM * 30) + DIAADM.
003910 1200-EXIT. EXIT.
003920******************************************************************
003930*    1300-VERIF-AVISO - ORDINAL DO INICIO DO AVISO PREVIO (ZERO    *
003940*    QUANDO O FUNCIONARIO NAO ESTA EM AVISO)                       *
003950******************************************************************
003960 1300-VERIF-AVISO.
003970     MOVE ZERO TO W-ORD-AVISO.
003980     IF DATA-AVISO NOT NUMERIC OR DATA-AVISO = ZEROS
003990         GO TO 1300-EXIT.
004000     IF ANOAVI > 50
004010         COMPUTE W-ANO-4 = 1900 + ANOAVI
004020     ELSE
004030         COMPUTE W-ANO-4 = 2000 + ANOAVI.
004040     COMPUTE W-ORD-AVISO =
004050         (W-ANO-4 * 360) + (MESAVI * 30) + DIAAVI.
004060 1300-EXIT. EXIT.
004070******************************************************************
004080*    1400-VERIF-AFASTAMENTO - AFASTAMENTO (QUALQUER TIPO) QUE      *
004090*    COBRE O DIA 20 DA COMPETENCIA; DATA FIM ZERADA = EM ABERTO    *
004100******************************************************************
004110 1400-VERIF-AFASTAMENTO.
004120     MOVE "N" TO W-AFASTADO.
004130     IF NOT W-AFA-ABERTO-SIM
004140         GO TO 1400-EXIT.
004150     MOVE "N" TO W-EOF-AFA.
004160     MOVE CODFUNC TO AF-CODFUNC.
004170     MOVE ZERO    TO AF-DATA-INI.
004180     START AFASTA KEY IS NOT LESS THAN AF-CHAVE
004190         INVALID KEY MOVE "S" TO W-EOF-AFA.
004200     IF NOT W-EOF-AFA-SIM
004210         PERFORM 1410-LER-AFAST THRU 1410-EXIT.
004220     PERFORM 1420-TESTAR-AFAST THRU 1420-EXIT
004230         UNTIL W-EOF-AFA-SIM OR W-AFASTADO-SIM.
004240 1400-EXIT. EXIT.
004250 1410-LER-AFAST.
004260     READ AFASTA NEXT RECORD
004270         AT END MOVE "S" TO W-EOF-AFA.
004280     IF NOT W-EOF-AFA-SIM AND AF-CODFUNC NOT = CODFUNC
004290         MOVE "S" TO W-EOF-AFA.
004300 1410-EXIT. EXIT.
004310 1420-TESTAR-AFAST.
004320     IF AF-DATA-INI NOT > W-DATA-DIA20
004330         AND (AF-DATA-FIM = ZERO
004340             OR AF-DATA-FIM NOT < W-DATA-DIA20)
004350         MOVE "S" TO W-AFASTADO
004360         GO TO 1420-EXIT.
004370     PERFORM 1410-LER-AFAST THRU 1410-EXIT.
004380 1420-EXIT. EXIT.
004390******************************************************************
004400*    1500-BASE-MENSAL - BASE CONTRATUAL DO MES PELO CARGO:         *
004410*    MENSALISTA USA O SALARIOBASE; HORISTA 220 HORAS E DIARISTA    *
004420*    30 DIAS (O APONTAMENTO DO MES AINDA NAO ESTA FECHADO NO DIA   *
004430*    20; O ACERTO FICA PARA A FOLHA MENSAL)                        *
004440******************************************************************
004450 1500-BASE-MENSAL.
004460     MOVE ZERO TO W-BASE-MENSAL.
004470     MOVE CODCAR IN REGFUNC TO CODCAR IN REGCAR.
004480     READ CADCAR
004490         INVALID KEY
004500             GO TO 1500-EXIT.
004510     EVALUATE TIPOSALARIO
004520         WHEN "M"
004530             MOVE SALARIOBASE TO W-BASE-MENSAL
004540         WHEN "H"
004550             COMPUTE W-BASE-MENSAL = SALARIOBASE * 220
004560         WHEN "D"
004570             COMPUTE W-BASE-MENSAL = SALARIOBASE * 30
004580         WHEN OTHER
004590             MOVE ZERO TO W-BASE-MENSAL
004600     END-EVALUATE.
004610 1500-EXIT. EXIT.
004620******************************************************************
004630*    1600-GRAVAR-FOPAGTO - APENSA O ADIANTAMENTO AO FOPAGTO COM    *
004640*    PAG-TIPO-FOLHA "A": VALOR EM BRUTO E LIQUIDO, SEM DESCONTOS   *
004650*    (INSS E IRRF INCIDEM NA FOLHA MENSAL)                         *
004660******************************************************************
004670 1600-GRAVAR-FOPAGTO.
004680     MOVE W-ANO-COMP     TO PAG-COMP-ANO.
004690     MOVE W-MES-COMP     TO PAG-COMP-MES.
004700     MOVE "A"            TO PAG-TIPO-FOLHA.
004710     MOVE CODFUNC        TO PAG-CODFUNC.
004720     MOVE TIPOSALARIO    TO PAG-TIPOSALARIO.
004730     MOVE W-ADIANTAMENTO TO PAG-BRUTO.
004740     MOVE ZERO           TO PAG-INSS.
004750     MOVE ZERO           TO PAG-IRRF.
004760     MOVE W-ADIANTAMENTO TO PAG-LIQUIDO.
004770     MOVE ZERO           TO PAG-VALOR-EXT50.
004780     MOVE ZERO           TO PAG-VALOR-EXT100.
004790     MOVE ZERO           TO PAG-VALOR-NOT.
004800     MOVE ZERO           TO PAG-VALOR-DSR.
004810     MOVE ZERO           TO PAG-FGTS.
004820     MOVE ZERO           TO PAG-CONSIGNADO.
004830     MOVE ZERO           TO PAG-VT-DESCONTO.
004840     MOVE ZERO           TO PAG-VT-CUSTO.
004850     MOVE ZERO           TO PAG-VR-CUSTO.
004860     MOVE ZERO           TO PAG-ADIANTAMENTO.
004860     MOVE ZERO           TO PAG-PENSAO.
004870     WRITE REGPAG.
004880 1600-EXIT. EXIT.
