000010******************************************************************
000020* PROGRAM-ID : LGPDANON                                          *
000030* AUTHOR     : BRUNO HARNIK                                      *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME            *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070* PURPOSE    : ANONIMIZACAO (LGPD) DOS FUNCIONARIOS DESLIGADOS   *
000080*              HA MAIS DE PARM-ANOS-LGPD ANOS (PARMSYS; ZERO =   *
000090*              5). O NOME VIRA "TITULAR ANONIMIZADO" COM O       *
000100*              CODIGO, E O CPF, O ENDERECO E OS DADOS BANCARIOS  *
000110*              SAO ZERADOS/LIMPOS; OS VALORES DA FOLHA FICAM. OS *
000120*              DEPENDENTES (FDEPEND) E AS PENSOES (PENSAO) DO    *
000130*              FUNCIONARIO PERDEM NOME, NASCIMENTO, CPF E CONTA, *
000140*              E AS IMAGENS DO CADFUNC E DO FDEPEND NA TRILHA    *
000150*              FAUDIT E NO MORTO FAUDARQ SAO MASCARADAS DO MESMO *
000160*              JEITO (REGRAVACAO PELO FAUDNOVO, COMO NO          *
000170*              RETPURGE, E FAUDIDX RECRIADO PELA AUX000). A      *
000180*              MASCARA E REAPLICADA A CADA EXECUCAO EM TODOS OS  *
000190*              JA ANONIMIZADOS, DE MODO QUE UMA EXECUCAO         *
000200*              INTERROMPIDA SE COMPLETA NA SEGUINTE. CADA        *
000210*              ANONIMIZACAO GANHA UMA ENTRADA NA FAUDIT SO COM   *
000220*              DATAS E QUANTIDADES, SEM DADO PESSOAL. SYSIN: 1 = *
000230*              SIMULACAO (SO O RELATORIO), 2 = ANONIMIZAR.       *
000240*              RELATORIO NO REPANON (SPOOL SPL000), TAMBEM SEM   *
000250*              DADO PESSOAL.                                     *
000260*-----------------------------------------------------------------
000270* HISTORICO DE ALTERACOES                                        *
000280* DATA       INICIAIS  DESCRICAO                                 *
000290* 2026-10-15 BH        VERSAO INICIAL                            *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. LGPDANON.
000330 AUTHOR. BRUNO HARNIK.
000340 INSTALLATION. FATEC.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARMSYS ASSIGN TO "PARMSYS"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS PARM-STATUS.
000460     SELECT CADFUNC ASSIGN TO "CADFUNC"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CODFUNC
000500         FILE STATUS IS FUNC-STATUS.
000510     SELECT FDEPEND ASSIGN TO "FDEPEND"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS DPN-CHAVE
000550         FILE STATUS IS DPN-STATUS.
000560     SELECT PENSAO ASSIGN TO "PENSAO"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PN-CHAVE
000600         FILE STATUS IS PEN-STATUS.
000610     SELECT FAUDIT ASSIGN TO "FAUDIT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS AUD-STATUS.
000640     SELECT FAUDARQ ASSIGN TO "FAUDARQ"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS AUA-STATUS.
000670     SELECT FAUDNOVO ASSIGN TO "FAUDNOVO"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS AUN-STATUS.
000700     SELECT REPANON ASSIGN TO "REPANON"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS REL-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PARMSYS
000760     LABEL RECORDS ARE STANDARD.
000770     COPY PARMSYS.
000780 FD  CADFUNC
000790     LABEL RECORDS ARE STANDARD.
000800     COPY REGFUNC.
000810 FD  FDEPEND
000820     LABEL RECORDS ARE STANDARD.
000830     COPY REGDPN.
000840 FD  PENSAO
000850     LABEL RECORDS ARE STANDARD.
000860     COPY REGPEN.
000870 FD  FAUDIT
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-FAUDIT                  PIC X(233).
000900 FD  FAUDARQ
000910     LABEL RECORDS ARE STANDARD.
000920 01  REG-FAUDARQ                 PIC X(233).
000930 FD  FAUDNOVO
000940     LABEL RECORDS ARE STANDARD.
000950 01  REG-FAUDNOVO                PIC X(233).
000960 FD  REPANON
000970     LABEL RECORDS ARE STANDARD.
000980 01  REG-RELAT                   PIC X(132).
000990 WORKING-STORAGE SECTION.
001000 01  PARM-STATUS                 PIC X(02).
001010 01  FUNC-STATUS                 PIC X(02).
001020 01  DPN-STATUS                  PIC X(02).
001030 01  PEN-STATUS                  PIC X(02).
001040 01  AUD-STATUS                  PIC X(02).
001050 01  AUA-STATUS                  PIC X(02).
001060 01  AUN-STATUS                  PIC X(02).
001070 01  REL-STATUS                  PIC X(02).
001080 COPY AUDITLOG.
001090 COPY AUXPARM.
001100 COPY RUNPARM.
001110 COPY SPLPARM.
001120 01  W-SWITCHES.
001130     05  W-EOF                   PIC X(01).
001140         88  W-EOF-SIM           VALUE "S".
001150     05  W-EOF-SPL               PIC X(01).
001160         88  W-EOF-SPL-SIM       VALUE "S".
001170     05  W-ACHOU                 PIC X(01).
001180         88  W-ACHOU-SIM         VALUE "S".
001190     05  W-AVISO-TAB             PIC X(01) VALUE "N".
001200         88  W-AVISO-TAB-SIM     VALUE "S".
001210 01  W-MODO                      PIC X(01).
001220     88  W-MODO-SIMULACAO        VALUE "1".
001230     88  W-MODO-ANONIMIZAR       VALUE "2".
001240 01  W-ANOS-RETENCAO             PIC 9(02) VALUE 5.
001250 01  W-HOJE                      PIC 9(08).
001260 01  W-HOJE-R REDEFINES W-HOJE.
001270     05  W-HJ-ANO                PIC 9(04).
001280     05  W-HJ-MES                PIC 9(02).
001290     05  W-HJ-DIA                PIC 9(02).
001300******************************************************************
001310*    DESLIGAMENTO E FIM DA RETENCAO (AAAAMMDD; ANO DE 2 DIGITOS  *
001320*    ATE 50 LE-SE 20XX, ACIMA 19XX)                              *
001330******************************************************************
001340 01  W-DATA-DESLIG               PIC 9(08).
001350 01  W-DATA-DESLIG-R REDEFINES W-DATA-DESLIG.
001360     05  W-DD-ANO                PIC 9(04).
001370     05  W-DD-MES                PIC 9(02).
001380     05  W-DD-DIA                PIC 9(02).
001390 01  W-DATA-LIMITE               PIC 9(08).
001400******************************************************************
001410*    FUNCIONARIOS ANONIMIZADOS (OS DESTA EXECUCAO E OS           *
001420*    ANTERIORES, PARA REAPLICAR A MASCARA NOS VINCULOS E NA      *
001430*    TRILHA)                                                     *
001440******************************************************************
001450 01  W-QTDE-TAB                  PIC 9(04) COMP VALUE ZERO.
001460 01  TAB-ANON.
001470     05  TAN-OCR OCCURS 3000 TIMES.
001480         10  TAN-CODFUNC         PIC 9(06).
001490         10  TAN-NOVO            PIC X(01).
001500         10  TAN-DESLIG          PIC 9(08).
001510         10  TAN-QTDE-DPN        PIC 9(03).
001520         10  TAN-QTDE-PEN        PIC 9(03).
001530 01  W-CODFUNC-PROC              PIC 9(06).
001540******************************************************************
001550*    PRIMEIROS 80 BYTES DO REGFUNC E DO REGDPN, COMO FICAM NAS   *
001560*    IMAGENS AUD-ANTES/AUD-DEPOIS DA TRILHA                      *
001570******************************************************************
001580 01  W-IMG-FUNC.
001590     05  WIF-CODFUNC             PIC 9(06).
001600     05  WIF-NOME                PIC X(30).
001610     05  WIF-CPF                 PIC 9(11).
001620     05  FILLER                  PIC X(11).
001630     05  WIF-DESLIGAMENTO        PIC X(06).
001640     05  WIF-CEP                 PIC 9(08).
001650     05  WIF-LOGRADOURO          PIC X(08).
001660 01  W-IMG-DPN.
001670     05  WID-CHAVE               PIC X(08).
001680     05  WID-NOME                PIC X(30).
001690     05  WID-NASC                PIC 9(06).
001700     05  FILLER                  PIC X(36).
001710 01  W-IMAGEM                    PIC X(80).
001720 01  W-TROCOU                    PIC X(01).
001730     88  W-TROCOU-SIM            VALUE "S".
001740******************************************************************
001750*    VALORES DA MASCARA                                          *
001760******************************************************************
001770 01  W-NOME-MASCARA              PIC X(30).
001780 01  W-MASC-LOGRADOURO           PIC X(40) VALUE "ANONIMIZADO".
001790 01  W-MASC-DEPENDENTE           PIC X(30) VALUE
001800     "DEPENDENTE ANONIMIZADO".
001810 01  W-MASC-BENEFICIARIO         PIC X(30) VALUE
001820     "BENEFICIARIO ANONIMIZADO".
001830******************************************************************
001840*    CONTADORES E INDICES                                        *
001850******************************************************************
001860 01  W-IDX                       PIC 9(04) COMP.
001870 01  W-IDX-ACHADO                PIC 9(04) COMP.
001880 01  W-QTDE-LIDOS                PIC 9(07) VALUE ZERO.
001890 01  W-QTDE-NOVOS                PIC 9(07) VALUE ZERO.
001900 01  W-QTDE-DPN                  PIC 9(07) VALUE ZERO.
001910 01  W-QTDE-PEN                  PIC 9(07) VALUE ZERO.
001920 01  W-QTDE-IMAGENS              PIC 9(07) VALUE ZERO.
001930******************************************************************
001940*    LINHAS DO RELATORIO                                         *
001950******************************************************************
001960 01  LIN-CABEC1.
001970     05  FILLER                  PIC X(45) VALUE
001980         "ANONIMIZACAO LGPD - LGPDANON - EMITIDO EM ".
001990     05  LC1-DIA                 PIC 9(02).
002000     05  FILLER                  PIC X(01) VALUE "/".
002010     05  LC1-MES                 PIC 9(02).
002020     05  FILLER                  PIC X(01) VALUE "/".
002030     05  LC1-ANO                 PIC 9(04).
002040     05  FILLER                  PIC X(03) VALUE " - ".
002050     05  LC1-MODO                PIC X(12).
002060     05  FILLER                  PIC X(12) VALUE " RETENCAO: ".
002070     05  LC1-ANOS                PIC Z9.
002080     05  FILLER                  PIC X(05) VALUE " ANOS".
002090 01  LIN-COLUNAS.
002100     05  FILLER                  PIC X(52) VALUE
002110         "  CODIGO  DESLIGAMENTO  FIM DA RETENCAO  DEPENDENTES".
002120     05  FILLER                  PIC X(30) VALUE
002130         "  PENSOES  SITUACAO".
002140 01  LIN-DET.
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  LD-CODFUNC              PIC 9(06).
002170     05  FILLER                  PIC X(04) VALUE SPACES.
002180     05  LD-DESLIG               PIC 9(08).
002190     05  FILLER                  PIC X(08) VALUE SPACES.
002200     05  LD-LIMITE               PIC 9(08).
002210     05  FILLER                  PIC X(10) VALUE SPACES.
002220     05  LD-QTDE-DPN             PIC ZZ9.
002230     05  FILLER                  PIC X(07) VALUE SPACES.
002240     05  LD-QTDE-PEN             PIC ZZ9.
002250     05  FILLER                  PIC X(04) VALUE SPACES.
002260     05  LD-SITUACAO             PIC X(20).
002270 01  LIN-AVISO.
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  LAV-TEXTO               PIC X(60).
002300     05  LAV-QTDE                PIC ZZZZZZ9.
002310 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
002320 PROCEDURE DIVISION.
002330******************************************************************
002340*    0000-MAINLINE                                               *
002350******************************************************************
002360 0000-MAINLINE.
002370     DISPLAY "LGPDANON - ANONIMIZACAO DE DESLIGADOS (LGPD)".
002380     DISPLAY "MODO (1 = SIMULACAO, 2 = ANONIMIZAR) =>".
002390     ACCEPT W-MODO.
002400     IF NOT W-MODO-SIMULACAO AND NOT W-MODO-ANONIMIZAR
002410         DISPLAY "LGPDANON: MODO INVALIDO"
002420         MOVE 8 TO RETURN-CODE
002430         GOBACK.
002440     MOVE "LGPDANON" TO RCT-PROGRAMA.
002450     MOVE ZERO TO RCT-DATA.
002460     MOVE "L" TO RCT-ACAO.
002470     CALL "RUNCTL" USING RCT-PARAMETROS.
002480     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002490     PERFORM 2000-FUNCIONARIOS THRU 2000-EXIT.
002500     IF W-QTDE-TAB > ZERO
002510         PERFORM 3000-DEPENDENTES THRU 3000-EXIT
002520         PERFORM 3500-PENSOES THRU 3500-EXIT.
002530     IF W-MODO-ANONIMIZAR AND W-QTDE-TAB > ZERO
002540         PERFORM 4000-TRILHA THRU 4000-EXIT
002550         PERFORM 5000-AUDITAR THRU 5000-EXIT.
002560     PERFORM 6000-RELATORIO THRU 6000-EXIT.
002570     CLOSE REPANON.
002580     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
002590     DISPLAY "LGPDANON: FUNCIONARIOS LIDOS.........: "
002600             W-QTDE-LIDOS.
002610     DISPLAY "LGPDANON: ANONIMIZADOS NESTA EXECUCAO: "
002620             W-QTDE-NOVOS.
002630     DISPLAY "LGPDANON: DEPENDENTES / PENSOES......: " W-QTDE-DPN
002640             " / " W-QTDE-PEN.
002650     DISPLAY "LGPDANON: IMAGENS MASCARADAS NA TRILHA: "
002660             W-QTDE-IMAGENS.
002670     DISPLAY "LGPDANON: RELATORIO EM REPANON, SPOOL " SPA-NUMERO.
002680     MOVE W-QTDE-NOVOS TO RCT-REGISTROS.
002690     MOVE "F" TO RCT-ACAO.
002700     CALL "RUNCTL" USING RCT-PARAMETROS.
002710     MOVE ZERO TO RETURN-CODE.
002720     GOBACK.
002730******************************************************************
002740*    1000-INICIALIZAR - ANOS DE RETENCAO DO PARMSYS E CABECALHO  *
002750******************************************************************
002760 1000-INICIALIZAR.
002770     ACCEPT W-HOJE FROM DATE YYYYMMDD.
002780     OPEN INPUT PARMSYS.
002790     IF PARM-STATUS = "00"
002800         READ PARMSYS
002810             AT END CONTINUE
002820             NOT AT END
002830                 IF PARM-ANOS-LGPD IS NUMERIC
002840                     AND PARM-ANOS-LGPD > ZERO
002850                     MOVE PARM-ANOS-LGPD TO W-ANOS-RETENCAO
002860                 END-IF
002870         END-READ
002880         CLOSE PARMSYS
002890     END-IF.
002900     OPEN OUTPUT REPANON.
002910     MOVE W-HJ-DIA TO LC1-DIA.
002920     MOVE W-HJ-MES TO LC1-MES.
002930     MOVE W-HJ-ANO TO LC1-ANO.
002940     IF W-MODO-SIMULACAO
002950         MOVE "SIMULACAO" TO LC1-MODO
002960     ELSE
002970         MOVE "ANONIMIZACAO" TO LC1-MODO.
002980     MOVE W-ANOS-RETENCAO TO LC1-ANOS.
002990     WRITE REG-RELAT FROM LIN-CABEC1.
003000     WRITE REG-RELAT FROM LIN-BRANCO.
003010 1000-EXIT. EXIT.
003020******************************************************************
003030*    2000-FUNCIONARIOS - SELECIONA OS DESLIGADOS COM A RETENCAO  *
003040*    VENCIDA E GUARDA TAMBEM OS JA ANONIMIZADOS                  *
003050******************************************************************
003060 2000-FUNCIONARIOS.
003070     IF W-MODO-ANONIMIZAR
003080         OPEN I-O CADFUNC
003090     ELSE
003100         OPEN INPUT CADFUNC.
003110     IF FUNC-STATUS NOT = "00"
003120         DISPLAY "LGPDANON: CADFUNC NAO ABRIU - STATUS "
003130                 FUNC-STATUS
003140         GO TO 2000-EXIT.
003150     MOVE "N" TO W-EOF.
003160     MOVE ZEROS TO CODFUNC.
003170     START CADFUNC KEY IS NOT LESS THAN CODFUNC
003180         INVALID KEY MOVE "S" TO W-EOF.
003190     PERFORM 2100-LER-FUNC THRU 2100-EXIT
003200         UNTIL W-EOF-SIM.
003210     CLOSE CADFUNC.
003220 2000-EXIT. EXIT.
003230 2100-LER-FUNC.
003240     READ CADFUNC NEXT RECORD
003250         AT END
003260             MOVE "S" TO W-EOF
003270             GO TO 2100-EXIT.
003280     ADD 1 TO W-QTDE-LIDOS.
003290     IF FUNC-ANONIMIZADO-SIM
003300         MOVE "N" TO W-TROCOU
003310         PERFORM 2300-GUARDAR THRU 2300-EXIT
003320         GO TO 2100-EXIT.
003330     IF NOT FUNC-DESLIGADO
003340         GO TO 2100-EXIT.
003350     IF DATA-DESLIGAMENTO NOT NUMERIC OR ANODEM = ZERO
003360         OR MESDEM = ZERO OR DIADEM = ZERO
003370         GO TO 2100-EXIT.
003380     IF ANODEM > 50
003390         COMPUTE W-DD-ANO = 1900 + ANODEM
003400     ELSE
003410         COMPUTE W-DD-ANO = 2000 + ANODEM.
003420     MOVE MESDEM TO W-DD-MES.
003430     MOVE DIADEM TO W-DD-DIA.
003440     COMPUTE W-DATA-LIMITE = W-DATA-DESLIG
003450                           + W-ANOS-RETENCAO * 10000.
003460     IF W-DATA-LIMITE NOT < W-HOJE
003470         GO TO 2100-EXIT.
003480     MOVE "S" TO W-TROCOU.
003490     PERFORM 2300-GUARDAR THRU 2300-EXIT.
003500     IF NOT W-TROCOU-SIM
003510         GO TO 2100-EXIT.
003520     ADD 1 TO W-QTDE-NOVOS.
003530     IF W-MODO-SIMULACAO
003540         GO TO 2100-EXIT.
003550     PERFORM 2200-MASCARAR-FUNC THRU 2200-EXIT.
003560     REWRITE REGFUNC
003570         INVALID KEY
003580             DISPLAY "LGPDANON: ERRO NA REGRAVACAO DO CADFUNC "
003590                     CODFUNC " STATUS " FUNC-STATUS.
003600 2100-EXIT. EXIT.
003610******************************************************************
003620*    2200-MASCARAR-FUNC - NOME, CPF, ENDERECO E CONTA; OS DEMAIS *
003630*    CAMPOS (CARGO, DATAS, VALORES) FICAM                        *
003640******************************************************************
003650 2200-MASCARAR-FUNC.
003660     MOVE CODFUNC TO W-CODFUNC-PROC.
003670     PERFORM 2250-NOME-MASCARA THRU 2250-EXIT.
003680     MOVE W-NOME-MASCARA TO NOMEFUNC.
003690     MOVE ZEROS TO CPFFUNC.
003700     MOVE ZEROS TO NCEPFUNC.
003710     MOVE W-MASC-LOGRADOURO TO LOGRAFUNC.
003720     MOVE SPACES TO NUMEROFUNC.
003730     MOVE SPACES TO BAIRROFUNC.
003740     MOVE SPACES TO CIDADEFUNC.
003750     MOVE SPACES TO UFFUNC.
003760     MOVE ZEROS TO BANCOFUNC.
003770     MOVE ZEROS TO AGENCIAFUNC.
003780     MOVE ZEROS TO CONTAFUNC.
003790     MOVE SPACES TO DVCONTAFUNC.
003800     MOVE "S" TO FUNC-ANONIMIZADO.
003810     MOVE W-HOJE TO DATA-ANONIMIZ.
003820 2200-EXIT. EXIT.
003830 2250-NOME-MASCARA.
003840     MOVE SPACES TO W-NOME-MASCARA.
003850     STRING "TITULAR ANONIMIZADO " W-CODFUNC-PROC
003860         DELIMITED BY SIZE INTO W-NOME-MASCARA.
003870 2250-EXIT. EXIT.
003880******************************************************************
003890*    2300-GUARDAR - APENSA O FUNCIONARIO A TAB-ANON (TAN-NOVO =  *
003900*    "S" PARA OS DESTA EXECUCAO). SEM ESPACO, W-TROCOU VOLTA "N" *
003910*    E O FUNCIONARIO FICA PARA A PROXIMA EXECUCAO                *
003920******************************************************************
003930 2300-GUARDAR.
003940     IF W-QTDE-TAB NOT < 3000
003950         MOVE "S" TO W-AVISO-TAB
003960         MOVE "N" TO W-TROCOU
003970         GO TO 2300-EXIT.
003980     ADD 1 TO W-QTDE-TAB.
003990     MOVE CODFUNC TO TAN-CODFUNC(W-QTDE-TAB).
004000     MOVE ZEROS TO TAN-QTDE-DPN(W-QTDE-TAB).
004010     MOVE ZEROS TO TAN-QTDE-PEN(W-QTDE-TAB).
004020     IF W-TROCOU-SIM
004030         MOVE "S" TO TAN-NOVO(W-QTDE-TAB)
004040         MOVE W-DATA-DESLIG TO TAN-DESLIG(W-QTDE-TAB)
004050     ELSE
004060         MOVE "N" TO TAN-NOVO(W-QTDE-TAB)
004070         MOVE ZEROS TO TAN-DESLIG(W-QTDE-TAB).
004080 2300-EXIT. EXIT.
004090******************************************************************
004100*    3000-DEPENDENTES - MASCARA NOME E NASCIMENTO DOS DEPENDENTES*
004110*    DOS FUNCIONARIOS DA TAB-ANON                                *
004120******************************************************************
004130 3000-DEPENDENTES.
004140     IF W-MODO-ANONIMIZAR
004150         OPEN I-O FDEPEND
004160     ELSE
004170         OPEN INPUT FDEPEND.
004180     IF DPN-STATUS NOT = "00"
004190         GO TO 3000-EXIT.
004200     MOVE "N" TO W-EOF.
004210     MOVE LOW-VALUES TO DPN-CHAVE.
004220     START FDEPEND KEY IS NOT LESS THAN DPN-CHAVE
004230         INVALID KEY MOVE "S" TO W-EOF.
004240     PERFORM 3100-LER-DPN THRU 3100-EXIT
004250         UNTIL W-EOF-SIM.
004260     CLOSE FDEPEND.
004270 3000-EXIT. EXIT.
004280 3100-LER-DPN.
004290     READ FDEPEND NEXT RECORD
004300         AT END
004310             MOVE "S" TO W-EOF
004320             GO TO 3100-EXIT.
004330     MOVE DPN-CODFUNC TO W-CODFUNC-PROC.
004340     PERFORM 9100-PROCURAR THRU 9100-EXIT.
004350     IF NOT W-ACHOU-SIM
004360         GO TO 3100-EXIT.
004370     IF TAN-NOVO(W-IDX-ACHADO) = "S"
004380         ADD 1 TO TAN-QTDE-DPN(W-IDX-ACHADO)
004390         ADD 1 TO W-QTDE-DPN.
004400     IF W-MODO-SIMULACAO
004410         GO TO 3100-EXIT.
004420     IF DPN-NOME = W-MASC-DEPENDENTE AND DPN-DATA-NASC = ZEROS
004430         GO TO 3100-EXIT.
004440     MOVE W-MASC-DEPENDENTE TO DPN-NOME.
004450     MOVE ZEROS TO DPN-DATA-NASC.
004460     REWRITE REGDPN
004470         INVALID KEY
004480             DISPLAY "LGPDANON: ERRO NA REGRAVACAO DO FDEPEND "
004490                     DPN-CHAVE " STATUS " DPN-STATUS.
004500 3100-EXIT. EXIT.
004510******************************************************************
004520*    3500-PENSOES - MASCARA NOME, CPF E CONTA DO BENEFICIARIO DAS*
004530*    PENSOES DOS FUNCIONARIOS DA TAB-ANON (VALORES E REGRA FICAM)*
004540******************************************************************
004550 3500-PENSOES.
004560     IF W-MODO-ANONIMIZAR
004570         OPEN I-O PENSAO
004580     ELSE
004590         OPEN INPUT PENSAO.
004600     IF PEN-STATUS NOT = "00"
004610         GO TO 3500-EXIT.
004620     MOVE "N" TO W-EOF.
004630     MOVE LOW-VALUES TO PN-CHAVE.
004640     START PENSAO KEY IS NOT LESS THAN PN-CHAVE
004650         INVALID KEY MOVE "S" TO W-EOF.
004660     PERFORM 3600-LER-PEN THRU 3600-EXIT
004670         UNTIL W-EOF-SIM.
004680     CLOSE PENSAO.
004690 3500-EXIT. EXIT.
004700 3600-LER-PEN.
004710     READ PENSAO NEXT RECORD
004720         AT END
004730             MOVE "S" TO W-EOF
004740             GO TO 3600-EXIT.
004750     MOVE PN-CODFUNC TO W-CODFUNC-PROC.
004760     PERFORM 9100-PROCURAR THRU 9100-EXIT.
004770     IF NOT W-ACHOU-SIM
004780         GO TO 3600-EXIT.
004790     IF TAN-NOVO(W-IDX-ACHADO) = "S"
004800         ADD 1 TO TAN-QTDE-PEN(W-IDX-ACHADO)
004810         ADD 1 TO W-QTDE-PEN.
004820     IF W-MODO-SIMULACAO
004830         GO TO 3600-EXIT.
004840     IF PN-NOME = W-MASC-BENEFICIARIO AND PN-CPF = ZERO
004850         GO TO 3600-EXIT.
004860     MOVE W-MASC-BENEFICIARIO TO PN-NOME.
004870     MOVE ZEROS TO PN-CPF.
004880     MOVE ZEROS TO PN-BANCO.
004890     MOVE ZEROS TO PN-AGENCIA.
004900     MOVE ZEROS TO PN-CONTA.
004910     MOVE SPACES TO PN-DV.
004920     REWRITE REGPEN
004930         INVALID KEY
004940             DISPLAY "LGPDANON: ERRO NA REGRAVACAO DO PENSAO "
004950                     PN-CHAVE " STATUS " PEN-STATUS.
004960 3600-EXIT. EXIT.
004970******************************************************************
004980*    4000-TRILHA - MASCARA AS IMAGENS DO CADFUNC E DO FDEPEND DOS*
004990*    ANONIMIZADOS: FAUDIT E FAUDARQ SAO COPIADOS PARA O FAUDNOVO *
005000*    JA MASCARADOS E REGRAVADOS DE VOLTA                         *
005010******************************************************************
005020 4000-TRILHA.
005030     OPEN INPUT FAUDIT.
005040     IF AUD-STATUS = "00"
005050         OPEN OUTPUT FAUDNOVO
005060         MOVE "N" TO W-EOF
005070         PERFORM 4100-COPIAR-FAUDIT THRU 4100-EXIT
005080             UNTIL W-EOF-SIM
005090         CLOSE FAUDIT FAUDNOVO
005100         OPEN INPUT FAUDNOVO
005110         OPEN OUTPUT FAUDIT
005120         MOVE "N" TO W-EOF
005130         PERFORM 4200-VOLTAR-FAUDIT THRU 4200-EXIT
005140             UNTIL W-EOF-SIM
005150         CLOSE FAUDIT FAUDNOVO
005160     END-IF.
005170     OPEN INPUT FAUDARQ.
005180     IF AUA-STATUS = "00"
005190         OPEN OUTPUT FAUDNOVO
005200         MOVE "N" TO W-EOF
005210         PERFORM 4300-COPIAR-FAUDARQ THRU 4300-EXIT
005220             UNTIL W-EOF-SIM
005230         CLOSE FAUDARQ FAUDNOVO
005240         OPEN INPUT FAUDNOVO
005250         OPEN OUTPUT FAUDARQ
005260         MOVE "N" TO W-EOF
005270         PERFORM 4400-VOLTAR-FAUDARQ THRU 4400-EXIT
005280             UNTIL W-EOF-SIM
005290         CLOSE FAUDARQ FAUDNOVO
005300     END-IF.
005310 4000-EXIT. EXIT.
005320 4100-COPIAR-FAUDIT.
005330     READ FAUDIT INTO REG-AUDITLOG
005340         AT END
005350             MOVE "S" TO W-EOF
005360             GO TO 4100-EXIT.
005370     PERFORM 4500-MASCARAR-ENTRADA THRU 4500-EXIT.
005380     WRITE REG-FAUDNOVO FROM REG-AUDITLOG.
005390 4100-EXIT. EXIT.
005400 4200-VOLTAR-FAUDIT.
005410     READ FAUDNOVO
005420         AT END MOVE "S" TO W-EOF
005430         NOT AT END
005440             WRITE REG-FAUDIT FROM REG-FAUDNOVO.
005450 4200-EXIT. EXIT.
005460 4300-COPIAR-FAUDARQ.
005470     READ FAUDARQ INTO REG-AUDITLOG
005480         AT END
005490             MOVE "S" TO W-EOF
005500             GO TO 4300-EXIT.
005510     PERFORM 4500-MASCARAR-ENTRADA THRU 4500-EXIT.
005520     WRITE REG-FAUDNOVO FROM REG-AUDITLOG.
005530 4300-EXIT. EXIT.
005540 4400-VOLTAR-FAUDARQ.
005550     READ FAUDNOVO
005560         AT END MOVE "S" TO W-EOF
005570         NOT AT END
005580             WRITE REG-FAUDARQ FROM REG-FAUDNOVO.
005590 4400-EXIT. EXIT.
005600******************************************************************
005610*    4500-MASCARAR-ENTRADA - ENTRADA DO CADFUNC OU DO FDEPEND DE *
005620*    UM FUNCIONARIO DA TAB-ANON TEM AS DUAS IMAGENS MASCARADAS   *
005630*    (AS ENTRADAS DO PROPRIO LGPDANON NAO TEM DADO PESSOAL)      *
005640******************************************************************
005650 4500-MASCARAR-ENTRADA.
005660     IF AUD-PROGRAMA = "LGPDANON"
005670         GO TO 4500-EXIT.
005680     IF AUD-ARQUIVO NOT = "CADFUNC"
005690         AND AUD-ARQUIVO NOT = "FDEPEND"
005700         GO TO 4500-EXIT.
005710     IF AUD-CHAVE(1:6) NOT NUMERIC
005720         GO TO 4500-EXIT.
005730     MOVE AUD-CHAVE(1:6) TO W-CODFUNC-PROC.
005740     PERFORM 9100-PROCURAR THRU 9100-EXIT.
005750     IF NOT W-ACHOU-SIM
005760         GO TO 4500-EXIT.
005770     PERFORM 2250-NOME-MASCARA THRU 2250-EXIT.
005780     MOVE AUD-ANTES TO W-IMAGEM.
005790     PERFORM 4600-MASCARAR-IMAGEM THRU 4600-EXIT.
005800     MOVE W-IMAGEM TO AUD-ANTES.
005810     MOVE AUD-DEPOIS TO W-IMAGEM.
005820     PERFORM 4600-MASCARAR-IMAGEM THRU 4600-EXIT.
005830     MOVE W-IMAGEM TO AUD-DEPOIS.
005840 4500-EXIT. EXIT.
005850 4600-MASCARAR-IMAGEM.
005860     IF W-IMAGEM = SPACES
005870         GO TO 4600-EXIT.
005880     IF AUD-ARQUIVO = "CADFUNC"
005890         MOVE W-IMAGEM TO W-IMG-FUNC
005900         IF WIF-NOME = W-NOME-MASCARA AND WIF-CPF = ZERO
005910             GO TO 4600-EXIT
005920         END-IF
005930         MOVE W-NOME-MASCARA TO WIF-NOME
005940         MOVE ZEROS TO WIF-CPF
005950         MOVE ZEROS TO WIF-CEP
005960         MOVE W-MASC-LOGRADOURO TO WIF-LOGRADOURO
005970         MOVE W-IMG-FUNC TO W-IMAGEM
005980     ELSE
005990         MOVE W-IMAGEM TO W-IMG-DPN
006000         IF WID-NOME = W-MASC-DEPENDENTE AND WID-NASC = ZERO
006010             GO TO 4600-EXIT
006020         END-IF
006030         MOVE W-MASC-DEPENDENTE TO WID-NOME
006040         MOVE ZEROS TO WID-NASC
006050         MOVE W-IMG-DPN TO W-IMAGEM
006060     END-IF.
006070     ADD 1 TO W-QTDE-IMAGENS.
006080 4600-EXIT. EXIT.
006090******************************************************************
006100*    5000-AUDITAR - UMA ENTRADA NA FAUDIT POR ANONIMIZACAO, SO   *
006110*    COM DATAS E QUANTIDADES, E FAUDIDX RECRIADO (A TRILHA FOI   *
006120*    REGRAVADA)                                                  *
006130******************************************************************
006140 5000-AUDITAR.
006150     OPEN EXTEND FAUDIT.
006160     IF AUD-STATUS = "35"
006170         OPEN OUTPUT FAUDIT
006180         CLOSE FAUDIT
006190         OPEN EXTEND FAUDIT.
006200     PERFORM 5100-AUDITAR-FUNC THRU 5100-EXIT
006210         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDE-TAB.
006220     CLOSE FAUDIT.
006230     MOVE "R" TO AUX-ACAO.
006240     CALL "AUX000" USING AUX-PARAMETROS-AREA.
006250     IF AUX-OK
006260         DISPLAY "FAUDIDX  RECRIADO COM " AUX-QTDE " ENTRADAS"
006270     ELSE
006280         DISPLAY "LGPDANON: FAUDIDX NAO RECRIADO - RODAR A "
006290                 "RECRIACAO PELO AUDCONS".
006300 5000-EXIT. EXIT.
006310 5100-AUDITAR-FUNC.
006320     IF TAN-NOVO(W-IDX) NOT = "S"
006330         GO TO 5100-EXIT.
006340     MOVE "LGPDANON" TO AUD-PROGRAMA.
006350     MOVE "A" TO AUD-OPERACAO.
006360     ACCEPT AUD-DATA FROM DATE.
006370     ACCEPT AUD-HORA FROM TIME.
006380     MOVE "LGPDANON" TO AUD-OPERADOR.
006390     MOVE TAN-CODFUNC(W-IDX) TO AUD-CHAVE.
006400     MOVE "CADFUNC" TO AUD-ARQUIVO.
006410     MOVE SPACES TO AUD-ANTES.
006420     STRING "DESLIGADO EM " TAN-DESLIG(W-IDX)
006430            " - RETENCAO DE " W-ANOS-RETENCAO " ANOS VENCIDA"
006440         DELIMITED BY SIZE INTO AUD-ANTES.
006450     MOVE SPACES TO AUD-DEPOIS.
006460     STRING "DADOS PESSOAIS ANONIMIZADOS - DEPENDENTES "
006470            TAN-QTDE-DPN(W-IDX) " PENSOES " TAN-QTDE-PEN(W-IDX)
006480         DELIMITED BY SIZE INTO AUD-DEPOIS.
006490     WRITE REG-FAUDIT FROM REG-AUDITLOG.
006500 5100-EXIT. EXIT.
006510******************************************************************
006520*    6000-RELATORIO - UMA LINHA POR FUNCIONARIO DESTA EXECUCAO   *
006530*    (SO CODIGO, DATAS E QUANTIDADES) E O RESUMO                 *
006540******************************************************************
006550 6000-RELATORIO.
006560     WRITE REG-RELAT FROM LIN-COLUNAS.
006570     PERFORM 6100-LINHA-FUNC THRU 6100-EXIT
006580         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDE-TAB.
006590     WRITE REG-RELAT FROM LIN-BRANCO.
006600     IF W-AVISO-TAB-SIM
006610         MOVE "TABELA CHEIA - RODAR DE NOVO PARA OS RESTANTES"
006620             TO LAV-TEXTO
006630         MOVE ZERO TO LAV-QTDE
006640         WRITE REG-RELAT FROM LIN-AVISO.
006650     MOVE "FUNCIONARIOS LIDOS" TO LAV-TEXTO.
006660     MOVE W-QTDE-LIDOS TO LAV-QTDE.
006670     WRITE REG-RELAT FROM LIN-AVISO.
006680     IF W-MODO-SIMULACAO
006690         MOVE "A ANONIMIZAR (RETENCAO VENCIDA)" TO LAV-TEXTO
006700     ELSE
006710         MOVE "ANONIMIZADOS NESTA EXECUCAO" TO LAV-TEXTO.
006720     MOVE W-QTDE-NOVOS TO LAV-QTDE.
006730     WRITE REG-RELAT FROM LIN-AVISO.
006740     MOVE "DEPENDENTES ALCANCADOS" TO LAV-TEXTO.
006750     MOVE W-QTDE-DPN TO LAV-QTDE.
006760     WRITE REG-RELAT FROM LIN-AVISO.
006770     MOVE "PENSOES ALCANCADAS" TO LAV-TEXTO.
006780     MOVE W-QTDE-PEN TO LAV-QTDE.
006790     WRITE REG-RELAT FROM LIN-AVISO.
006800     MOVE "IMAGENS MASCARADAS NA TRILHA (FAUDIT/FAUDARQ)"
006810         TO LAV-TEXTO.
006820     MOVE W-QTDE-IMAGENS TO LAV-QTDE.
006830     WRITE REG-RELAT FROM LIN-AVISO.
006840 6000-EXIT. EXIT.
006850 6100-LINHA-FUNC.
006860     IF TAN-NOVO(W-IDX) NOT = "S"
006870         GO TO 6100-EXIT.
006880     MOVE TAN-CODFUNC(W-IDX) TO LD-CODFUNC.
006890     MOVE TAN-DESLIG(W-IDX) TO LD-DESLIG.
006900     COMPUTE LD-LIMITE = TAN-DESLIG(W-IDX)
006910                       + W-ANOS-RETENCAO * 10000.
006920     MOVE TAN-QTDE-DPN(W-IDX) TO LD-QTDE-DPN.
006930     MOVE TAN-QTDE-PEN(W-IDX) TO LD-QTDE-PEN.
006940     IF W-MODO-SIMULACAO
006950         MOVE "A ANONIMIZAR" TO LD-SITUACAO
006960     ELSE
006970         MOVE "ANONIMIZADO" TO LD-SITUACAO.
006980     WRITE REG-RELAT FROM LIN-DET.
006990 6100-EXIT. EXIT.
007000******************************************************************
007010*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA O*
007020*    SPLREP REIMPRIMIR                                           *
007030******************************************************************
007040 9000-ESPOLAR.
007050     MOVE "I" TO SPA-ACAO.
007060     MOVE "LGPDANON" TO SPA-PROGRAMA.
007070     MOVE SPACES TO SPA-OPERADOR.
007080     MOVE SPACES TO SPA-PARAMS.
007090     STRING "MODO " W-MODO " RETENCAO " W-ANOS-RETENCAO
007100         DELIMITED BY SIZE INTO SPA-PARAMS.
007110     CALL "SPL000" USING SPL-PARAMETROS-AREA.
007120     OPEN INPUT REPANON.
007130     IF REL-STATUS NOT = "00"
007140         GO TO 9000-FIM.
007150     MOVE "N" TO W-EOF-SPL.
007160     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
007170         UNTIL W-EOF-SPL-SIM.
007180     CLOSE REPANON.
007190 9000-FIM.
007200     MOVE "F" TO SPA-ACAO.
007210     CALL "SPL000" USING SPL-PARAMETROS-AREA.
007220 9000-EXIT. EXIT.
007230 9010-ESPOLAR-LER.
007240     READ REPANON
007250         AT END MOVE "S" TO W-EOF-SPL.
007260     IF NOT W-EOF-SPL-SIM
007270         MOVE "L" TO SPA-ACAO
007280         MOVE REG-RELAT TO SPA-LINHA
007290         CALL "SPL000" USING SPL-PARAMETROS-AREA.
007300 9010-EXIT. EXIT.
007310******************************************************************
007320*    9100-PROCURAR - W-CODFUNC-PROC NA TAB-ANON (W-IDX-ACHADO)   *
007330******************************************************************
007340 9100-PROCURAR.
007350     MOVE "N" TO W-ACHOU.
007360     PERFORM 9110-COMPARAR THRU 9110-EXIT
007370         VARYING W-IDX-ACHADO FROM 1 BY 1
007380         UNTIL W-IDX-ACHADO > W-QTDE-TAB OR W-ACHOU-SIM.
007390     IF W-ACHOU-SIM
007400         SUBTRACT 1 FROM W-IDX-ACHADO.
007410 9100-EXIT. EXIT.
007420 9110-COMPARAR.
007430     IF TAN-CODFUNC(W-IDX-ACHADO) = W-CODFUNC-PROC
007440         MOVE "S" TO W-ACHOU.
007450 9110-EXIT. EXIT.
