000010******************************************************************
000020* PROGRAM-ID : FP16228                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : GERACAO DOS EVENTOS DO ESOCIAL (ESOCEVT, LAYOUT    *
000080*              POSICIONAL PARA O TRANSMISSOR) A PARTIR DOS DADOS  *
000090*              DO SISTEMA, NO LUGAR DA REDIGITACAO NO PORTAL:     *
000100*              S-2200 ADMISSAO E S-2205 ALTERACAO CADASTRAL DO    *
000110*              CADFUNC, S-2230 AFASTAMENTO DO AFASTA (FP16218),   *
000120*              S-2299 DESLIGAMENTO DO RESCISAO (FP16212) E, NA    *
000130*              COMPETENCIA INFORMADA E FECHADA NO FOLHACTL,       *
000140*              S-1200 REMUNERACAO E S-1210 PAGAMENTOS DO FOPAGTO. *
000150*              O ESOCCTL GUARDA CADA EVENTO ENVIADO: O QUE ESTA   *
000160*              AGUARDANDO RETORNO OU JA FOI ACEITO SEM MUDANCA    *
000170*              NAO E REENVIADO; O ACEITO CUJOS DADOS MUDARAM VAI  *
000180*              COMO RETIFICACAO DO RECIBO; O REJEITADO SO VOLTA   *
000190*              DEPOIS DE CORRIGIDO. O RETORNO E BAIXADO PELO      *
000200*              FP16229. LISTA OS EVENTOS GERADOS EM REPESOC.      *
000210*------------------------------------------------------------------
000220* HISTORICO DE ALTERACOES                                         *
000230* DATA       INICIAIS  DESCRICAO                                  *
000240* 2026-10-15 BH        VERSAO INICIAL                             *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. FP16228.
000280 AUTHOR. BRUNO HARNIK.
000290 INSTALLATION. FATEC.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CADFUNC ASSIGN TO "CADFUNC"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CODFUNC
000420         FILE STATUS IS FUNC-STATUS.
000430     SELECT CADCAR ASSIGN TO "CADCAR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CODCAR IN REGCAR
000470         ALTERNATE RECORD KEY IS CHAVE2 WITH DUPLICATES
000480         FILE STATUS IS CAR-STATUS.
000490     SELECT AFASTA ASSIGN TO "AFASTA"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS AF-CHAVE
000530         FILE STATUS IS AFA-STATUS.
000540     SELECT RESCISAO ASSIGN TO "RESCISAO"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS RS-CODFUNC
000580         FILE STATUS IS RSC-STATUS.
000590     SELECT FOLHACTL ASSIGN TO "FOLHACTL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS FC-CHAVE
000630         FILE STATUS IS FCT-STATUS.
000640     SELECT ESOCCTL ASSIGN TO "ESOCCTL"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS EO-CHAVE
000680         FILE STATUS IS ESO-STATUS.
000690     SELECT PARMSYS ASSIGN TO "PARMSYS"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS PARM-STATUS.
000720     SELECT FOPAGTO ASSIGN TO "FOPAGTO"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS PAG-STATUS.
000750     SELECT ESOCEVT ASSIGN TO "ESOCEVT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS EVT-STATUS.
000780     SELECT REPESOC ASSIGN TO "REPESOC"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS REL-STATUS.
000810     SELECT SORTWK ASSIGN TO "SORTWK2".
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  CADFUNC
000850     LABEL RECORDS ARE STANDARD.
000860     COPY REGFUNC.
000870 FD  CADCAR
000880     LABEL RECORDS ARE STANDARD.
000890     COPY REGCAR.
000900 FD  AFASTA
000910     LABEL RECORDS ARE STANDARD.
000920     COPY REGAFA.
000930 FD  RESCISAO
000940     LABEL RECORDS ARE STANDARD.
000950     COPY REGRSC.
000960 FD  FOLHACTL
000970     LABEL RECORDS ARE STANDARD.
000980     COPY REGFCT.
000990 FD  ESOCCTL
001000     LABEL RECORDS ARE STANDARD.
001010     COPY REGESO.
001020 FD  PARMSYS
001030     LABEL RECORDS ARE STANDARD.
001040     COPY PARMSYS.
001050 FD  FOPAGTO
001060     LABEL RECORDS ARE STANDARD.
001070     COPY REGPAG.
001080 FD  ESOCEVT
001090     LABEL RECORDS ARE STANDARD.
001100 01  REG-ESOCEVT                 PIC X(200).
001110 FD  REPESOC
001120     LABEL RECORDS ARE STANDARD.
001130 01  REG-RELAT                   PIC X(100).
001140 SD  SORTWK.
001150 01  SD-PAGTO.
001160     05  SD-CODFUNC              PIC 9(06).
001170     05  SD-TIPO-FOLHA           PIC X(01).
001180     05  SD-BRUTO                PIC 9(09)V99.
001190     05  SD-EXTRAS               PIC 9(09)V99.
001200     05  SD-INSS                 PIC 9(09)V99.
001210     05  SD-IRRF                 PIC 9(09)V99.
001220     05  SD-FGTS                 PIC 9(09)V99.
001230     05  SD-PENSAO               PIC 9(09)V99.
001240     05  SD-LIQUIDO              PIC 9(09)V99.
001250 WORKING-STORAGE SECTION.
001260 01  FUNC-STATUS                 PIC X(02).
001270 01  CAR-STATUS                  PIC X(02).
001280 01  AFA-STATUS                  PIC X(02).
001290 01  RSC-STATUS                  PIC X(02).
001300 01  FCT-STATUS                  PIC X(02).
001310 01  ESO-STATUS                  PIC X(02).
001320 01  PARM-STATUS                 PIC X(02).
001330 01  PAG-STATUS                  PIC X(02).
001340 01  EVT-STATUS                  PIC X(02).
001350 01  REL-STATUS                  PIC X(02).
001360 COPY RUNPARM.
001370 COPY MVFPARM.
001380 COPY REGEVT.
001390 01  W-SWITCHES.
001400     05  W-EOF                   PIC X(01).
001410         88  W-EOF-SIM           VALUE "S".
001420     05  W-EOF-AFA               PIC X(01).
001430         88  W-EOF-AFA-SIM       VALUE "S".
001440     05  W-EOF-CTL               PIC X(01).
001450         88  W-EOF-CTL-SIM       VALUE "S".
001460     05  W-CAR-ABERTO            PIC X(01) VALUE "N".
001470         88  W-CAR-ABERTO-SIM    VALUE "S".
001480     05  W-AFA-ABERTO            PIC X(01) VALUE "N".
001490         88  W-AFA-ABERTO-SIM    VALUE "S".
001500     05  W-RSC-ABERTO            PIC X(01) VALUE "N".
001510         88  W-RSC-ABERTO-SIM    VALUE "S".
001520     05  W-COMP-FECHADA          PIC X(01) VALUE "N".
001530         88  W-COMP-FECHADA-SIM  VALUE "S".
001540     05  W-ADM-ACEITA            PIC X(01).
001550         88  W-ADM-ACEITA-SIM    VALUE "S".
001560     05  W-PRIMEIRO-GRUPO        PIC X(01).
001570         88  W-PRIMEIRO-GRUPO-SIM VALUE "S".
001580     05  W-COMPARA               PIC X(01).
001590         88  W-COMPARA-VINCULO   VALUE "V".
001600 01  W-MES-INF                   PIC 9(02).
001610 01  W-ANO-INF                   PIC 9(04).
001620 01  W-REF-COMP                  PIC 9(08).
001630 01  W-HOJE                      PIC 9(08).
001640 01  W-DATA-ADM-8                PIC 9(08).
001650 01  W-EVT-NUM                   PIC X(04).
001660 01  W-EVT-REF                   PIC 9(08).
001670 01  W-CAD-BASE                  PIC X(105).
001680 01  W-ULT-2205-SIT              PIC X(01).
001690 01  W-ULT-2205-REF              PIC 9(08).
001700 01  W-CODFUNC-ANTERIOR          PIC 9(06).
001710 01  W-FUNC-BRUTO                PIC 9(09)V99.
001720 01  W-FUNC-EXTRAS               PIC 9(09)V99.
001730 01  W-FUNC-INSS                 PIC 9(09)V99.
001740 01  W-FUNC-IRRF                 PIC 9(09)V99.
001750 01  W-FUNC-FGTS                 PIC 9(09)V99.
001760 01  W-FUNC-PENSAO               PIC 9(09)V99.
001770 01  W-FUNC-LIQUIDO              PIC 9(09)V99.
001780 01  W-FUNC-ADIANT               PIC 9(09)V99.
001790 01  W-FUNC-FOLHAS               PIC 9(02).
001800 01  W-QTDE-FUNC                 PIC 9(06) VALUE ZERO.
001810 01  W-QTDE-EVENTOS              PIC 9(06) VALUE ZERO.
001820 01  W-QTDE-RETIF                PIC 9(06) VALUE ZERO.
001830 01  W-QTDE-PENDENTES            PIC 9(06) VALUE ZERO.
001840 01  W-QTDE-REJEITADOS           PIC 9(06) VALUE ZERO.
001850******************************************************************
001860*    LINHAS DA LISTA DE EVENTOS GERADOS                           *
001870******************************************************************
001880 01  CAB-RELAT.
001890     05  FILLER                  PIC X(40) VALUE
001900         "EVENTOS ESOCIAL GERADOS - COMPETENCIA   ".
001910     05  CAB-MES                 PIC 9(02).
001920     05  FILLER                  PIC X(01) VALUE "/".
001930     05  CAB-ANO                 PIC 9(04).
001940 01  CAB-COLUNAS.
001950     05  FILLER                  PIC X(09) VALUE "FUNC.    ".
001960     05  FILLER                  PIC X(09) VALUE "EVENTO   ".
001970     05  FILLER                  PIC X(10) VALUE "REFERENC. ".
001980     05  FILLER                  PIC X(14) VALUE "TIPO          ".
001990     05  FILLER                  PIC X(17)
002000         VALUE "RECIBO RETIFICADO".
002010 01  DET-RELAT.
002020     05  DR-CODFUNC              PIC 9(06).
002030     05  FILLER                  PIC X(03) VALUE SPACES.
002040     05  DR-EVENTO               PIC X(06).
002050     05  FILLER                  PIC X(03) VALUE SPACES.
002060     05  DR-REFERENCIA           PIC 9(08).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  DR-TIPO                 PIC X(12).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  DR-RECIBO               PIC X(20).
002110 01  TOT-RELAT1.
002120     05  FILLER                  PIC X(26)
002130         VALUE "EVENTOS GERADOS.........: ".
002140     05  TR-EVENTOS              PIC ZZZZZ9.
002150     05  FILLER                  PIC X(18)
002160         VALUE "  RETIFICACOES..: ".
002170     05  TR-RETIF                PIC ZZZZZ9.
002180 01  TOT-RELAT2.
002190     05  FILLER                  PIC X(26)
002200         VALUE "AGUARDANDO RETORNO......: ".
002210     05  TR-PENDENTES            PIC ZZZZZ9.
002220     05  FILLER                  PIC X(18)
002230         VALUE "  REJEITADOS....: ".
002240     05  TR-REJEITADOS           PIC ZZZZZ9.
002250 01  LIN-SEM-FOLHA               PIC X(80) VALUE
002260     "COMPETENCIA NAO FECHADA (FP16222) - SEM S-1200/S-1210".
002270 PROCEDURE DIVISION.
002280******************************************************************
002290*    0000-MAINLINE                                                *
002300******************************************************************
002310 0000-MAINLINE.
002320     DISPLAY "FP16228 - GERACAO DOS EVENTOS DO ESOCIAL".
002330     DISPLAY "MES DA COMPETENCIA =>".
002340     ACCEPT W-MES-INF.
002350     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
002360     ACCEPT W-ANO-INF.
002370     IF W-MES-INF < 1 OR W-MES-INF > 12
002380         DISPLAY "MES INVALIDO"
002390         STOP RUN.
002400     COMPUTE W-REF-COMP = (W-ANO-INF * 10000) + (W-MES-INF * 100).
002410     ACCEPT W-HOJE FROM DATE YYYYMMDD.
002420     OPEN INPUT CADFUNC.
002430     IF FUNC-STATUS NOT = "00"
002440         DISPLAY "FP16228: ARQUIVO DE FUNCIONARIOS NAO EXISTE"
002450         STOP RUN.
002460     PERFORM 0100-ABRIR-ARQUIVOS THRU 0100-EXIT.
002470     PERFORM 0200-VERIF-FECHAMENTO THRU 0200-EXIT.
002480     MOVE "FP16228" TO RCT-PROGRAMA.
002490     MOVE ZERO TO RCT-DATA.
002500     MOVE "L" TO RCT-ACAO.
002510     CALL "RUNCTL" USING RCT-PARAMETROS.
002520     PERFORM 0300-HEADER THRU 0300-EXIT.
002530     MOVE "N" TO W-EOF.
002540     MOVE LOW-VALUES TO CODFUNC.
002550     START CADFUNC KEY IS NOT LESS THAN CODFUNC
002560         INVALID KEY MOVE "S" TO W-EOF.
002570     IF NOT W-EOF-SIM
002580         PERFORM 1000-LER-CADFUNC THRU 1000-EXIT.
002590     PERFORM 1050-EVENTOS-FUNC THRU 1050-EXIT
002600         UNTIL W-EOF-SIM.
002610     IF W-COMP-FECHADA-SIM
002620         SORT SORTWK ON ASCENDING KEY SD-CODFUNC
002630             INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
002640             OUTPUT PROCEDURE IS 3000-PERIODICOS THRU 3000-EXIT
002650     ELSE
002660         WRITE REG-RELAT FROM LIN-SEM-FOLHA.
002670     PERFORM 0400-TRAILER THRU 0400-EXIT.
002680     CLOSE CADFUNC ESOCCTL ESOCEVT REPESOC.
002690     IF W-CAR-ABERTO-SIM
002700         CLOSE CADCAR.
002710     IF W-AFA-ABERTO-SIM
002720         CLOSE AFASTA.
002730     IF W-RSC-ABERTO-SIM
002740         CLOSE RESCISAO.
002750     MOVE W-QTDE-EVENTOS TO RCT-REGISTROS.
002760     MOVE "F" TO RCT-ACAO.
002770     CALL "RUNCTL" USING RCT-PARAMETROS.
002780     DISPLAY "EVENTOS GERADOS.........: " W-QTDE-EVENTOS.
002790     DISPLAY "RETIFICACOES............: " W-QTDE-RETIF.
002800     DISPLAY "AGUARDANDO RETORNO......: " W-QTDE-PENDENTES.
002810     DISPLAY "REJEITADOS SEM CORRECAO.: " W-QTDE-REJEITADOS.
002820     DISPLAY "EVENTOS EM ESOCEVT, LISTA EM REPESOC".
002830     STOP RUN.
002840******************************************************************
002850*    0100-ABRIR-ARQUIVOS - O ESOCCTL E CRIADO NA PRIMEIRA         *
002860*    GERACAO; CADCAR, AFASTA E RESCISAO SAO OPCIONAIS (SEM ELES   *
002870*    NAO HA O EVENTO CORRESPONDENTE)                              *
002880******************************************************************
002890 0100-ABRIR-ARQUIVOS.
002900     OPEN I-O ESOCCTL.
002910     IF ESO-STATUS = "35"
002920         OPEN OUTPUT ESOCCTL
002930         CLOSE ESOCCTL
002940         OPEN I-O ESOCCTL.
002950     OPEN INPUT CADCAR.
002960     IF CAR-STATUS = "00"
002970         MOVE "S" TO W-CAR-ABERTO.
002980     OPEN INPUT AFASTA.
002990     IF AFA-STATUS = "00"
003000         MOVE "S" TO W-AFA-ABERTO.
003010     OPEN INPUT RESCISAO.
003020     IF RSC-STATUS = "00"
003030         MOVE "S" TO W-RSC-ABERTO.
003040     OPEN OUTPUT ESOCEVT.
003050     OPEN OUTPUT REPESOC.
003060     MOVE W-MES-INF TO CAB-MES.
003070     MOVE W-ANO-INF TO CAB-ANO.
003080     WRITE REG-RELAT FROM CAB-RELAT.
003090     WRITE REG-RELAT FROM CAB-COLUNAS.
003100 0100-EXIT. EXIT.
003110******************************************************************
003120*    0200-VERIF-FECHAMENTO - REMUNERACAO E PAGAMENTOS SO SAEM     *
003130*    PARA COMPETENCIA FECHADA NO FOLHACTL (FP16222)               *
003140******************************************************************
003150 0200-VERIF-FECHAMENTO.
003160     MOVE "N" TO W-COMP-FECHADA.
003170     OPEN INPUT FOLHACTL.
003180     IF FCT-STATUS NOT = "00"
003190         GO TO 0200-EXIT.
003200     MOVE W-ANO-INF TO FC-ANO.
003210     MOVE W-MES-INF TO FC-MES.
003220     READ FOLHACTL
003230         INVALID KEY
003240             CONTINUE
003250         NOT INVALID KEY
003260             IF FOLHA-FECHADA
003270                 MOVE "S" TO W-COMP-FECHADA
003280             END-IF.
003290     CLOSE FOLHACTL.
003300 0200-EXIT. EXIT.
003310******************************************************************
003320*    0300-HEADER - REGISTRO "0" COM O EMPREGADOR DO PARMSYS       *
003330******************************************************************
003340 0300-HEADER.
003350     MOVE SPACES TO REGEVT.
003360     MOVE "0"    TO EV-TIPO-REG.
003370     MOVE ZERO   TO EV-H-CNPJ.
003380     OPEN INPUT PARMSYS.
003390     IF PARM-STATUS = "00"
003400         READ PARMSYS
003410             AT END CONTINUE
003420         END-READ
003430         IF PARM-CNPJ-EMPRESA IS NUMERIC
003440             MOVE PARM-CNPJ-EMPRESA TO EV-H-CNPJ
003450         END-IF
003460         MOVE PARM-RAZAO-EMPRESA TO EV-H-RAZAO
003470         CLOSE PARMSYS
003480     END-IF.
003490     MOVE W-HOJE    TO EV-H-DATA.
003500     MOVE W-ANO-INF TO EV-H-COMP-ANO.
003510     MOVE W-MES-INF TO EV-H-COMP-MES.
003520     WRITE REG-ESOCEVT FROM REGEVT.
003530 0300-EXIT. EXIT.
003540******************************************************************
003550*    0400-TRAILER - REGISTRO "9" E TOTAIS DA LISTA                *
003560******************************************************************
003570 0400-TRAILER.
003580     MOVE SPACES         TO REGEVT.
003590     MOVE "9"            TO EV-TIPO-REG.
003600     MOVE W-QTDE-EVENTOS TO EV-T-QTDE.
003610     MOVE W-QTDE-RETIF   TO EV-T-QTDE-RETIF.
003620     WRITE REG-ESOCEVT FROM REGEVT.
003630     MOVE W-QTDE-EVENTOS    TO TR-EVENTOS.
003640     MOVE W-QTDE-RETIF      TO TR-RETIF.
003650     MOVE W-QTDE-PENDENTES  TO TR-PENDENTES.
003660     MOVE W-QTDE-REJEITADOS TO TR-REJEITADOS.
003670     WRITE REG-RELAT FROM TOT-RELAT1.
003680     WRITE REG-RELAT FROM TOT-RELAT2.
003690 0400-EXIT. EXIT.
003700 1000-LER-CADFUNC.
003710     READ CADFUNC NEXT RECORD
003720         AT END MOVE "S" TO W-EOF.
003730 1000-EXIT. EXIT.
003740******************************************************************
003750*    1050-EVENTOS-FUNC - EVENTOS NAO PERIODICOS DO FUNCIONARIO    *
003760******************************************************************
003770 1050-EVENTOS-FUNC.
003780     IF ANOADM > 50
003790         COMPUTE W-DATA-ADM-8 = (1900 + ANOADM) * 10000
003800             + MESADM * 100 + DIAADM
003810     ELSE
003820         COMPUTE W-DATA-ADM-8 = (2000 + ANOADM) * 10000
003830             + MESADM * 100 + DIAADM.
003840     PERFORM 1100-ADMISSAO THRU 1100-EXIT.
003850     IF W-ADM-ACEITA-SIM
003860         PERFORM 1200-CADASTRO THRU 1200-EXIT.
003870     IF W-AFA-ABERTO-SIM
003880         PERFORM 1300-AFASTAMENTOS THRU 1300-EXIT.
003890     IF W-RSC-ABERTO-SIM
003900         PERFORM 1400-DESLIGAMENTO THRU 1400-EXIT.
003910     PERFORM 1000-LER-CADFUNC THRU 1000-EXIT.
003920 1050-EXIT. EXIT.
003930******************************************************************
003940*    1100-ADMISSAO - S-2200 (UM POR FUNCIONARIO, REFERENCIA ZERO  *
003950*    NO CONTROLE). O VINCULO (DATA DE ADMISSAO E O CARGO NELA,    *
003960*    PELA MVF000) DECIDE A RETIFICACAO DO ACEITO; MUDANCA SO NO   *
003970*    CADASTRO VAI NO S-2205                                       *
003980******************************************************************
003990 1100-ADMISSAO.
004000     MOVE "N" TO W-ADM-ACEITA.
004010     PERFORM 5200-INICIAR-DETALHE THRU 5200-EXIT.
004020     MOVE "S-2200"      TO EV-EVENTO.
004030     MOVE "2200"        TO W-EVT-NUM.
004040     MOVE ZERO          TO W-EVT-REF.
004050     MOVE W-DATA-ADM-8  TO EV-REFERENCIA.
004060     MOVE W-DATA-ADM-8  TO EV-DATA-ADM.
004070     MOVE "C"               TO MVF-ACAO.
004080     MOVE CODFUNC           TO MVF-CODFUNC.
004090     MOVE CODCAR IN REGFUNC TO MVF-CODCAR-ATUAL.
004100     MOVE W-DATA-ADM-8      TO MVF-DATA.
004110     CALL "MVF000" USING MVF-PARAMETROS-AREA.
004120     MOVE MVF-CODCAR        TO EV-CODCAR-ADM.
004130     MOVE SPACES            TO EV-TIPOSAL-ADM.
004140     IF W-CAR-ABERTO-SIM
004150         MOVE MVF-CODCAR TO CODCAR IN REGCAR
004160         READ CADCAR
004170             INVALID KEY
004180                 CONTINUE
004190             NOT INVALID KEY
004200                 MOVE TIPOSALARIO TO EV-TIPOSAL-ADM
004210         END-READ.
004220     PERFORM 5300-MONTAR-CADASTRO THRU 5300-EXIT.
004230     MOVE "V" TO W-COMPARA.
004240     PERFORM 5000-AVALIAR-EVENTO THRU 5000-EXIT.
004250     IF EO-ACEITO
004260         MOVE "S" TO W-ADM-ACEITA
004270         MOVE EO-DADOS-CADASTRO TO W-CAD-BASE.
004280 1100-EXIT. EXIT.
004290******************************************************************
004300*    1200-CADASTRO - S-2205 QUANDO O CADASTRO (NOME, ENDERECO E   *
004310*    CONTA) DIFERE DO ULTIMO ACEITO (S-2200 OU S-2205). UM S-2205 *
004320*    AGUARDANDO RETORNO SEGURA O SEGUINTE; UM REJEITADO E         *
004330*    REENVIADO COM OS DADOS CORRIGIDOS NA MESMA REFERENCIA        *
004340******************************************************************
004350 1200-CADASTRO.
004360     MOVE SPACES TO W-ULT-2205-SIT.
004370     MOVE ZERO   TO W-ULT-2205-REF.
004380     MOVE "N"     TO W-EOF-CTL.
004390     MOVE CODFUNC TO EO-CODFUNC.
004400     MOVE "2205"  TO EO-EVENTO.
004410     MOVE ZERO    TO EO-REFERENCIA.
004420     START ESOCCTL KEY IS NOT LESS THAN EO-CHAVE
004430         INVALID KEY MOVE "S" TO W-EOF-CTL.
004440     PERFORM 1210-LER-2205 THRU 1210-EXIT
004450         UNTIL W-EOF-CTL-SIM.
004460     IF W-ULT-2205-SIT = "E"
004470         ADD 1 TO W-QTDE-PENDENTES
004480         GO TO 1200-EXIT.
004490     PERFORM 5200-INICIAR-DETALHE THRU 5200-EXIT.
004500     MOVE "S-2205" TO EV-EVENTO.
004510     MOVE "2205"   TO W-EVT-NUM.
004520     MOVE ZERO     TO EV-DATA-ADM.
004530     MOVE ZERO     TO EV-CODCAR-ADM.
004540     PERFORM 5300-MONTAR-CADASTRO THRU 5300-EXIT.
004550     MOVE "T" TO W-COMPARA.
004560     IF W-ULT-2205-SIT = "R"
004570         MOVE W-ULT-2205-REF TO W-EVT-REF
004580         MOVE W-ULT-2205-REF TO EV-REFERENCIA
004590         PERFORM 5000-AVALIAR-EVENTO THRU 5000-EXIT
004600         GO TO 1200-EXIT.
004610     IF EV-CADASTRO = W-CAD-BASE
004620         GO TO 1200-EXIT.
004630     MOVE W-HOJE TO W-EVT-REF.
004640     MOVE W-HOJE TO EV-REFERENCIA.
004650     PERFORM 5000-AVALIAR-EVENTO THRU 5000-EXIT.
004660 1200-EXIT. EXIT.
004670 1210-LER-2205.
004680     READ ESOCCTL NEXT RECORD
004690         AT END MOVE "S" TO W-EOF-CTL.
004700     IF W-EOF-CTL-SIM
004710         GO TO 1210-EXIT.
004720     IF EO-CODFUNC NOT = CODFUNC OR EO-EVENTO NOT = "2205"
004730         MOVE "S" TO W-EOF-CTL
004740         GO TO 1210-EXIT.
004750     MOVE EO-SITUACAO   TO W-ULT-2205-SIT.
004760     MOVE EO-REFERENCIA TO W-ULT-2205-REF.
004770     IF EO-ACEITO
004780         MOVE EO-DADOS-CADASTRO TO W-CAD-BASE.
004790 1210-EXIT. EXIT.
004800******************************************************************
004810*    1300-AFASTAMENTOS - S-2230 DE CADA AFASTAMENTO DO AFASTA     *
004820*    (REFERENCIA = DATA DE INICIO); O RETORNO INFORMADO DEPOIS    *
004830*    (DATA FIM) RETIFICA O EVENTO ACEITO. MOTIVO ESOCIAL: 01      *
004840*    ACIDENTE, 03 DOENCA, 17 MATERNIDADE, 21 LICENCA NAO REMUN.   *
004850******************************************************************
004860 1300-AFASTAMENTOS.
004870     MOVE "N"     TO W-EOF-AFA.
004880     MOVE CODFUNC TO AF-CODFUNC.
004890     MOVE ZERO    TO AF-DATA-INI.
004900     START AFASTA KEY IS NOT LESS THAN AF-CHAVE
004910         INVALID KEY MOVE "S" TO W-EOF-AFA.
004920     PERFORM 1310-AFASTAMENTO THRU 1310-EXIT
004930         UNTIL W-EOF-AFA-SIM.
004940 1300-EXIT. EXIT.
004950 1310-AFASTAMENTO.
004960     READ AFASTA NEXT RECORD
004970         AT END MOVE "S" TO W-EOF-AFA.
004980     IF W-EOF-AFA-SIM
004990         GO TO 1310-EXIT.
005000     IF AF-CODFUNC NOT = CODFUNC
005010         MOVE "S" TO W-EOF-AFA
005020         GO TO 1310-EXIT.
005030     PERFORM 5200-INICIAR-DETALHE THRU 5200-EXIT.
005040     MOVE "S-2230"    TO EV-EVENTO.
005050     MOVE "2230"      TO W-EVT-NUM.
005060     MOVE AF-DATA-INI TO W-EVT-REF.
005070     MOVE AF-DATA-INI TO EV-REFERENCIA.
005080     EVALUATE TRUE
005090         WHEN AFAST-ACIDENTE
005100             MOVE "01" TO EV-AF-MOTIVO
005110         WHEN AFAST-DOENCA
005120             MOVE "03" TO EV-AF-MOTIVO
005130         WHEN AFAST-MATERNIDADE
005140             MOVE "17" TO EV-AF-MOTIVO
005150         WHEN AFAST-LICENCA
005160             MOVE "21" TO EV-AF-MOTIVO
005170         WHEN OTHER
005180             MOVE "99" TO EV-AF-MOTIVO
005190     END-EVALUATE.
005200     MOVE AF-TIPO     TO EV-AF-TIPO.
005210     MOVE AF-DATA-INI TO EV-AF-DATA-INI.
005220     MOVE AF-DATA-FIM TO EV-AF-DATA-FIM.
005230     MOVE "T" TO W-COMPARA.
005240     PERFORM 5000-AVALIAR-EVENTO THRU 5000-EXIT.
005250 1310-EXIT. EXIT.
005260******************************************************************
005270*    1400-DESLIGAMENTO - S-2299 COM AS VERBAS DO RESCISAO         *
005280*    (FP16212); UM RECALCULO DEPOIS DE ACEITO RETIFICA O EVENTO   *
005290******************************************************************
005300 1400-DESLIGAMENTO.
005310     MOVE CODFUNC TO RS-CODFUNC.
005320     READ RESCISAO
005330         INVALID KEY
005340             GO TO 1400-EXIT.
005350     PERFORM 5200-INICIAR-DETALHE THRU 5200-EXIT.
005360     MOVE "S-2299"         TO EV-EVENTO.
005370     MOVE "2299"           TO W-EVT-NUM.
005380     MOVE ZERO             TO W-EVT-REF.
005390     MOVE RS-DATA-DESLIG   TO EV-REFERENCIA.
005400     MOVE RS-DATA-DESLIG   TO EV-DS-DATA.
005410     MOVE RS-SALDO-SALARIO TO EV-DS-SALDO.
005420     MOVE RS-VALOR-13      TO EV-DS-13.
005430     MOVE RS-VALOR-FERIAS  TO EV-DS-FERIAS.
005440     MOVE RS-PENSAO        TO EV-DS-PENSAO.
005450     MOVE RS-LIQUIDO       TO EV-DS-LIQUIDO.
005460     MOVE "T" TO W-COMPARA.
005470     PERFORM 5000-AVALIAR-EVENTO THRU 5000-EXIT.
005480 1400-EXIT. EXIT.
005490******************************************************************
005500*    2000-SELECIONAR - FOLHAS DO FOPAGTO DA COMPETENCIA PARA O    *
005510*    SORT POR FUNCIONARIO (O ADIANTAMENTO SO ENTRA NO PAGAMENTO)  *
005520******************************************************************
005530 2000-SELECIONAR.
005540     OPEN INPUT FOPAGTO.
005550     IF PAG-STATUS NOT = "00"
005560         DISPLAY "FP16228: ARQUIVO FOPAGTO NAO EXISTE"
005570         GO TO 2000-EXIT.
005580     MOVE "N" TO W-EOF.
005590     PERFORM 2100-LER-FOPAGTO THRU 2100-EXIT
005600         UNTIL W-EOF-SIM.
005610     CLOSE FOPAGTO.
005620 2000-EXIT. EXIT.
005630 2100-LER-FOPAGTO.
005640     READ FOPAGTO
005650         AT END
005660             MOVE "S" TO W-EOF
005670             GO TO 2100-EXIT.
005680     IF PAG-COMP-ANO NOT = W-ANO-INF
005690         OR PAG-COMP-MES NOT = W-MES-INF
005700         GO TO 2100-EXIT.
005710     MOVE PAG-CODFUNC    TO SD-CODFUNC.
005720     MOVE PAG-TIPO-FOLHA TO SD-TIPO-FOLHA.
005730     MOVE PAG-BRUTO      TO SD-BRUTO.
005740     COMPUTE SD-EXTRAS = PAG-VALOR-EXT50 + PAG-VALOR-EXT100
005750         + PAG-VALOR-NOT + PAG-VALOR-DSR.
005760     MOVE PAG-INSS       TO SD-INSS.
005770     MOVE PAG-IRRF       TO SD-IRRF.
005780     MOVE ZERO           TO SD-FGTS.
005790     IF PAG-FGTS IS NUMERIC
005800         MOVE PAG-FGTS   TO SD-FGTS.
005810     MOVE ZERO           TO SD-PENSAO.
005820     IF PAG-PENSAO IS NUMERIC
005830         MOVE PAG-PENSAO TO SD-PENSAO.
005840     MOVE PAG-LIQUIDO    TO SD-LIQUIDO.
005850     RELEASE SD-PAGTO.
005860 2100-EXIT. EXIT.
005870******************************************************************
005880*    3000-PERIODICOS - QUEBRA POR FUNCIONARIO: S-1200 COM O       *
005890*    TOTAL REMUNERATORIO (MENSAL, 13O, FERIAS E DIFERENCAS) E     *
005900*    S-1210 COM O LIQUIDO PAGO (INCLUSIVE O ADIANTAMENTO)         *
005910******************************************************************
005920 3000-PERIODICOS.
005930     MOVE "N" TO W-EOF.
005940     MOVE "S" TO W-PRIMEIRO-GRUPO.
005950     PERFORM 3100-RETORNAR THRU 3100-EXIT.
005960     PERFORM 3200-ACUMULAR THRU 3200-EXIT
005970         UNTIL W-EOF-SIM.
005980     IF NOT W-PRIMEIRO-GRUPO-SIM
005990         PERFORM 3400-FECHAR-FUNC THRU 3400-EXIT.
006000 3000-EXIT. EXIT.
006010 3100-RETORNAR.
006020     RETURN SORTWK
006030         AT END MOVE "S" TO W-EOF.
006040 3100-EXIT. EXIT.
006050 3200-ACUMULAR.
006060     IF W-PRIMEIRO-GRUPO-SIM
006070         OR SD-CODFUNC NOT = W-CODFUNC-ANTERIOR
006080         IF NOT W-PRIMEIRO-GRUPO-SIM
006090             PERFORM 3400-FECHAR-FUNC THRU 3400-EXIT
006100         END-IF
006110         MOVE "N" TO W-PRIMEIRO-GRUPO
006120         MOVE SD-CODFUNC TO W-CODFUNC-ANTERIOR
006130         MOVE ZERO TO W-FUNC-BRUTO
006140         MOVE ZERO TO W-FUNC-EXTRAS
006150         MOVE ZERO TO W-FUNC-INSS
006160         MOVE ZERO TO W-FUNC-IRRF
006170         MOVE ZERO TO W-FUNC-FGTS
006180         MOVE ZERO TO W-FUNC-PENSAO
006190         MOVE ZERO TO W-FUNC-LIQUIDO
006200         MOVE ZERO TO W-FUNC-ADIANT
006210         MOVE ZERO TO W-FUNC-FOLHAS
006220     END-IF.
006230     ADD 1 TO W-FUNC-FOLHAS.
006240     ADD SD-LIQUIDO TO W-FUNC-LIQUIDO.
006250     ADD SD-IRRF    TO W-FUNC-IRRF.
006260     IF SD-TIPO-FOLHA = "A"
006270         ADD SD-LIQUIDO TO W-FUNC-ADIANT
006280     ELSE
006290         ADD SD-BRUTO   TO W-FUNC-BRUTO
006300         ADD SD-EXTRAS  TO W-FUNC-EXTRAS
006310         ADD SD-INSS    TO W-FUNC-INSS
006320         ADD SD-FGTS    TO W-FUNC-FGTS
006330         ADD SD-PENSAO  TO W-FUNC-PENSAO.
006340     PERFORM 3100-RETORNAR THRU 3100-EXIT.
006350 3200-EXIT. EXIT.
006360 3400-FECHAR-FUNC.
006370     MOVE W-CODFUNC-ANTERIOR TO CODFUNC.
006380     READ CADFUNC
006390         INVALID KEY
006400             DISPLAY "FUNCIONARIO " W-CODFUNC-ANTERIOR
006410                 " DO FOPAGTO SEM CADASTRO - SEM EVENTOS"
006420             GO TO 3400-EXIT.
006430     ADD 1 TO W-QTDE-FUNC.
006440     IF W-FUNC-BRUTO > ZERO
006450         PERFORM 5200-INICIAR-DETALHE THRU 5200-EXIT
006460         MOVE "S-1200"          TO EV-EVENTO
006470         MOVE "1200"            TO W-EVT-NUM
006480         MOVE W-REF-COMP        TO W-EVT-REF
006490         MOVE W-REF-COMP        TO EV-REFERENCIA
006500         MOVE W-FUNC-BRUTO      TO EV-RM-BRUTO
006510         MOVE W-FUNC-EXTRAS     TO EV-RM-EXTRAS
006520         MOVE W-FUNC-INSS       TO EV-RM-INSS
006530         MOVE W-FUNC-IRRF       TO EV-RM-IRRF
006540         MOVE W-FUNC-FGTS       TO EV-RM-FGTS
006550         MOVE W-FUNC-PENSAO     TO EV-RM-PENSAO
006560         MOVE CODCAR IN REGFUNC TO EV-RM-CODCAR
006570         MOVE "T" TO W-COMPARA
006580         PERFORM 5000-AVALIAR-EVENTO THRU 5000-EXIT.
006590     PERFORM 5200-INICIAR-DETALHE THRU 5200-EXIT.
006600     MOVE "S-1210"       TO EV-EVENTO.
006610     MOVE "1210"         TO W-EVT-NUM.
006620     MOVE W-REF-COMP     TO W-EVT-REF.
006630     MOVE W-REF-COMP     TO EV-REFERENCIA.
006640     MOVE W-FUNC-LIQUIDO TO EV-PG-LIQUIDO.
006650     MOVE W-FUNC-IRRF    TO EV-PG-IRRF.
006660     MOVE W-FUNC-ADIANT  TO EV-PG-ADIANT.
006670     MOVE W-FUNC-FOLHAS  TO EV-PG-QTDE-FOLHAS.
006680     MOVE "T" TO W-COMPARA.
006690     PERFORM 5000-AVALIAR-EVENTO THRU 5000-EXIT.
006700 3400-EXIT. EXIT.
006710******************************************************************
006720*    5000-AVALIAR-EVENTO - CONFRONTA O EVENTO MONTADO EM REGEVT   *
006730*    COM O ESOCCTL (FUNCIONARIO, W-EVT-NUM, W-EVT-REF):           *
006740*    SEM CONTROLE - ENVIA O ORIGINAL;                             *
006750*    AGUARDANDO RETORNO - NAO REENVIA;                            *
006760*    ACEITO - SO REENVIA SE OS DADOS MUDARAM, COMO RETIFICACAO    *
006770*    DO RECIBO (NO S-2200 CONTA SO O VINCULO);                    *
006780*    REJEITADO - SO REENVIA DEPOIS DE CORRIGIDO, NO MESMO TIPO    *
006790*    (ORIGINAL OU RETIFICACAO) DO ENVIO RECUSADO                  *
006800******************************************************************
006810 5000-AVALIAR-EVENTO.
006820     MOVE EV-CODFUNC    TO EO-CODFUNC.
006830     MOVE W-EVT-NUM     TO EO-EVENTO.
006840     MOVE W-EVT-REF     TO EO-REFERENCIA.
006850     READ ESOCCTL
006860         INVALID KEY
006870             GO TO 5050-NOVO.
006880     IF EO-ENVIADO
006890         ADD 1 TO W-QTDE-PENDENTES
006900         GO TO 5000-EXIT.
006910     IF EO-REJEITADO
006920         GO TO 5020-REJEITADO.
006930     IF W-COMPARA-VINCULO
006940         IF EO-DADOS-VINCULO = EV-VINCULO
006950             GO TO 5000-EXIT
006960         END-IF
006970     ELSE
006980         IF EO-DADOS = EV-DADOS
006990             GO TO 5000-EXIT.
007000     MOVE 2         TO EV-IND-RETIF.
007010     MOVE EO-RECIBO TO EV-RECIBO-ANT.
007020     GO TO 5040-REENVIAR.
007030 5020-REJEITADO.
007040     IF EO-DADOS = EV-DADOS
007050         ADD 1 TO W-QTDE-REJEITADOS
007060         GO TO 5000-EXIT.
007070     MOVE EO-IND-RETIF TO EV-IND-RETIF.
007080     IF EO-RETIFICACAO
007090         MOVE EO-RECIBO TO EV-RECIBO-ANT.
007100 5040-REENVIAR.
007110     PERFORM 5100-ENVIAR THRU 5100-EXIT.
007120     MOVE "E"          TO EO-SITUACAO.
007130     MOVE EV-IND-RETIF TO EO-IND-RETIF.
007140     MOVE EV-DADOS     TO EO-DADOS.
007150     MOVE W-HOJE       TO EO-DATA-ENVIO.
007160     MOVE ZERO         TO EO-DATA-RETORNO.
007170     MOVE SPACES       TO EO-MOTIVO-REJ.
007180     ADD 1 TO EO-QTDE-ENVIOS.
007190     REWRITE REGESO
007200         INVALID KEY
007210             DISPLAY "ERRO NA REGRAVACAO DO ESOCCTL " EO-CHAVE.
007220     GO TO 5000-EXIT.
007230 5050-NOVO.
007240     MOVE 1 TO EV-IND-RETIF.
007250     PERFORM 5100-ENVIAR THRU 5100-EXIT.
007260     MOVE EV-CODFUNC   TO EO-CODFUNC.
007270     MOVE W-EVT-NUM    TO EO-EVENTO.
007280     MOVE W-EVT-REF    TO EO-REFERENCIA.
007290     MOVE "E"          TO EO-SITUACAO.
007300     MOVE 1            TO EO-IND-RETIF.
007310     MOVE SPACES       TO EO-RECIBO.
007320     MOVE EV-DADOS     TO EO-DADOS.
007330     MOVE W-HOJE       TO EO-DATA-ENVIO.
007340     MOVE ZERO         TO EO-DATA-RETORNO.
007350     MOVE 1            TO EO-QTDE-ENVIOS.
007360     MOVE SPACES       TO EO-MOTIVO-REJ.
007370     WRITE REGESO
007380         INVALID KEY
007390             DISPLAY "ERRO NA GRAVACAO DO ESOCCTL " EO-CHAVE.
007400 5000-EXIT. EXIT.
007410******************************************************************
007420*    5100-ENVIAR - GRAVA O DETALHE NO ESOCEVT E NA LISTA          *
007430******************************************************************
007440 5100-ENVIAR.
007450     WRITE REG-ESOCEVT FROM REGEVT.
007460     ADD 1 TO W-QTDE-EVENTOS.
007470     MOVE EV-CODFUNC    TO DR-CODFUNC.
007480     MOVE EV-EVENTO     TO DR-EVENTO.
007490     MOVE EV-REFERENCIA TO DR-REFERENCIA.
007500     IF EV-IND-RETIF = 2
007510         ADD 1 TO W-QTDE-RETIF
007520         MOVE "RETIFICACAO"  TO DR-TIPO
007530     ELSE
007540         MOVE "ORIGINAL"     TO DR-TIPO.
007550     MOVE EV-RECIBO-ANT TO DR-RECIBO.
007560     WRITE REG-RELAT FROM DET-RELAT.
007570 5100-EXIT. EXIT.
007580******************************************************************
007590*    5200-INICIAR-DETALHE - LIMPA O REGEVT PARA UM NOVO EVENTO DO *
007600*    FUNCIONARIO CORRENTE DO CADFUNC                              *
007610******************************************************************
007620 5200-INICIAR-DETALHE.
007630     MOVE SPACES  TO REGEVT.
007640     MOVE "1"     TO EV-TIPO-REG.
007650     MOVE 1       TO EV-IND-RETIF.
007660     MOVE SPACES  TO EV-RECIBO-ANT.
007670     MOVE CODFUNC TO EV-CODFUNC.
007680     MOVE CPFFUNC TO EV-CPF.
007690 5200-EXIT. EXIT.
007700******************************************************************
007710*    5300-MONTAR-CADASTRO - BLOCO CADASTRAL DO S-2200/S-2205      *
007720******************************************************************
007730 5300-MONTAR-CADASTRO.
007740     MOVE NOMEFUNC    TO EV-NOME.
007750     MOVE NCEPFUNC    TO EV-CEP.
007760     MOVE LOGRAFUNC   TO EV-LOGRA.
007770     MOVE NUMEROFUNC  TO EV-NUMERO.
007780     MOVE UFFUNC      TO EV-UF.
007790     MOVE BANCOFUNC   TO EV-BANCO.
007800     MOVE AGENCIAFUNC TO EV-AGENCIA.
007810     MOVE CONTAFUNC   TO EV-CONTA.
007820     MOVE DVCONTAFUNC TO EV-DV.
007830 5300-EXIT. EXIT.
