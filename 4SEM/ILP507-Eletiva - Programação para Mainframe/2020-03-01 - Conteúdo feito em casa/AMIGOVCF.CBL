000010******************************************************************
000020* PROGRAM-ID : AMIGOVCF                                          *
000030* AUTHOR     : BRUNO HARNIK                                      *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME            *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070* PURPOSE    : VCARD DOS CONTATOS DO AMIGO, EM LOTE. SYSIN: A    *
000080*              LISTA (1 = PESSOAL C:\AMIGO.DAT, 2 = TRABALHO     *
000090*              C:\AMIGOTRAB.DAT, AS MESMAS DO AMIGO) E O MODO.   *
000100*              MODO E (EXPORTAR) GRAVA NO VCFSAIDA UM CARTAO     *
000110*              VCARD 3.0 POR AMIGO, COM NOME, APELIDO,           *
000120*              ANIVERSARIO (BDAY), CELULAR E OS EVENTOS          *
000130*              RECORRENTES DA AGENDA (AMIGOEVT) COMO NOTA. MODO  *
000140*              I (IMPORTAR) LE O VCFENTRA (LINHAS DOBRADAS SAO   *
000150*              EMENDADAS), TRAZ O TELEFONE (DE PREFERENCIA O     *
000160*              CELULAR) PARA O LEIAUTE CEL-DDI/CEL-DDD/CEL-      *
000170*              NUMERO COM A MESMA CRITICA DO AMIGO (55, DDD 11 A *
000180*              99, NONO DIGITO 9), GERA UM APELIDO UNICO QUANDO  *
000190*              O CARTAO NAO TRAZ UM OU O DELE JA EXISTE, E GRAVA *
000200*              O CONTATO COM TRILHA FAUDIT. CARTAO COM O MESMO   *
000210*              CELULAR, OU O MESMO NOME E NASCIMENTO, DE UM      *
000220*              CONTATO JA EXISTENTE (OU JA IMPORTADO NA MESMA    *
000230*              EXECUCAO) NAO E GRAVADO: VAI PARA REVISAO NO      *
000240*              REPVCF (SPOOL SPL000), QUE LISTA TAMBEM OS        *
000250*              INCLUIDOS E OS REJEITADOS. RC 4 COM CARTAO EM     *
000260*              REVISAO OU REJEITADO; RC 8 SEM OS ARQUIVOS.       *
000270*-----------------------------------------------------------------
000280* HISTORICO DE ALTERACOES                                        *
000290* DATA       INICIAIS  DESCRICAO                                 *
000300* 2026-10-15 BH        VERSAO INICIAL                            *
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. AMIGOVCF.
000340 AUTHOR. BRUNO HARNIK.
000350 INSTALLATION. FATEC.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     DECIMAL-POINT IS COMMA.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AMIGOS ASSIGN TO DISK
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS AMIGO-APELIDO
000480         FILE STATUS IS AMG-STATUS.
000490     SELECT EVENTOS ASSIGN TO DISK
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS EVENTO-CHAVE
000530         FILE STATUS IS EVT-STATUS.
000540     SELECT VCFSAIDA ASSIGN TO "VCFSAIDA"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS VCS-STATUS.
000570     SELECT VCFENTRA ASSIGN TO "VCFENTRA"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS VCE-STATUS.
000600     SELECT FAUDIT ASSIGN TO "FAUDIT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS AUD-STATUS.
000630     SELECT REPVCF ASSIGN TO "REPVCF"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS REL-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AMIGOS
000690     LABEL RECORDS ARE STANDARD
000700     VALUE OF FILE-ID IS W-AMIGO-NOME.
000710     COPY REGAMG.
000720 FD  EVENTOS
000730     LABEL RECORDS ARE STANDARD
000740     VALUE OF FILE-ID IS W-EVENTOS-NOME.
000750     COPY REGAEV.
000760 FD  VCFSAIDA
000770     LABEL RECORDS ARE STANDARD.
000780 01  REG-VCFSAI                  PIC X(80).
000790 FD  VCFENTRA
000800     LABEL RECORDS ARE STANDARD.
000810 01  REG-VCFENT                  PIC X(200).
000820 FD  FAUDIT
000830     LABEL RECORDS ARE STANDARD.
000840 01  REG-FAUDIT                  PIC X(233).
000850 FD  REPVCF
000860     LABEL RECORDS ARE STANDARD.
000870 01  REG-RELAT                   PIC X(132).
000880 WORKING-STORAGE SECTION.
000890 01  AMG-STATUS                  PIC X(02).
000900 01  EVT-STATUS                  PIC X(02).
000910 01  VCS-STATUS                  PIC X(02).
000920 01  VCE-STATUS                  PIC X(02).
000930 01  AUD-STATUS                  PIC X(02).
000940 01  REL-STATUS                  PIC X(02).
000950 COPY AUDITLOG.
000960 COPY AUXPARM.
000970 COPY RUNPARM.
000980 COPY SPLPARM.
000990 01  W-SWITCHES.
001000     05  W-EOF                   PIC X(01).
001010         88  W-EOF-SIM           VALUE "S".
001020     05  W-EOF-EVT               PIC X(01).
001030         88  W-EOF-EVT-SIM       VALUE "S".
001040     05  W-EOF-SPL               PIC X(01).
001050         88  W-EOF-SPL-SIM       VALUE "S".
001060     05  W-EVT-ABERTO            PIC X(01) VALUE "N".
001070         88  W-EVT-ABERTO-SIM    VALUE "S".
001080     05  W-ABORTAR               PIC X(01) VALUE "N".
001090         88  W-ABORTAR-SIM       VALUE "S".
001100     05  W-DENTRO-CARTAO         PIC X(01) VALUE "N".
001110         88  W-DENTRO-CARTAO-SIM VALUE "S".
001120     05  W-ACHOU                 PIC X(01).
001130         88  W-ACHOU-SIM         VALUE "S".
001140     05  W-CEL-INVALIDO          PIC X(01).
001150         88  W-CEL-INVALIDO-SIM  VALUE "S".
001160 01  W-LISTA                     PIC X(01).
001170     88  W-LISTA-PESSOAL         VALUE "1".
001180     88  W-LISTA-TRABALHO        VALUE "2".
001190 01  W-MODO                      PIC X(01).
001200     88  W-MODO-EXPORTAR         VALUE "E".
001210     88  W-MODO-IMPORTAR         VALUE "I".
001220******************************************************************
001230*    NOMES DAS LISTAS E DA AGENDA (OS MESMOS DO PROGRAMA AMIGO)  *
001240******************************************************************
001250 01  W-AMIGO-NOME                PIC X(20).
001260 01  W-EVENTOS-NOME              PIC X(20)
001270                                 VALUE "C:\AMIGOEVT.DAT".
001280 01  W-HOJE                      PIC 9(08).
001290 01  W-HOJE-R REDEFINES W-HOJE.
001300     05  W-HJ-ANO                PIC 9(04).
001310     05  W-HJ-MES                PIC 9(02).
001320     05  W-HJ-DIA                PIC 9(02).
001330 01  W-MINUSCULAS                PIC X(26) VALUE
001340     "abcdefghijklmnopqrstuvwxyz".
001350 01  W-MAIUSCULAS                PIC X(26) VALUE
001360     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001370******************************************************************
001380*    EXPORTACAO - LINHA DO VCARD E NOTA COM OS EVENTOS (DOBRADA  *
001390*    EM LINHAS DE 75 POSICOES, A CONTINUACAO COMECANDO COM       *
001400*    BRANCO)                                                     *
001410******************************************************************
001420 01  W-LIN-VCF                   PIC X(80).
001430 01  W-TX-NOME                   PIC X(20).
001440 01  W-TX-SOBRENOME              PIC X(20).
001450 01  W-TX-APELIDO                PIC X(10).
001460 01  W-TX-DESCR                  PIC X(30).
001470 01  W-NOTA                      PIC X(5000).
001480 01  W-PTR-NOTA                  PIC 9(04) COMP.
001490 01  W-POS                       PIC 9(04) COMP.
001500 01  W-RESTO                     PIC 9(04) COMP.
001510 01  W-TAM-PEDACO                PIC 9(04) COMP.
001520******************************************************************
001530*    IMPORTACAO - LINHA LOGICA (JA EMENDADA), PROPRIEDADE,       *
001540*    PARAMETROS E VALOR                                          *
001550******************************************************************
001560 01  W-LOGICA                    PIC X(1000).
001570 01  W-TAM-LOGICA                PIC 9(04) COMP.
001580 01  W-TAM-FISICA                PIC 9(04) COMP.
001590 01  W-PTR                       PIC 9(04) COMP.
001600 01  W-PROPRIEDADE               PIC X(60).
001610 01  W-PROP-AUX                  PIC X(60).
001620 01  W-PROP-GRUPO                PIC X(60).
001630 01  W-PROP-NOME                 PIC X(20).
001640 01  W-PROP-PARAM                PIC X(60).
001650 01  W-VALOR                     PIC X(200).
001660 01  W-QTDE-PONTO                PIC 9(04) COMP.
001670 01  W-QTDE-CELL                 PIC 9(04) COMP.
001680 01  W-DIGITOS                   PIC X(20).
001690 01  W-QTDE-DIG                  PIC 9(04) COMP.
001700 01  W-TAM-EXTRAIR               PIC 9(04) COMP.
001710******************************************************************
001720*    CARTAO EM MONTAGEM                                          *
001730******************************************************************
001740 01  W-CARTAO.
001750     05  W-VC-NOME               PIC X(40).
001760     05  W-VC-SOBRENOME          PIC X(40).
001770     05  W-VC-FN                 PIC X(80).
001780     05  W-VC-APELIDO            PIC X(10).
001790     05  W-VC-NASC               PIC 9(08).
001800     05  W-VC-NASC-R REDEFINES W-VC-NASC.
001810         10  W-VC-NASC-ANO       PIC 9(04).
001820         10  W-VC-NASC-MES       PIC 9(02).
001830         10  W-VC-NASC-DIA       PIC 9(02).
001840     05  W-VC-CELULAR            PIC 9(14).
001850     05  W-VC-CEL-X REDEFINES W-VC-CELULAR
001860                                 PIC X(14).
001870     05  W-VC-TEL-ACHADO         PIC X(01).
001880         88  W-VC-TEL-ACHADO-SIM VALUE "S".
001890     05  W-VC-CELL               PIC X(01).
001900         88  W-VC-CELL-SIM       VALUE "S".
001910 01  W-SITUACAO                  PIC X(10).
001920 01  W-MOTIVO                    PIC X(40).
001930******************************************************************
001940*    CONTATOS DA LISTA (OS JA GRAVADOS E OS IMPORTADOS NESTA     *
001950*    EXECUCAO), PARA O APELIDO UNICO E A PROCURA DE DUPLICATAS.  *
001960*    NOME E SOBRENOME EM MAIUSCULAS                              *
001970******************************************************************
001980 01  W-QTDE-CONTATOS             PIC 9(04) COMP VALUE ZERO.
001990 01  TAB-CONTATOS.
002000     05  TCT-OCR OCCURS 3000 TIMES.
002010         10  TCT-APELIDO         PIC X(10).
002020         10  TCT-NOME            PIC X(40).
002030         10  TCT-NASC            PIC 9(08).
002040         10  TCT-CELULAR         PIC 9(14).
002050 01  W-NOME-COMPARA              PIC X(40).
002060 01  W-IDX                       PIC 9(04) COMP.
002070 01  W-IDX-ACHADO                PIC 9(04) COMP.
002080 01  W-APELIDO-BASE              PIC X(10).
002090 01  W-APELIDO-TESTE             PIC X(10).
002100 01  W-TAM-BASE                  PIC 9(04) COMP.
002110 01  W-SUFIXO                    PIC 9(02).
002120******************************************************************
002130*    CONTADORES                                                  *
002140******************************************************************
002150 01  W-QTDE-EXPORTADOS           PIC 9(05) VALUE ZERO.
002160 01  W-QTDE-NOTAS                PIC 9(05) VALUE ZERO.
002170 01  W-QTDE-CARTOES              PIC 9(05) VALUE ZERO.
002180 01  W-QTDE-INCLUIDOS            PIC 9(05) VALUE ZERO.
002190 01  W-QTDE-APELIDO-GERADO       PIC 9(05) VALUE ZERO.
002200 01  W-QTDE-REVISAR              PIC 9(05) VALUE ZERO.
002210 01  W-QTDE-REJEITADOS           PIC 9(05) VALUE ZERO.
002220******************************************************************
002230*    LINHAS DO RELATORIO REPVCF                                  *
002240******************************************************************
002250 01  LIN-CABEC1.
002260     05  FILLER                  PIC X(42) VALUE
002270         "VCARD DOS CONTATOS - AMIGOVCF - EMITIDO EM".
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  LC1-DIA                 PIC 9(02).
002300     05  FILLER                  PIC X(01) VALUE "/".
002310     05  LC1-MES                 PIC 9(02).
002320     05  FILLER                  PIC X(01) VALUE "/".
002330     05  LC1-ANO                 PIC 9(04).
002340     05  FILLER                  PIC X(03) VALUE " - ".
002350     05  LC1-MODO                PIC X(10).
002360     05  FILLER                  PIC X(08) VALUE " LISTA: ".
002370     05  LC1-LISTA               PIC X(20).
002380 01  LIN-CAB-DET.
002390     05  FILLER                  PIC X(44) VALUE
002400         "SITUACAO   APELIDO    NOME".
002410     05  FILLER                  PIC X(42) VALUE
002420         "SOBRENOME            NASCIMEN CELULAR".
002430     05  FILLER                  PIC X(20) VALUE "OBSERVACAO".
002440 01  LIN-DET.
002450     05  LD-SITUACAO             PIC X(10).
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  LD-APELIDO              PIC X(10).
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002490     05  LD-NOME                 PIC X(20).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  LD-SOBRENOME            PIC X(20).
002520     05  FILLER                  PIC X(01) VALUE SPACES.
002530     05  LD-NASC                 PIC 9(08).
002540     05  FILLER                  PIC X(01) VALUE SPACES.
002550     05  LD-CELULAR              PIC 9(14).
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  LD-MOTIVO               PIC X(40).
002580 01  LIN-AVISO.
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  LAV-TEXTO               PIC X(60).
002610     05  LAV-QTDE                PIC ZZZZ9.
002620 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
002630 PROCEDURE DIVISION.
002640******************************************************************
002650*    0000-MAINLINE                                               *
002660******************************************************************
002670 0000-MAINLINE.
002680     DISPLAY "AMIGOVCF - VCARD DOS CONTATOS DO AMIGO".
002690     DISPLAY "LISTA (1 = PESSOAL, 2 = TRABALHO) =>".
002700     ACCEPT W-LISTA.
002710     DISPLAY "MODO (E = EXPORTAR, I = IMPORTAR) =>".
002720     ACCEPT W-MODO.
002730     IF NOT W-LISTA-PESSOAL AND NOT W-LISTA-TRABALHO
002740         DISPLAY "AMIGOVCF: LISTA INVALIDA"
002750         MOVE 8 TO RETURN-CODE
002760         GOBACK.
002770     IF NOT W-MODO-EXPORTAR AND NOT W-MODO-IMPORTAR
002780         DISPLAY "AMIGOVCF: MODO INVALIDO"
002790         MOVE 8 TO RETURN-CODE
002800         GOBACK.
002810     MOVE "AMIGOVCF" TO RCT-PROGRAMA.
002820     MOVE ZERO TO RCT-DATA.
002830     MOVE "L" TO RCT-ACAO.
002840     CALL "RUNCTL" USING RCT-PARAMETROS.
002850     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002860     IF W-MODO-EXPORTAR
002870         PERFORM 2000-EXPORTAR THRU 2000-EXIT
002880     ELSE
002890         PERFORM 3000-IMPORTAR THRU 3000-EXIT.
002900     PERFORM 7000-RESUMO THRU 7000-EXIT.
002910     CLOSE REPVCF.
002920     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
002930     IF W-MODO-EXPORTAR
002940         DISPLAY "AMIGOVCF: CONTATOS EXPORTADOS.......: "
002950                 W-QTDE-EXPORTADOS
002960         MOVE W-QTDE-EXPORTADOS TO RCT-REGISTROS
002970     ELSE
002980         DISPLAY "AMIGOVCF: CARTOES LIDOS.............: "
002990                 W-QTDE-CARTOES
003000         DISPLAY "AMIGOVCF: INCLUIDOS / EM REVISAO....: "
003010                 W-QTDE-INCLUIDOS " / " W-QTDE-REVISAR
003020         DISPLAY "AMIGOVCF: REJEITADOS................: "
003030                 W-QTDE-REJEITADOS
003040         MOVE W-QTDE-INCLUIDOS TO RCT-REGISTROS.
003050     DISPLAY "AMIGOVCF: RELATORIO EM REPVCF, SPOOL " SPA-NUMERO.
003060     MOVE "F" TO RCT-ACAO.
003070     CALL "RUNCTL" USING RCT-PARAMETROS.
003080     IF W-ABORTAR-SIM
003090         MOVE 8 TO RETURN-CODE
003100     ELSE
003110         IF W-QTDE-REVISAR > ZERO OR W-QTDE-REJEITADOS > ZERO
003120             MOVE 4 TO RETURN-CODE
003130         ELSE
003140             MOVE ZERO TO RETURN-CODE.
003150     GOBACK.
003160******************************************************************
003170*    1000-INICIALIZAR - NOME DA LISTA E CABECALHO DO RELATORIO   *
003180******************************************************************
003190 1000-INICIALIZAR.
003200     IF W-LISTA-PESSOAL
003210         MOVE "C:\AMIGO.DAT" TO W-AMIGO-NOME
003220     ELSE
003230         MOVE "C:\AMIGOTRAB.DAT" TO W-AMIGO-NOME.
003240     ACCEPT W-HOJE FROM DATE YYYYMMDD.
003250     OPEN OUTPUT REPVCF.
003260     MOVE W-HJ-DIA TO LC1-DIA.
003270     MOVE W-HJ-MES TO LC1-MES.
003280     MOVE W-HJ-ANO TO LC1-ANO.
003290     IF W-MODO-EXPORTAR
003300         MOVE "EXPORTACAO" TO LC1-MODO
003310     ELSE
003320         MOVE "IMPORTACAO" TO LC1-MODO.
003330     MOVE W-AMIGO-NOME TO LC1-LISTA.
003340     WRITE REG-RELAT FROM LIN-CABEC1.
003350     WRITE REG-RELAT FROM LIN-BRANCO.
003360     IF W-MODO-IMPORTAR
003370         WRITE REG-RELAT FROM LIN-CAB-DET.
003380 1000-EXIT. EXIT.
003390******************************************************************
003400*    2000-EXPORTAR - UM CARTAO POR AMIGO DA LISTA, NA ORDEM DO   *
003410*    APELIDO                                                     *
003420******************************************************************
003430 2000-EXPORTAR.
003440     OPEN INPUT AMIGOS.
003450     IF AMG-STATUS NOT = "00"
003460         DISPLAY "AMIGOVCF: LISTA " W-AMIGO-NOME " NAO EXISTE"
003470         MOVE "S" TO W-ABORTAR
003480         GO TO 2000-EXIT.
003490     OPEN INPUT EVENTOS.
003500     IF EVT-STATUS = "00"
003510         MOVE "S" TO W-EVT-ABERTO
003520     ELSE
003530         DISPLAY "AMIGOVCF: AGENDA AUSENTE - CARTOES SEM NOTA".
003540     OPEN OUTPUT VCFSAIDA.
003550     MOVE "N" TO W-EOF.
003560     MOVE LOW-VALUES TO AMIGO-APELIDO.
003570     START AMIGOS KEY IS NOT LESS THAN AMIGO-APELIDO
003580         INVALID KEY MOVE "S" TO W-EOF.
003590     PERFORM 2100-EXPORTAR-AMIGO THRU 2100-EXIT
003600         UNTIL W-EOF-SIM.
003610     CLOSE VCFSAIDA.
003620     CLOSE AMIGOS.
003630     IF W-EVT-ABERTO-SIM
003640         CLOSE EVENTOS.
003650 2000-EXIT. EXIT.
003660******************************************************************
003670*    2100-EXPORTAR-AMIGO - OS CARACTERES RESERVADOS DO VCARD (; ,*
003680*    \) SAEM DOS TEXTOS, COMO O CEP065 FAZ COM OS DO XML         *
003690******************************************************************
003700 2100-EXPORTAR-AMIGO.
003710     READ AMIGOS NEXT RECORD
003720         AT END MOVE "S" TO W-EOF.
003730     IF W-EOF-SIM
003740         GO TO 2100-EXIT.
003750     MOVE AMIGO-NOME      TO W-TX-NOME.
003760     MOVE AMIGO-SOBRENOME TO W-TX-SOBRENOME.
003770     MOVE AMIGO-APELIDO   TO W-TX-APELIDO.
003780     INSPECT W-TX-NOME REPLACING ALL ";" BY " "
003790                                 ALL "," BY " "
003800                                 ALL "\" BY " ".
003810     INSPECT W-TX-SOBRENOME REPLACING ALL ";" BY " "
003820                                      ALL "," BY " "
003830                                      ALL "\" BY " ".
003840     INSPECT W-TX-APELIDO REPLACING ALL ";" BY " "
003850                                    ALL "," BY " "
003860                                    ALL "\" BY " ".
003870     MOVE "BEGIN:VCARD" TO W-LIN-VCF.
003880     PERFORM 8100-GRAVAR-VCF THRU 8100-EXIT.
003890     MOVE "VERSION:3.0" TO W-LIN-VCF.
003900     PERFORM 8100-GRAVAR-VCF THRU 8100-EXIT.
003910     STRING "N:"            DELIMITED BY SIZE
003920            W-TX-SOBRENOME  DELIMITED BY "  "
003930            ";"             DELIMITED BY SIZE
003940            W-TX-NOME       DELIMITED BY "  "
003950            ";;;"           DELIMITED BY SIZE
003960         INTO W-LIN-VCF.
003970     PERFORM 8100-GRAVAR-VCF THRU 8100-EXIT.
003980     STRING "FN:"           DELIMITED BY SIZE
003990            W-TX-NOME       DELIMITED BY "  "
004000            " "             DELIMITED BY SIZE
004010            W-TX-SOBRENOME  DELIMITED BY "  "
004020         INTO W-LIN-VCF.
004030     PERFORM 8100-GRAVAR-VCF THRU 8100-EXIT.
004040     STRING "NICKNAME:"     DELIMITED BY SIZE
004050            W-TX-APELIDO    DELIMITED BY "  "
004060         INTO W-LIN-VCF.
004070     PERFORM 8100-GRAVAR-VCF THRU 8100-EXIT.
004080     IF AMIGO-NASC IS NUMERIC AND AMIGO-NASC NOT = ZERO
004090         IF AMIGO-NASC-ANO = ZERO
004100             STRING "BDAY:--" AMIGO-NASC-MES "-" AMIGO-NASC-DIA
004110                 DELIMITED BY SIZE INTO W-LIN-VCF
004120         ELSE
004130             STRING "BDAY:" AMIGO-NASC-ANO "-" AMIGO-NASC-MES
004140                 "-" AMIGO-NASC-DIA
004150                 DELIMITED BY SIZE INTO W-LIN-VCF
004160         END-IF
004170         PERFORM 8100-GRAVAR-VCF THRU 8100-EXIT.
004180     IF AMIGO-CELULAR IS NUMERIC AND AMIGO-CELULAR NOT = ZERO
004190         STRING "TEL;TYPE=CELL:+" CEL-DDI CEL-DDD CEL-NONO
004200             CEL-NUMERO
004210             DELIMITED BY SIZE INTO W-LIN-VCF
004220         PERFORM 8100-GRAVAR-VCF THRU 8100-EXIT.
004230     IF W-EVT-ABERTO-SIM
004240         PERFORM 2200-MONTAR-NOTA THRU 2200-EXIT.
004250     MOVE "END:VCARD" TO W-LIN-VCF.
004260     PERFORM 8100-GRAVAR-VCF THRU 8100-EXIT.
004270     ADD 1 TO W-QTDE-EXPORTADOS.
004280 2100-EXIT. EXIT.
004290******************************************************************
004300*    2200-MONTAR-NOTA - EVENTOS RECORRENTES DO APELIDO (O EVENTO *
004310*    UNICO NAO VAI PARA O TELEFONE), SEPARADOS POR \N NA MESMA   *
004320*    NOTA                                                        *
004330******************************************************************
004340 2200-MONTAR-NOTA.
004350     MOVE SPACES TO W-NOTA.
004360     MOVE "NOTE:" TO W-NOTA.
004370     MOVE 6 TO W-PTR-NOTA.
004380     MOVE "N" TO W-EOF-EVT.
004390     MOVE AMIGO-APELIDO TO EVENTO-APELIDO.
004400     MOVE ZERO TO EVENTO-SEQ.
004410     START EVENTOS KEY IS NOT LESS THAN EVENTO-CHAVE
004420         INVALID KEY MOVE "S" TO W-EOF-EVT.
004430     PERFORM 2210-LER-EVENTO THRU 2210-EXIT
004440         UNTIL W-EOF-EVT-SIM.
004450     IF W-PTR-NOTA > 6
004460         ADD 1 TO W-QTDE-NOTAS
004470         PERFORM 2300-GRAVAR-NOTA THRU 2300-EXIT.
004480 2200-EXIT. EXIT.
004490 2210-LER-EVENTO.
004500     READ EVENTOS NEXT RECORD
004510         AT END MOVE "S" TO W-EOF-EVT.
004520     IF W-EOF-EVT-SIM
004530         GO TO 2210-EXIT.
004540     IF EVENTO-APELIDO NOT = AMIGO-APELIDO
004550         MOVE "S" TO W-EOF-EVT
004560         GO TO 2210-EXIT.
004570     IF NOT EVENTO-RECORRE-SIM
004580         GO TO 2210-EXIT.
004590     MOVE EVENTO-DESCR TO W-TX-DESCR.
004600     INSPECT W-TX-DESCR REPLACING ALL ";" BY " "
004610                                  ALL "," BY " "
004620                                  ALL "\" BY " ".
004630     IF W-PTR-NOTA > 6
004640         STRING "\n" DELIMITED BY SIZE
004650             INTO W-NOTA WITH POINTER W-PTR-NOTA.
004660     STRING "TODO ANO EM " EVENTO-DIA "/" EVENTO-MES ": "
004670            DELIMITED BY SIZE
004680            W-TX-DESCR DELIMITED BY "  "
004690         INTO W-NOTA WITH POINTER W-PTR-NOTA.
004700 2210-EXIT. EXIT.
004710******************************************************************
004720*    2300-GRAVAR-NOTA - DOBRA A NOTA: 75 POSICOES NA PRIMEIRA    *
004730*    LINHA, BRANCO + 74 NAS SEGUINTES. O PEDACO NUNCA TERMINA EM *
004740*    BRANCO, QUE SE PERDERIA NA GRAVACAO DA LINHA                *
004750******************************************************************
004760 2300-GRAVAR-NOTA.
004770     MOVE 1 TO W-POS.
004780     COMPUTE W-RESTO = W-PTR-NOTA - 1.
004790     PERFORM 2310-GRAVAR-PEDACO THRU 2310-EXIT
004800         UNTIL W-RESTO = ZERO.
004810 2300-EXIT. EXIT.
004820 2310-GRAVAR-PEDACO.
004830     IF W-POS = 1
004840         MOVE 75 TO W-TAM-PEDACO
004850     ELSE
004860         MOVE 74 TO W-TAM-PEDACO.
004870     IF W-TAM-PEDACO > W-RESTO
004880         MOVE W-RESTO TO W-TAM-PEDACO.
004890     IF W-TAM-PEDACO > 1
004900         AND W-NOTA(W-POS + W-TAM-PEDACO - 1:1) = SPACE
004910         SUBTRACT 1 FROM W-TAM-PEDACO.
004920     IF W-POS = 1
004930         MOVE W-NOTA(W-POS:W-TAM-PEDACO) TO W-LIN-VCF
004940     ELSE
004950         MOVE W-NOTA(W-POS:W-TAM-PEDACO) TO W-LIN-VCF(2:).
004960     PERFORM 8100-GRAVAR-VCF THRU 8100-EXIT.
004970     ADD W-TAM-PEDACO TO W-POS.
004980     SUBTRACT W-TAM-PEDACO FROM W-RESTO.
004990 2310-EXIT. EXIT.
005000******************************************************************
005010*    3000-IMPORTAR - CARREGA OS CONTATOS DA LISTA E LE O         *
005020*    VCFENTRA. UMA LINHA QUE COMECA COM BRANCO OU TAB CONTINUA A *
005030*    ANTERIOR; A LINHA LOGICA SO E TRATADA QUANDO CHEGA A        *
005040*    SEGUINTE                                                    *
005050******************************************************************
005060 3000-IMPORTAR.
005070     OPEN INPUT VCFENTRA.
005080     IF VCE-STATUS NOT = "00"
005090         DISPLAY "AMIGOVCF: ARQUIVO VCFENTRA NAO ENCONTRADO"
005100         MOVE "S" TO W-ABORTAR
005110         GO TO 3000-EXIT.
005120     OPEN I-O AMIGOS.
005130     IF AMG-STATUS = "35"
005140         OPEN OUTPUT AMIGOS
005150         CLOSE AMIGOS
005160         OPEN I-O AMIGOS.
005170     IF AMG-STATUS NOT = "00"
005180         DISPLAY "AMIGOVCF: NAO FOI POSSIVEL ABRIR " W-AMIGO-NOME
005190         CLOSE VCFENTRA
005200         MOVE "S" TO W-ABORTAR
005210         GO TO 3000-EXIT.
005220     PERFORM 3050-CARREGAR-CONTATOS THRU 3050-EXIT.
005230     IF W-ABORTAR-SIM
005240         CLOSE VCFENTRA
005250         CLOSE AMIGOS
005260         GO TO 3000-EXIT.
005270     MOVE SPACES TO W-LOGICA.
005280     MOVE ZERO TO W-TAM-LOGICA.
005290     MOVE "N" TO W-EOF.
005300     PERFORM 3100-LER-LINHA THRU 3100-EXIT
005310         UNTIL W-EOF-SIM.
005320     IF W-TAM-LOGICA > ZERO
005330         PERFORM 3200-TRATAR-LINHA THRU 3200-EXIT.
005340     IF W-DENTRO-CARTAO-SIM
005350         MOVE "REJEITADO" TO W-SITUACAO
005360         MOVE "CARTAO SEM END:VCARD NO FIM DO ARQUIVO" TO W-MOTIVO
005370         PERFORM 3900-LISTAR THRU 3900-EXIT.
005380     CLOSE VCFENTRA.
005390     CLOSE AMIGOS.
005400 3000-EXIT. EXIT.
005410******************************************************************
005420*    3050-CARREGAR-CONTATOS - TABELA DOS CONTATOS JA GRAVADOS;   *
005430*    LISTA MAIOR QUE A TABELA NAO E IMPORTADA (NAO HAVERIA COMO  *
005440*    GARANTIR O APELIDO UNICO NEM ACHAR AS DUPLICATAS)           *
005450******************************************************************
005460 3050-CARREGAR-CONTATOS.
005470     MOVE "N" TO W-EOF.
005480     MOVE LOW-VALUES TO AMIGO-APELIDO.
005490     START AMIGOS KEY IS NOT LESS THAN AMIGO-APELIDO
005500         INVALID KEY MOVE "S" TO W-EOF.
005510     PERFORM 3060-CARREGAR-UM THRU 3060-EXIT
005520         UNTIL W-EOF-SIM.
005530 3050-EXIT. EXIT.
005540 3060-CARREGAR-UM.
005550     READ AMIGOS NEXT RECORD
005560         AT END MOVE "S" TO W-EOF.
005570     IF W-EOF-SIM
005580         GO TO 3060-EXIT.
005590     IF W-QTDE-CONTATOS NOT < 3000
005600         DISPLAY "AMIGOVCF: LISTA COM MAIS DE 3000 CONTATOS - "
005610                 "IMPORTACAO CANCELADA"
005620         MOVE "S" TO W-ABORTAR
005630         MOVE "S" TO W-EOF
005640         GO TO 3060-EXIT.
005650     PERFORM 3070-GUARDAR-CONTATO THRU 3070-EXIT.
005660 3060-EXIT. EXIT.
005670 3070-GUARDAR-CONTATO.
005680     ADD 1 TO W-QTDE-CONTATOS.
005690     MOVE AMIGO-APELIDO TO TCT-APELIDO(W-QTDE-CONTATOS).
005700     PERFORM 9500-NOME-COMPARA THRU 9500-EXIT.
005710     MOVE W-NOME-COMPARA TO TCT-NOME(W-QTDE-CONTATOS).
005720     IF AMIGO-NASC IS NUMERIC
005730         MOVE AMIGO-NASC TO TCT-NASC(W-QTDE-CONTATOS)
005740     ELSE
005750         MOVE ZERO TO TCT-NASC(W-QTDE-CONTATOS).
005760     IF AMIGO-CELULAR IS NUMERIC
005770         MOVE AMIGO-CELULAR TO TCT-CELULAR(W-QTDE-CONTATOS)
005780     ELSE
005790         MOVE ZERO TO TCT-CELULAR(W-QTDE-CONTATOS).
005800 3070-EXIT. EXIT.
005810 3100-LER-LINHA.
005820     READ VCFENTRA
005830         AT END MOVE "S" TO W-EOF.
005840     IF W-EOF-SIM
005850         GO TO 3100-EXIT.
005860     MOVE 200 TO W-TAM-FISICA.
005870     PERFORM 3110-MEDIR-LINHA THRU 3110-EXIT
005880         UNTIL W-TAM-FISICA = ZERO
005890            OR (REG-VCFENT(W-TAM-FISICA:1) NOT = SPACE
005900            AND REG-VCFENT(W-TAM-FISICA:1) NOT = X"0D").
005910     IF W-TAM-FISICA = ZERO
005920         GO TO 3100-EXIT.
005930     IF REG-VCFENT(1:1) = SPACE OR REG-VCFENT(1:1) = X"09"
005940         IF W-TAM-FISICA > 1
005950             AND W-TAM-LOGICA + W-TAM-FISICA - 1 NOT > 1000
005960             MOVE REG-VCFENT(2:W-TAM-FISICA - 1)
005970                 TO W-LOGICA(W-TAM-LOGICA + 1:W-TAM-FISICA - 1)
005980             COMPUTE W-TAM-LOGICA =
005990                 W-TAM-LOGICA + W-TAM-FISICA - 1
006000         END-IF
006010         GO TO 3100-EXIT.
006020     IF W-TAM-LOGICA > ZERO
006030         PERFORM 3200-TRATAR-LINHA THRU 3200-EXIT.
006040     MOVE SPACES TO W-LOGICA.
006050     MOVE REG-VCFENT(1:W-TAM-FISICA) TO W-LOGICA.
006060     MOVE W-TAM-FISICA TO W-TAM-LOGICA.
006070 3100-EXIT. EXIT.
006080 3110-MEDIR-LINHA.
006090     SUBTRACT 1 FROM W-TAM-FISICA.
006100 3110-EXIT. EXIT.
006110******************************************************************
006120*    3200-TRATAR-LINHA - SEPARA PROPRIEDADE (SEM O GRUPO "ITEM1."*
006130*    E SEM OS PARAMETROS) E VALOR, E DESFAZ OS ESCAPES DO VALOR  *
006140******************************************************************
006150 3200-TRATAR-LINHA.
006160     MOVE SPACES TO W-PROPRIEDADE W-VALOR.
006170     MOVE SPACES TO W-PROP-NOME W-PROP-PARAM.
006180     MOVE 1 TO W-PTR.
006190     UNSTRING W-LOGICA(1:W-TAM-LOGICA) DELIMITED BY ":"
006200         INTO W-PROPRIEDADE
006210         WITH POINTER W-PTR.
006220     IF W-PTR NOT > W-TAM-LOGICA
006230         MOVE W-LOGICA(W-PTR:W-TAM-LOGICA - W-PTR + 1) TO W-VALOR.
006240     MOVE ZERO TO W-TAM-LOGICA.
006250     INSPECT W-PROPRIEDADE
006260         CONVERTING W-MINUSCULAS TO W-MAIUSCULAS.
006270     MOVE 1 TO W-PTR.
006280     UNSTRING W-PROPRIEDADE DELIMITED BY ";"
006290         INTO W-PROP-AUX
006300         WITH POINTER W-PTR.
006310     IF W-PTR NOT > 60
006320         MOVE W-PROPRIEDADE(W-PTR:) TO W-PROP-PARAM.
006330     MOVE ZERO TO W-QTDE-PONTO.
006340     INSPECT W-PROP-AUX TALLYING W-QTDE-PONTO FOR ALL ".".
006350     IF W-QTDE-PONTO > ZERO
006360         UNSTRING W-PROP-AUX DELIMITED BY "."
006370             INTO W-PROP-GRUPO W-PROP-NOME
006380     ELSE
006390         MOVE W-PROP-AUX TO W-PROP-NOME.
006400     INSPECT W-VALOR REPLACING ALL "\," BY ", "
006410                               ALL "\;" BY "  "
006420                               ALL "\n" BY "  "
006430                               ALL "\N" BY "  ".
006440     IF W-PROP-NOME = "BEGIN"
006450         PERFORM 3300-INICIAR-CARTAO THRU 3300-EXIT
006460         GO TO 3200-EXIT.
006470     IF NOT W-DENTRO-CARTAO-SIM
006480         GO TO 3200-EXIT.
006490     EVALUATE W-PROP-NOME
006500         WHEN "END"
006510             PERFORM 3500-FECHAR-CARTAO THRU 3500-EXIT
006520             MOVE "N" TO W-DENTRO-CARTAO
006530         WHEN "N"
006540             UNSTRING W-VALOR DELIMITED BY ";"
006550                 INTO W-VC-SOBRENOME W-VC-NOME
006560         WHEN "FN"
006570             MOVE W-VALOR TO W-VC-FN
006580         WHEN "NICKNAME"
006590             UNSTRING W-VALOR DELIMITED BY ","
006600                 INTO W-VC-APELIDO
006610         WHEN "BDAY"
006620             PERFORM 3400-DATA THRU 3400-EXIT
006630         WHEN "TEL"
006640             PERFORM 3450-TELEFONE THRU 3450-EXIT
006650         WHEN OTHER
006660             CONTINUE
006670     END-EVALUATE.
006680 3200-EXIT. EXIT.
006690******************************************************************
006700*    3300-INICIAR-CARTAO - BEGIN:VCARD; UM CARTAO ANTERIOR SEM   *
006710*    END:VCARD E DESCARTADO                                      *
006720******************************************************************
006730 3300-INICIAR-CARTAO.
006740     IF W-DENTRO-CARTAO-SIM
006750         MOVE "REJEITADO" TO W-SITUACAO
006760         MOVE "CARTAO SEM END:VCARD" TO W-MOTIVO
006770         PERFORM 3900-LISTAR THRU 3900-EXIT.
006780     MOVE SPACES TO W-CARTAO.
006790     MOVE ZERO TO W-VC-NASC W-VC-CELULAR.
006800     MOVE "N" TO W-VC-TEL-ACHADO W-VC-CELL.
006810     MOVE "S" TO W-DENTRO-CARTAO.
006820     ADD 1 TO W-QTDE-CARTOES.
006830 3300-EXIT. EXIT.
006840******************************************************************
006850*    3400-DATA - BDAY AAAA-MM-DD, AAAAMMDD (COM OU SEM HORA) OU  *
006860*    --MM-DD (SEM O ANO, QUE FICA ZERO). DATA SEM SENTIDO E      *
006870*    IGNORADA                                                    *
006880******************************************************************
006890 3400-DATA.
006900     MOVE 20 TO W-TAM-EXTRAIR.
006910     PERFORM 9300-EXTRAIR-DIGITOS THRU 9300-EXIT.
006920     EVALUATE TRUE
006930         WHEN W-QTDE-DIG NOT < 8
006940             MOVE W-DIGITOS(1:8) TO W-VC-NASC
006950         WHEN W-QTDE-DIG = 4
006960             MOVE ZERO TO W-VC-NASC-ANO
006970             MOVE W-DIGITOS(1:2) TO W-VC-NASC-MES
006980             MOVE W-DIGITOS(3:2) TO W-VC-NASC-DIA
006990         WHEN OTHER
007000             MOVE ZERO TO W-VC-NASC
007010     END-EVALUATE.
007020     IF W-VC-NASC-MES < 1 OR W-VC-NASC-MES > 12
007030         OR W-VC-NASC-DIA < 1 OR W-VC-NASC-DIA > 31
007040         MOVE ZERO TO W-VC-NASC.
007050 3400-EXIT. EXIT.
007060******************************************************************
007070*    3450-TELEFONE - O TELEFONE MARCADO CELL TEM PREFERENCIA; SEM*
007080*    ELE FICA O PRIMEIRO. OS DIGITOS VAO PARA O LEIAUTE 55 DDD 9 *
007090*    NNNNNNNN: 13 DIGITOS JA TEM O DDI, 11 GANHAM O 55, 12 COM   *
007100*    ZERO NA FRENTE (0 DDD NUMERO) PERDEM O ZERO, 15 COM 00 NA   *
007110*    FRENTE PERDEM O 00. O RESTO FICA ZERADO E CAI NA CRITICA    *
007120******************************************************************
007130 3450-TELEFONE.
007140     MOVE ZERO TO W-QTDE-CELL.
007150     INSPECT W-PROP-PARAM TALLYING W-QTDE-CELL FOR ALL "CELL".
007160     IF W-VC-CELL-SIM
007170         GO TO 3450-EXIT.
007180     IF W-QTDE-CELL = ZERO AND W-VC-TEL-ACHADO-SIM
007190         GO TO 3450-EXIT.
007200     MOVE "S" TO W-VC-TEL-ACHADO.
007210     IF W-QTDE-CELL > ZERO
007220         MOVE "S" TO W-VC-CELL.
007230     MOVE 40 TO W-TAM-EXTRAIR.
007240     PERFORM 9300-EXTRAIR-DIGITOS THRU 9300-EXIT.
007250     MOVE ZERO TO W-VC-CELULAR.
007260     EVALUATE TRUE
007270         WHEN W-QTDE-DIG = 13
007280             MOVE W-DIGITOS(1:13) TO W-VC-CEL-X(2:13)
007290         WHEN W-QTDE-DIG = 11
007300             MOVE "55" TO W-VC-CEL-X(2:2)
007310             MOVE W-DIGITOS(1:11) TO W-VC-CEL-X(4:11)
007320         WHEN W-QTDE-DIG = 12 AND W-DIGITOS(1:1) = "0"
007330             MOVE "55" TO W-VC-CEL-X(2:2)
007340             MOVE W-DIGITOS(2:11) TO W-VC-CEL-X(4:11)
007350         WHEN W-QTDE-DIG = 15 AND W-DIGITOS(1:2) = "00"
007360             MOVE W-DIGITOS(3:13) TO W-VC-CEL-X(2:13)
007370         WHEN OTHER
007380             CONTINUE
007390     END-EVALUATE.
007400 3450-EXIT. EXIT.
007410******************************************************************
007420*    3500-FECHAR-CARTAO - END:VCARD. SEM N, O NOME SAI DO FN     *
007430*    (PRIMEIRA PALAVRA E RESTO). CRITICA O CELULAR, PROCURA A    *
007440*    DUPLICATA, ACHA O APELIDO E GRAVA                           *
007450******************************************************************
007460 3500-FECHAR-CARTAO.
007470     IF W-VC-NOME = SPACES AND W-VC-SOBRENOME = SPACES
007480         AND W-VC-FN NOT = SPACES
007490         MOVE 1 TO W-PTR
007500         UNSTRING W-VC-FN DELIMITED BY ALL SPACE
007510             INTO W-VC-NOME
007520             WITH POINTER W-PTR
007530         END-UNSTRING
007540         IF W-PTR NOT > 80
007550             MOVE W-VC-FN(W-PTR:) TO W-VC-SOBRENOME
007560         END-IF
007570     END-IF.
007580     MOVE SPACES TO ENTRADA-GRAVA.
007590     MOVE W-VC-NOME      TO AMIGO-NOME.
007600     MOVE W-VC-SOBRENOME TO AMIGO-SOBRENOME.
007610     MOVE W-VC-NASC      TO AMIGO-NASC.
007620     MOVE W-VC-CELULAR   TO AMIGO-CELULAR.
007630     IF AMIGO-NOME = SPACES AND AMIGO-SOBRENOME = SPACES
007640         MOVE "REJEITADO" TO W-SITUACAO
007650         MOVE "CARTAO SEM NOME" TO W-MOTIVO
007660         PERFORM 3900-LISTAR THRU 3900-EXIT
007670         GO TO 3500-EXIT.
007680     PERFORM 9400-VALIDAR-CELULAR THRU 9400-EXIT.
007690     IF W-CEL-INVALIDO-SIM
007700         MOVE "REJEITADO" TO W-SITUACAO
007710         IF W-VC-TEL-ACHADO-SIM
007720             MOVE "CELULAR FORA DO FORMATO 55 DDD 9 NNNNNNNN"
007730                 TO W-MOTIVO
007740         ELSE
007750             MOVE "CARTAO SEM TELEFONE" TO W-MOTIVO
007760         END-IF
007770         PERFORM 3900-LISTAR THRU 3900-EXIT
007780         GO TO 3500-EXIT.
007790     PERFORM 3600-PROCURAR-DUPLICATA THRU 3600-EXIT.
007800     IF W-ACHOU-SIM
007810         MOVE "REVISAR" TO W-SITUACAO
007820         PERFORM 3900-LISTAR THRU 3900-EXIT
007830         GO TO 3500-EXIT.
007840     PERFORM 3700-GERAR-APELIDO THRU 3700-EXIT.
007850     IF AMIGO-APELIDO = SPACES
007860         MOVE "REJEITADO" TO W-SITUACAO
007870         MOVE "SEM APELIDO LIVRE PARA O CONTATO" TO W-MOTIVO
007880         PERFORM 3900-LISTAR THRU 3900-EXIT
007890         GO TO 3500-EXIT.
007900     IF W-QTDE-CONTATOS NOT < 3000
007910         MOVE "REJEITADO" TO W-SITUACAO
007920         MOVE "TABELA DE CONTATOS CHEIA (3000)" TO W-MOTIVO
007930         PERFORM 3900-LISTAR THRU 3900-EXIT
007940         GO TO 3500-EXIT.
007950     WRITE ENTRADA-GRAVA
007960         INVALID KEY
007970             MOVE "REJEITADO" TO W-SITUACAO
007980             MOVE "ERRO NA GRAVACAO DA LISTA" TO W-MOTIVO
007990             PERFORM 3900-LISTAR THRU 3900-EXIT
008000             GO TO 3500-EXIT.
008010     ADD 1 TO W-QTDE-INCLUIDOS.
008020     PERFORM 3070-GUARDAR-CONTATO THRU 3070-EXIT.
008030     MOVE "I"           TO AUD-OPERACAO.
008040     MOVE "AMIGO"       TO AUD-ARQUIVO.
008050     MOVE AMIGO-APELIDO TO AUD-CHAVE.
008060     MOVE SPACES        TO AUD-ANTES.
008070     MOVE ENTRADA-GRAVA TO AUD-DEPOIS.
008080     PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT.
008090     MOVE "INCLUIDO" TO W-SITUACAO.
008100     IF AMIGO-APELIDO NOT = W-VC-APELIDO
008110         ADD 1 TO W-QTDE-APELIDO-GERADO
008120         MOVE "APELIDO GERADO" TO W-MOTIVO
008130     ELSE
008140         MOVE SPACES TO W-MOTIVO.
008150     PERFORM 3900-LISTAR THRU 3900-EXIT.
008160 3500-EXIT. EXIT.
008170******************************************************************
008180*    3600-PROCURAR-DUPLICATA - MESMO CELULAR, OU MESMO NOME      *
008190*    COMPLETO E MESMA DATA DE NASCIMENTO, DE UM CONTATO DA TABELA*
008200******************************************************************
008210 3600-PROCURAR-DUPLICATA.
008220     PERFORM 9500-NOME-COMPARA THRU 9500-EXIT.
008230     MOVE "N" TO W-ACHOU.
008240     PERFORM 3610-COMPARAR THRU 3610-EXIT
008250         VARYING W-IDX FROM 1 BY 1
008260         UNTIL W-IDX > W-QTDE-CONTATOS OR W-ACHOU-SIM.
008270 3600-EXIT. EXIT.
008280 3610-COMPARAR.
008290     IF TCT-CELULAR(W-IDX) = AMIGO-CELULAR
008300         MOVE "S" TO W-ACHOU
008310         MOVE SPACES TO W-MOTIVO
008320         STRING "MESMO CELULAR DE " TCT-APELIDO(W-IDX)
008330             DELIMITED BY SIZE INTO W-MOTIVO
008340         GO TO 3610-EXIT.
008350     IF TCT-NOME(W-IDX) = W-NOME-COMPARA
008360         AND TCT-NASC(W-IDX) = AMIGO-NASC
008370         MOVE "S" TO W-ACHOU
008380         MOVE SPACES TO W-MOTIVO
008390         STRING "MESMO NOME E NASCIMENTO DE " TCT-APELIDO(W-IDX)
008400             DELIMITED BY SIZE INTO W-MOTIVO.
008410 3610-EXIT. EXIT.
008420******************************************************************
008430*    3700-GERAR-APELIDO - O NICKNAME DO CARTAO OU, SEM ELE, O    *
008440*    PRIMEIRO NOME; SE JA EXISTIR NA LISTA, ATE 8 POSICOES DELE  *
008450*    COM UM SUFIXO DE 01 A 98. SEM APELIDO LIVRE, VOLTA EM BRANCO*
008460******************************************************************
008470 3700-GERAR-APELIDO.
008480     MOVE SPACES TO W-APELIDO-BASE.
008490     IF W-VC-APELIDO NOT = SPACES
008500         MOVE W-VC-APELIDO TO W-APELIDO-BASE
008510     ELSE
008520         UNSTRING AMIGO-NOME DELIMITED BY SPACE
008530             INTO W-APELIDO-BASE.
008540     IF W-APELIDO-BASE = SPACES
008550         MOVE "CONTATO" TO W-APELIDO-BASE.
008560     MOVE W-APELIDO-BASE TO W-APELIDO-TESTE.
008570     PERFORM 9100-PROCURAR-APELIDO THRU 9100-EXIT.
008580     IF NOT W-ACHOU-SIM
008590         MOVE W-APELIDO-TESTE TO AMIGO-APELIDO
008600         GO TO 3700-EXIT.
008610     MOVE 10 TO W-TAM-BASE.
008620     PERFORM 3720-MEDIR-BASE THRU 3720-EXIT
008630         UNTIL W-TAM-BASE = ZERO
008640            OR W-APELIDO-BASE(W-TAM-BASE:1) NOT = SPACE.
008650     IF W-TAM-BASE > 8
008660         MOVE 8 TO W-TAM-BASE.
008670     MOVE SPACES TO AMIGO-APELIDO.
008680     PERFORM 3710-TENTAR-SUFIXO THRU 3710-EXIT
008690         VARYING W-SUFIXO FROM 1 BY 1
008700         UNTIL W-SUFIXO > 98 OR AMIGO-APELIDO NOT = SPACES.
008710 3700-EXIT. EXIT.
008720 3710-TENTAR-SUFIXO.
008730     MOVE SPACES TO W-APELIDO-TESTE.
008740     STRING W-APELIDO-BASE(1:W-TAM-BASE) W-SUFIXO
008750         DELIMITED BY SIZE INTO W-APELIDO-TESTE.
008760     PERFORM 9100-PROCURAR-APELIDO THRU 9100-EXIT.
008770     IF NOT W-ACHOU-SIM
008780         MOVE W-APELIDO-TESTE TO AMIGO-APELIDO.
008790 3710-EXIT. EXIT.
008800 3720-MEDIR-BASE.
008810     SUBTRACT 1 FROM W-TAM-BASE.
008820 3720-EXIT. EXIT.
008830******************************************************************
008840*    3900-LISTAR - LINHA DO CARTAO NO RELATORIO (SITUACAO E      *
008850*    MOTIVO EM W-SITUACAO / W-MOTIVO)                            *
008860******************************************************************
008870 3900-LISTAR.
008880     IF W-SITUACAO = "REVISAR"
008890         ADD 1 TO W-QTDE-REVISAR.
008900     IF W-SITUACAO = "REJEITADO"
008910         ADD 1 TO W-QTDE-REJEITADOS.
008920     MOVE W-SITUACAO     TO LD-SITUACAO.
008930     MOVE AMIGO-APELIDO  TO LD-APELIDO.
008940     MOVE W-VC-NOME      TO LD-NOME.
008950     MOVE W-VC-SOBRENOME TO LD-SOBRENOME.
008960     MOVE W-VC-NASC      TO LD-NASC.
008970     MOVE W-VC-CELULAR   TO LD-CELULAR.
008980     MOVE W-MOTIVO       TO LD-MOTIVO.
008990     IF W-SITUACAO NOT = "INCLUIDO"
009000         MOVE W-VC-APELIDO TO LD-APELIDO.
009010     WRITE REG-RELAT FROM LIN-DET.
009020 3900-EXIT. EXIT.
009030******************************************************************
009040*    7000-RESUMO - QUANTIDADES NO FIM DO RELATORIO               *
009050******************************************************************
009060 7000-RESUMO.
009070     WRITE REG-RELAT FROM LIN-BRANCO.
009080     IF W-ABORTAR-SIM
009090         MOVE "EXECUCAO INTERROMPIDA - VER AS MENSAGENS DO JOB"
009100             TO LAV-TEXTO
009110         MOVE ZERO TO LAV-QTDE
009120         WRITE REG-RELAT FROM LIN-AVISO.
009130     IF W-MODO-EXPORTAR
009140         MOVE "CONTATOS EXPORTADOS PARA O VCFSAIDA" TO LAV-TEXTO
009150         MOVE W-QTDE-EXPORTADOS TO LAV-QTDE
009160         WRITE REG-RELAT FROM LIN-AVISO
009170         MOVE "CONTATOS COM EVENTOS RECORRENTES NA NOTA"
009180             TO LAV-TEXTO
009190         MOVE W-QTDE-NOTAS TO LAV-QTDE
009200         WRITE REG-RELAT FROM LIN-AVISO
009210         GO TO 7000-EXIT.
009220     MOVE "CARTOES LIDOS DO VCFENTRA" TO LAV-TEXTO.
009230     MOVE W-QTDE-CARTOES TO LAV-QTDE.
009240     WRITE REG-RELAT FROM LIN-AVISO.
009250     MOVE "CONTATOS INCLUIDOS" TO LAV-TEXTO.
009260     MOVE W-QTDE-INCLUIDOS TO LAV-QTDE.
009270     WRITE REG-RELAT FROM LIN-AVISO.
009280     MOVE "  DOS QUAIS COM APELIDO GERADO" TO LAV-TEXTO.
009290     MOVE W-QTDE-APELIDO-GERADO TO LAV-QTDE.
009300     WRITE REG-RELAT FROM LIN-AVISO.
009310     MOVE "PROVAVEIS DUPLICATAS PARA REVISAO (NAO GRAVADAS)"
009320         TO LAV-TEXTO.
009330     MOVE W-QTDE-REVISAR TO LAV-QTDE.
009340     WRITE REG-RELAT FROM LIN-AVISO.
009350     MOVE "CARTOES REJEITADOS" TO LAV-TEXTO.
009360     MOVE W-QTDE-REJEITADOS TO LAV-QTDE.
009370     WRITE REG-RELAT FROM LIN-AVISO.
009380 7000-EXIT. EXIT.
009390******************************************************************
009400*    8000-GRAVAR-AUDITORIA - APENSA A TRILHA FAUDIT (SEM         *
009410*    OPERADOR, O PROGRAMA RESPONDE PELA INCLUSAO)                *
009420******************************************************************
009430 8000-GRAVAR-AUDITORIA.
009440     MOVE "AMIGOVCF"   TO AUD-PROGRAMA.
009450     MOVE "AMIGOVCF"   TO AUD-OPERADOR.
009460     ACCEPT AUD-DATA   FROM DATE.
009470     ACCEPT AUD-HORA   FROM TIME.
009480     OPEN EXTEND FAUDIT.
009490     IF AUD-STATUS = "35"
009500         OPEN OUTPUT FAUDIT
009510         CLOSE FAUDIT
009520         OPEN EXTEND FAUDIT.
009530     WRITE REG-FAUDIT FROM REG-AUDITLOG.
009540     CLOSE FAUDIT.
009550     MOVE REG-AUDITLOG TO AUX-REGISTRO.
009560     MOVE "G" TO AUX-ACAO.
009570     CALL "AUX000" USING AUX-PARAMETROS-AREA.
009580 8000-EXIT. EXIT.
009590 8100-GRAVAR-VCF.
009600     WRITE REG-VCFSAI FROM W-LIN-VCF.
009610     MOVE SPACES TO W-LIN-VCF.
009620 8100-EXIT. EXIT.
009630******************************************************************
009640*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA O*
009650*    SPLREP REIMPRIMIR                                           *
009660******************************************************************
009670 9000-ESPOLAR.
009680     MOVE "I" TO SPA-ACAO.
009690     MOVE "AMIGOVCF" TO SPA-PROGRAMA.
009700     MOVE SPACES TO SPA-OPERADOR.
009710     MOVE SPACES TO SPA-PARAMS.
009720     STRING "LISTA " W-LISTA " MODO " W-MODO
009730         DELIMITED BY SIZE INTO SPA-PARAMS.
009740     CALL "SPL000" USING SPL-PARAMETROS-AREA.
009750     OPEN INPUT REPVCF.
009760     IF REL-STATUS NOT = "00"
009770         GO TO 9000-FIM.
009780     MOVE "N" TO W-EOF-SPL.
009790     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
009800         UNTIL W-EOF-SPL-SIM.
009810     CLOSE REPVCF.
009820 9000-FIM.
009830     MOVE "F" TO SPA-ACAO.
009840     CALL "SPL000" USING SPL-PARAMETROS-AREA.
009850 9000-EXIT. EXIT.
009860 9010-ESPOLAR-LER.
009870     READ REPVCF
009880         AT END MOVE "S" TO W-EOF-SPL.
009890     IF NOT W-EOF-SPL-SIM
009900         MOVE "L" TO SPA-ACAO
009910         MOVE REG-RELAT TO SPA-LINHA
009920         CALL "SPL000" USING SPL-PARAMETROS-AREA.
009930 9010-EXIT. EXIT.
009940******************************************************************
009950*    9100-PROCURAR-APELIDO - W-APELIDO-TESTE NA TABELA DE        *
009960*    CONTATOS                                                    *
009970******************************************************************
009980 9100-PROCURAR-APELIDO.
009990     MOVE "N" TO W-ACHOU.
010000     PERFORM 9110-COMPARAR-APELIDO THRU 9110-EXIT
010010         VARYING W-IDX FROM 1 BY 1
010020         UNTIL W-IDX > W-QTDE-CONTATOS OR W-ACHOU-SIM.
010030 9100-EXIT. EXIT.
010040 9110-COMPARAR-APELIDO.
010050     IF TCT-APELIDO(W-IDX) = W-APELIDO-TESTE
010060         MOVE "S" TO W-ACHOU
010070         MOVE W-IDX TO W-IDX-ACHADO.
010080 9110-EXIT. EXIT.
010090******************************************************************
010100*    9300-EXTRAIR-DIGITOS - SO OS DIGITOS DAS W-TAM-EXTRAIR      *
010110*    PRIMEIRAS POSICOES DE W-VALOR (ATE 20), EM W-DIGITOS /      *
010120*    W-QTDE-DIG                                                  *
010130******************************************************************
010140 9300-EXTRAIR-DIGITOS.
010150     MOVE SPACES TO W-DIGITOS.
010160     MOVE ZERO TO W-QTDE-DIG.
010170     PERFORM 9310-EXTRAIR-UM THRU 9310-EXIT
010180         VARYING W-IDX FROM 1 BY 1
010190         UNTIL W-IDX > W-TAM-EXTRAIR.
010200 9300-EXIT. EXIT.
010210 9310-EXTRAIR-UM.
010220     IF W-VALOR(W-IDX:1) IS NUMERIC AND W-QTDE-DIG < 20
010230         ADD 1 TO W-QTDE-DIG
010240         MOVE W-VALOR(W-IDX:1) TO W-DIGITOS(W-QTDE-DIG:1).
010250 9310-EXIT. EXIT.
010260******************************************************************
010270*    9400-VALIDAR-CELULAR - A MESMA CRITICA DO 605-VALIDAR-      *
010280*    CELULAR DO AMIGO: DDI 55, DDD DE 11 A 99 E O NONO DIGITO 9  *
010290******************************************************************
010300 9400-VALIDAR-CELULAR.
010310     MOVE "N" TO W-CEL-INVALIDO.
010320     IF CEL-DDI NOT = 55
010330         MOVE "S" TO W-CEL-INVALIDO.
010340     IF CEL-DDD < 11 OR CEL-DDD > 99
010350         MOVE "S" TO W-CEL-INVALIDO.
010360     IF CEL-NONO NOT = 9
010370         MOVE "S" TO W-CEL-INVALIDO.
010380 9400-EXIT. EXIT.
010390******************************************************************
010400*    9500-NOME-COMPARA - NOME E SOBRENOME DO ENTRADA-GRAVA EM    *
010410*    MAIUSCULAS, PARA A COMPARACAO DAS DUPLICATAS                *
010420******************************************************************
010430 9500-NOME-COMPARA.
010440     MOVE SPACES TO W-NOME-COMPARA.
010450     MOVE AMIGO-NOME TO W-NOME-COMPARA(1:20).
010460     MOVE AMIGO-SOBRENOME TO W-NOME-COMPARA(21:20).
010470     INSPECT W-NOME-COMPARA
010480         CONVERTING W-MINUSCULAS TO W-MAIUSCULAS.
010490 9500-EXIT. EXIT.
