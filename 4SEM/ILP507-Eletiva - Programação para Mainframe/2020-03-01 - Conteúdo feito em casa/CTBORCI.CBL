000010******************************************************************
000020* PROGRAM-ID : CTBORCI                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-25                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : CARGA EM LOTE DO ORCAMENTO DEPARTAMENTAL (ORCDEP)  *
000080*              A PARTIR DE UM CSV (ORCIMP) COM UMA LINHA POR      *
000090*              DEPARTAMENTO, CONTA E MES:                         *
000100*                CODDEPC;CONTA;MES;ANO;VALOR                      *
000110*              (A PRIMEIRA LINHA E O CABECALHO; VALOR COM VIRGULA *
000120*              DECIMAL). CADA LINHA E CRITICADA COM AS MESMAS     *
000130*              REGRAS DA DIGITACAO DO CTBORC (DEPARTAMENTO NO     *
000140*              CADDEP, CONTA ANALITICA NO PLANOCTA, MES 01 A 12); *
000150*              LINHA LIMPA VIRA INCLUSAO OU ALTERACAO COM TRILHA  *
000160*              FAUDIT, LINHA REJEITADA VAI PARA ORCIMPE COM O     *
000170*              MOTIVO NO FIM, PARA CORRECAO E REENVIO. RETURN-    *
000180*              CODE 4 QUANDO HA LINHA REJEITADA.                  *
000190*------------------------------------------------------------------
000200* HISTORICO DE ALTERACOES                                         *
000210* DATA       INICIAIS  DESCRICAO                                  *
000220* 2026-09-25 BH        VERSAO INICIAL                             *
000220* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000220*                      FAUDIDX (AUX000)                           *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CTBORCI.
000260 AUTHOR. BRUNO HARNIK.
000270 INSTALLATION. FATEC.
000280 DATE-WRITTEN. 2026-09-25.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ORCIMP ASSIGN TO "ORCIMP"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS IMP-STATUS.
000390     SELECT ORCIMPE ASSIGN TO "ORCIMPE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS ERR-STATUS.
000420     SELECT ORCDEP ASSIGN TO "ORCDEP"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS OR-CHAVE
000460         FILE STATUS IS ORC-STATUS.
000470     SELECT CADDEP ASSIGN TO "CADDEP"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CODDEPC
000510         FILE STATUS IS DEP-STATUS.
000520     SELECT PLANOCTA ASSIGN TO "PLANOCTA"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PLC-CONTA
000560         FILE STATUS IS PLC-STATUS.
000570     SELECT FAUDIT ASSIGN TO "FAUDIT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS AUD-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  ORCIMP
000630     LABEL RECORDS ARE STANDARD.
000640 01  REG-ORCIMP                  PIC X(80).
000650 FD  ORCIMPE
000660     LABEL RECORDS ARE STANDARD.
000670 01  REG-ORCIMPE                 PIC X(130).
000680 FD  ORCDEP
000690     LABEL RECORDS ARE STANDARD.
000700     COPY REGORC.
000710 FD  CADDEP
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGDEP.
000740 FD  PLANOCTA
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REGPLC.
000770 FD  FAUDIT
000780     LABEL RECORDS ARE STANDARD.
000790 01  REG-FAUDIT                  PIC X(233).
000800 WORKING-STORAGE SECTION.
000810 01  IMP-STATUS                  PIC X(02).
000820 01  ERR-STATUS                  PIC X(02).
000830 01  ORC-STATUS                  PIC X(02).
000840 01  DEP-STATUS                  PIC X(02).
000850 01  PLC-STATUS                  PIC X(02).
000860 01  AUD-STATUS                  PIC X(02).
000870 01  W-OPERADOR                  PIC X(08).
000880 COPY AUDITLOG.
000880 COPY AUXPARM.
000890 01  W-SWITCHES.
000900     05  W-EOF                   PIC X(01).
000910         88  W-EOF-SIM           VALUE "S".
000920     05  W-PRIMEIRA-LINHA        PIC X(01) VALUE "S".
000930         88  W-PRIMEIRA-LINHA-SIM VALUE "S".
000940     05  W-ORC-EXISTE            PIC X(01).
000950         88  W-ORC-EXISTE-SIM    VALUE "S".
000960 01  W-MOTIVO                    PIC X(40).
000970 01  W-QTDE-LIDAS                PIC 9(07) VALUE ZERO.
000980 01  W-QTDE-INCLUIDAS            PIC 9(07) VALUE ZERO.
000990 01  W-QTDE-ALTERADAS            PIC 9(07) VALUE ZERO.
001000 01  W-QTDE-REJEITADAS           PIC 9(07) VALUE ZERO.
001010 01  W-REGORC-ANTES              PIC X(80).
001020 01  W-DATA-ATUAL.
001030     05  W-ANO-ATUAL             PIC 9(04).
001040     05  W-MES-ATUAL             PIC 9(02).
001050     05  W-DIA-ATUAL             PIC 9(02).
001060 01  W-HOJE-NUM                  PIC 9(08).
001070******************************************************************
001080*    CAMPOS DA LINHA CSV (TEXTO BRUTO E CONVERTIDOS)              *
001090******************************************************************
001100 01  W-CAMPOS-CSV.
001110     05  WC-CODDEPC              PIC X(06).
001120     05  WC-CONTA                PIC X(10).
001130     05  WC-MES                  PIC X(04).
001140     05  WC-ANO                  PIC X(06).
001150     05  WC-VALOR                PIC X(20).
001160 01  W-NUM-CODDEPC               PIC 9(04).
001170 01  W-NUM-CONTA                 PIC 9(08).
001180 01  W-NUM-MES                   PIC 9(02).
001190 01  W-NUM-ANO                   PIC 9(04).
001200 01  W-NUM-VALOR                 PIC S9(13)V99.
001210 PROCEDURE DIVISION.
001220******************************************************************
001230*    0000-MAINLINE                                                *
001240******************************************************************
001250 0000-MAINLINE.
001260     DISPLAY "CTBORCI: OPERADOR =>".
001270     ACCEPT W-OPERADOR.
001280     OPEN INPUT ORCIMP.
001290     IF IMP-STATUS NOT = "00"
001300         DISPLAY "CTBORCI: ARQUIVO ORCIMP NAO EXISTE"
001310         MOVE 8 TO RETURN-CODE
001320         STOP RUN.
001330     OPEN INPUT CADDEP.
001340     IF DEP-STATUS NOT = "00"
001350         DISPLAY "CTBORCI: ARQUIVO CADDEP NAO EXISTE"
001360         CLOSE ORCIMP
001370         MOVE 8 TO RETURN-CODE
001380         STOP RUN.
001390     OPEN INPUT PLANOCTA.
001400     IF PLC-STATUS NOT = "00"
001410         DISPLAY "CTBORCI: ARQUIVO PLANOCTA NAO EXISTE"
001420         CLOSE ORCIMP CADDEP
001430         MOVE 8 TO RETURN-CODE
001440         STOP RUN.
001450     OPEN I-O ORCDEP.
001460     IF ORC-STATUS = "35"
001470         OPEN OUTPUT ORCDEP
001480         CLOSE ORCDEP
001490         OPEN I-O ORCDEP.
001500     IF ORC-STATUS NOT = "00"
001510         DISPLAY "CTBORCI: ERRO NO ORCDEP: " ORC-STATUS
001520         CLOSE ORCIMP CADDEP PLANOCTA
001530         MOVE 8 TO RETURN-CODE
001540         STOP RUN.
001550     OPEN OUTPUT ORCIMPE.
001560     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
001570     COMPUTE W-HOJE-NUM = (W-ANO-ATUAL * 10000)
001580         + (W-MES-ATUAL * 100) + W-DIA-ATUAL.
001590     MOVE "N" TO W-EOF.
001600     PERFORM 1000-LER-LINHA THRU 1000-EXIT
001610         UNTIL W-EOF-SIM.
001620     CLOSE ORCIMP ORCIMPE ORCDEP CADDEP PLANOCTA.
001630     DISPLAY "CTBORCI: LINHAS LIDAS......: " W-QTDE-LIDAS.
001640     DISPLAY "CTBORCI: INCLUIDAS.........: " W-QTDE-INCLUIDAS.
001650     DISPLAY "CTBORCI: ALTERADAS.........: " W-QTDE-ALTERADAS.
001660     DISPLAY "CTBORCI: REJEITADAS........: " W-QTDE-REJEITADAS.
001670     IF W-QTDE-REJEITADAS > ZERO
001680         DISPLAY "CTBORCI: LINHAS REJEITADAS EM ORCIMPE"
001690         MOVE 4 TO RETURN-CODE.
001700     STOP RUN.
001710******************************************************************
001720*    1000-LER-LINHA - LE UMA LINHA DO CSV (A PRIMEIRA E O          *
001730*    CABECALHO E NAO E PROCESSADA)                                *
001740******************************************************************
001750 1000-LER-LINHA.
001760     READ ORCIMP
001770         AT END MOVE "S" TO W-EOF
001780         NOT AT END
001790             IF W-PRIMEIRA-LINHA-SIM
001800                 MOVE "N" TO W-PRIMEIRA-LINHA
001810             ELSE
001820                 ADD 1 TO W-QTDE-LIDAS
001830                 PERFORM 2000-PROCESSAR-LINHA THRU 2000-EXIT
001840             END-IF.
001850 1000-EXIT. EXIT.
001860******************************************************************
001870*    2000-PROCESSAR-LINHA - SEPARA OS CAMPOS, CRITICA E APLICA     *
001880******************************************************************
001890 2000-PROCESSAR-LINHA.
001900     MOVE SPACES TO W-CAMPOS-CSV.
001910     UNSTRING REG-ORCIMP DELIMITED BY ";"
001920         INTO WC-CODDEPC WC-CONTA WC-MES WC-ANO WC-VALOR.
001930     PERFORM 3000-CRITICAR THRU 3000-EXIT.
001940     IF W-MOTIVO NOT = SPACES
001950         PERFORM 4000-REJEITAR THRU 4000-EXIT
001960         GO TO 2000-EXIT.
001970     PERFORM 5000-APLICAR THRU 5000-EXIT.
001980 2000-EXIT. EXIT.
001990******************************************************************
002000*    3000-CRITICAR - MESMAS REGRAS DA DIGITACAO DO CTBORC          *
002010******************************************************************
002020 3000-CRITICAR.
002030     MOVE SPACES TO W-MOTIVO.
002040     IF WC-CODDEPC = SPACES OR WC-CONTA = SPACES
002050         OR WC-MES = SPACES OR WC-ANO = SPACES
002060         OR WC-VALOR = SPACES
002070         MOVE "LINHA INCOMPLETA" TO W-MOTIVO
002080         GO TO 3000-EXIT.
002090     COMPUTE W-NUM-CODDEPC = FUNCTION NUMVAL(WC-CODDEPC).
002100     COMPUTE W-NUM-CONTA   = FUNCTION NUMVAL(WC-CONTA).
002110     COMPUTE W-NUM-MES     = FUNCTION NUMVAL(WC-MES).
002120     COMPUTE W-NUM-ANO     = FUNCTION NUMVAL(WC-ANO).
002130     COMPUTE W-NUM-VALOR   = FUNCTION NUMVAL(WC-VALOR).
002140     IF W-NUM-MES < 1 OR W-NUM-MES > 12 OR W-NUM-ANO < 1753
002150         MOVE "COMPETENCIA INVALIDA" TO W-MOTIVO
002160         GO TO 3000-EXIT.
002170     IF W-NUM-VALOR < ZERO
002180         MOVE "VALOR NEGATIVO" TO W-MOTIVO
002190         GO TO 3000-EXIT.
002200     MOVE W-NUM-CODDEPC TO CODDEPC.
002210     READ CADDEP
002220         INVALID KEY
002230             MOVE "DEPARTAMENTO NAO CADASTRADO" TO W-MOTIVO
002240             GO TO 3000-EXIT.
002250     MOVE W-NUM-CONTA TO PLC-CONTA.
002260     READ PLANOCTA
002270         INVALID KEY
002280             MOVE "CONTA FORA DO PLANO DE CONTAS" TO W-MOTIVO
002290             GO TO 3000-EXIT.
002300     IF PLC-SINTETICA
002310         MOVE "CONTA SINTETICA NAO RECEBE ORCAMENTO"
002320             TO W-MOTIVO.
002330 3000-EXIT. EXIT.
002340******************************************************************
002350*    4000-REJEITAR - LINHA ORIGINAL MAIS O MOTIVO NO ARQUIVO DE    *
002360*    ERROS, PARA CORRECAO E REENVIO                               *
002370******************************************************************
002380 4000-REJEITAR.
002390     MOVE SPACES TO REG-ORCIMPE.
002400     STRING REG-ORCIMP DELIMITED BY "  "
002410            ";ERRO: " DELIMITED BY SIZE
002420            W-MOTIVO DELIMITED BY SIZE
002430         INTO REG-ORCIMPE.
002440     WRITE REG-ORCIMPE.
002450     ADD 1 TO W-QTDE-REJEITADAS.
002460 4000-EXIT. EXIT.
002470******************************************************************
002480*    5000-APLICAR - INCLUSAO OU ALTERACAO NO ORCDEP COM TRILHA     *
002490*    FAUDIT                                                       *
002500******************************************************************
002510 5000-APLICAR.
002520     MOVE "N" TO W-ORC-EXISTE.
002530     MOVE W-NUM-CODDEPC TO OR-CODDEPC.
002540     MOVE W-NUM-ANO     TO OR-ANO.
002550     MOVE W-NUM-MES     TO OR-MES.
002560     MOVE W-NUM-CONTA   TO OR-CONTA.
002570     READ ORCDEP
002580         INVALID KEY
002590             MOVE SPACES TO W-REGORC-ANTES
002600         NOT INVALID KEY
002610             MOVE "S" TO W-ORC-EXISTE
002620             MOVE REGORC TO W-REGORC-ANTES.
002630     MOVE W-NUM-VALOR TO OR-VALOR.
002640     MOVE W-OPERADOR  TO OR-OPERADOR.
002650     MOVE W-HOJE-NUM  TO OR-DATA-ALT.
002660     IF W-ORC-EXISTE-SIM
002670         REWRITE REGORC
002680             INVALID KEY
002690                 MOVE "ERRO NA REGRAVACAO" TO W-MOTIVO
002700                 PERFORM 4000-REJEITAR THRU 4000-EXIT
002710             NOT INVALID KEY
002720                 ADD 1 TO W-QTDE-ALTERADAS
002730                 MOVE "A" TO AUD-OPERACAO
002740                 PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
002750         END-REWRITE
002760     ELSE
002770         WRITE REGORC
002780             INVALID KEY
002790                 MOVE "ERRO NA INCLUSAO" TO W-MOTIVO
002800                 PERFORM 4000-REJEITAR THRU 4000-EXIT
002810             NOT INVALID KEY
002820                 ADD 1 TO W-QTDE-INCLUIDAS
002830                 MOVE "I" TO AUD-OPERACAO
002840                 PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
002850         END-WRITE.
002860 5000-EXIT. EXIT.
002870******************************************************************
002880*    6000-GRAVAR-AUDITORIA - APENSA A TRILHA FAUDIT (MESMO         *
002890*    PADRAO DO CTBORC)                                            *
002900******************************************************************
002910 6000-GRAVAR-AUDITORIA.
002920     MOVE "CTBORCI"      TO AUD-PROGRAMA.
002930     MOVE "ORCDEP"       TO AUD-ARQUIVO.
002940     MOVE W-OPERADOR     TO AUD-OPERADOR.
002950     MOVE OR-CHAVE       TO AUD-CHAVE.
002960     MOVE W-REGORC-ANTES TO AUD-ANTES.
002970     MOVE REGORC         TO AUD-DEPOIS.
002980     ACCEPT AUD-DATA     FROM DATE.
002990     ACCEPT AUD-HORA     FROM TIME.
003000     OPEN EXTEND FAUDIT.
003010     IF AUD-STATUS = "35"
003020         OPEN OUTPUT FAUDIT
003030         CLOSE FAUDIT
003040         OPEN EXTEND FAUDIT.
003050     WRITE REG-FAUDIT FROM REG-AUDITLOG.
003060     CLOSE FAUDIT.
003060     MOVE REG-AUDITLOG TO AUX-REGISTRO.
003060     MOVE "G" TO AUX-ACAO.
003060     CALL "AUX000" USING AUX-PARAMETROS-AREA.
003070 6000-EXIT. EXIT.
