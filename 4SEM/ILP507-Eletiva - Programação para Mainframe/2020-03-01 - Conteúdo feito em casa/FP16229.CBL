000010******************************************************************
000020* PROGRAM-ID : FP16229                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : BAIXA DOS RECIBOS DE RETORNO DO ESOCIAL (ESOCRET)  *
000080*              NO CONTROLE ESOCCTL GRAVADO PELO FP16228: O EVENTO *
000090*              ACEITO GUARDA O RECIBO (BASE DAS RETIFICACOES); O  *
000100*              REJEITADO GUARDA O MOTIVO E FICA A ESPERA DA       *
000110*              CORRECAO. LISTA EM REPESOCR TODOS OS EVENTOS       *
000120*              REJEITADOS AINDA NAO CORRIGIDOS, PARA O ACERTO DO  *
000130*              CADASTRO OU DA FOLHA ANTES DA PROXIMA GERACAO.     *
000140*------------------------------------------------------------------
000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-10-15 BH        VERSAO INICIAL                             *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FP16229.
000210 AUTHOR. BRUNO HARNIK.
000220 INSTALLATION. FATEC.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000280     DECIMAL-POINT IS COMMA.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ESOCRET ASSIGN TO "ESOCRET"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS RET-STATUS.
000340     SELECT ESOCCTL ASSIGN TO "ESOCCTL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS EO-CHAVE
000380         FILE STATUS IS ESO-STATUS.
000390     SELECT CADFUNC ASSIGN TO "CADFUNC"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CODFUNC
000430         FILE STATUS IS FUNC-STATUS.
000440     SELECT REPESOCR ASSIGN TO "REPESOCR"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS REL-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ESOCRET
000500     LABEL RECORDS ARE STANDARD.
000510     COPY REGESR.
000520 FD  ESOCCTL
000530     LABEL RECORDS ARE STANDARD.
000540     COPY REGESO.
000550 FD  CADFUNC
000560     LABEL RECORDS ARE STANDARD.
000570     COPY REGFUNC.
000580 FD  REPESOCR
000590     LABEL RECORDS ARE STANDARD.
000600 01  REG-RELAT                   PIC X(132).
000610 WORKING-STORAGE SECTION.
000620 01  RET-STATUS                  PIC X(02).
000630 01  ESO-STATUS                  PIC X(02).
000640 01  FUNC-STATUS                 PIC X(02).
000650 01  REL-STATUS                  PIC X(02).
000660 COPY RUNPARM.
000670 01  W-EOF                       PIC X(01).
000680     88  W-EOF-SIM               VALUE "S".
000690 01  W-FUNC-ABERTO               PIC X(01) VALUE "N".
000700     88  W-FUNC-ABERTO-SIM       VALUE "S".
000710 01  W-QTDE-LIDOS                PIC 9(06) VALUE ZERO.
000720 01  W-QTDE-ACEITOS              PIC 9(06) VALUE ZERO.
000730 01  W-QTDE-REJEITADOS           PIC 9(06) VALUE ZERO.
000740 01  W-QTDE-SEM-CONTROLE         PIC 9(06) VALUE ZERO.
000750 01  W-QTDE-PENDENTES            PIC 9(06) VALUE ZERO.
000760******************************************************************
000770*    LINHAS DA LISTA DE EVENTOS REJEITADOS                        *
000780******************************************************************
000790 01  CAB-RELAT.
000800     05  FILLER                  PIC X(50) VALUE
000810         "EVENTOS ESOCIAL REJEITADOS - PENDENTES DE CORRECAO".
000820 01  CAB-COLUNAS.
000830     05  FILLER                  PIC X(09) VALUE "FUNC.    ".
000840     05  FILLER                  PIC X(32) VALUE "NOME".
000850     05  FILLER                  PIC X(08) VALUE "EVENTO".
000860     05  FILLER                  PIC X(10) VALUE "REFERENC.".
000870     05  FILLER                  PIC X(10) VALUE "RETORNO".
000880     05  FILLER                  PIC X(06) VALUE "ENV.".
000890     05  FILLER                  PIC X(20) VALUE "MOTIVO".
000900 01  DET-RELAT.
000910     05  DR-CODFUNC              PIC 9(06).
000920     05  FILLER                  PIC X(03) VALUE SPACES.
000930     05  DR-NOME                 PIC X(30).
000940     05  FILLER                  PIC X(02) VALUE SPACES.
000950     05  DR-EVENTO               PIC X(04).
000960     05  FILLER                  PIC X(04) VALUE SPACES.
000970     05  DR-REFERENCIA           PIC 9(08).
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  DR-DATA-RETORNO         PIC 9(08).
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  DR-ENVIOS               PIC ZZ9.
001020     05  FILLER                  PIC X(03) VALUE SPACES.
001030     05  DR-MOTIVO               PIC X(60).
001040 01  TOT-RELAT.
001050     05  FILLER                  PIC X(30)
001060         VALUE "EVENTOS PENDENTES DE CORRECAO:".
001070     05  TR-PENDENTES            PIC ZZZZZ9.
001080 PROCEDURE DIVISION.
001090******************************************************************
001100*    0000-MAINLINE                                                *
001110******************************************************************
001120 0000-MAINLINE.
001130     DISPLAY "FP16229 - RETORNO DOS EVENTOS DO ESOCIAL".
001140     OPEN INPUT ESOCRET.
001150     IF RET-STATUS NOT = "00"
001160         DISPLAY "FP16229: ARQUIVO ESOCRET NAO EXISTE"
001170         STOP RUN.
001180     OPEN I-O ESOCCTL.
001190     IF ESO-STATUS NOT = "00"
001200         DISPLAY "FP16229: CONTROLE ESOCCTL NAO EXISTE (FP16228)"
001210         CLOSE ESOCRET
001220         STOP RUN.
001230     OPEN INPUT CADFUNC.
001240     IF FUNC-STATUS = "00"
001250         MOVE "S" TO W-FUNC-ABERTO.
001260     MOVE "FP16229" TO RCT-PROGRAMA.
001270     MOVE ZERO TO RCT-DATA.
001280     MOVE "L" TO RCT-ACAO.
001290     CALL "RUNCTL" USING RCT-PARAMETROS.
001300     MOVE "N" TO W-EOF.
001310     PERFORM 1000-BAIXAR-RETORNO THRU 1000-EXIT
001320         UNTIL W-EOF-SIM.
001330     CLOSE ESOCRET.
001340     PERFORM 2000-LISTAR-REJEITADOS THRU 2000-EXIT.
001350     CLOSE ESOCCTL.
001360     IF W-FUNC-ABERTO-SIM
001370         CLOSE CADFUNC.
001380     MOVE W-QTDE-LIDOS TO RCT-REGISTROS.
001390     MOVE "F" TO RCT-ACAO.
001400     CALL "RUNCTL" USING RCT-PARAMETROS.
001410     DISPLAY "RETORNOS LIDOS..........: " W-QTDE-LIDOS.
001420     DISPLAY "ACEITOS.................: " W-QTDE-ACEITOS.
001430     DISPLAY "REJEITADOS..............: " W-QTDE-REJEITADOS.
001440     DISPLAY "SEM EVENTO NO CONTROLE..: " W-QTDE-SEM-CONTROLE.
001450     DISPLAY "PENDENTES DE CORRECAO...: " W-QTDE-PENDENTES.
001460     DISPLAY "LISTA EM REPESOCR".
001470     STOP RUN.
001480******************************************************************
001490*    1000-BAIXAR-RETORNO - ATUALIZA O EVENTO DO CONTROLE COM O    *
001500*    RECIBO OU COM O MOTIVO DA REJEICAO. NUMA REJEICAO O RECIBO   *
001510*    ANTERIOR E MANTIDO (A RETIFICACAO RECUSADA VOLTA SOBRE ELE)  *
001520******************************************************************
001530 1000-BAIXAR-RETORNO.
001540     READ ESOCRET
001550         AT END
001560             MOVE "S" TO W-EOF
001570             GO TO 1000-EXIT.
001580     ADD 1 TO W-QTDE-LIDOS.
001590     MOVE ER-CODFUNC    TO EO-CODFUNC.
001600     MOVE ER-EVENTO     TO EO-EVENTO.
001610     MOVE ER-REFERENCIA TO EO-REFERENCIA.
001620     READ ESOCCTL
001630         INVALID KEY
001640             DISPLAY "RETORNO SEM EVENTO NO CONTROLE: "
001650                 ER-CODFUNC " " ER-EVENTO " " ER-REFERENCIA
001660             ADD 1 TO W-QTDE-SEM-CONTROLE
001670             GO TO 1000-EXIT.
001680     MOVE ER-DATA-PROC TO EO-DATA-RETORNO.
001690     IF ER-ACEITO
001700         MOVE "A"       TO EO-SITUACAO
001710         MOVE ER-RECIBO TO EO-RECIBO
001720         MOVE SPACES    TO EO-MOTIVO-REJ
001730         ADD 1 TO W-QTDE-ACEITOS
001740     ELSE
001750         MOVE "R"       TO EO-SITUACAO
001760         MOVE ER-MOTIVO TO EO-MOTIVO-REJ
001770         ADD 1 TO W-QTDE-REJEITADOS.
001780     REWRITE REGESO
001790         INVALID KEY
001800             DISPLAY "ERRO NA REGRAVACAO DO ESOCCTL " EO-CHAVE.
001810 1000-EXIT. EXIT.
001820******************************************************************
001830*    2000-LISTAR-REJEITADOS - PERCORRE O CONTROLE E LISTA O QUE   *
001840*    ESTA REJEITADO, DESTE RETORNO OU DE RETORNOS ANTERIORES      *
001850******************************************************************
001860 2000-LISTAR-REJEITADOS.
001870     OPEN OUTPUT REPESOCR.
001880     WRITE REG-RELAT FROM CAB-RELAT.
001890     WRITE REG-RELAT FROM CAB-COLUNAS.
001900     MOVE "N" TO W-EOF.
001910     MOVE LOW-VALUES TO EO-CHAVE.
001920     START ESOCCTL KEY IS NOT LESS THAN EO-CHAVE
001930         INVALID KEY MOVE "S" TO W-EOF.
001940     PERFORM 2100-LER-CONTROLE THRU 2100-EXIT
001950         UNTIL W-EOF-SIM.
001960     MOVE W-QTDE-PENDENTES TO TR-PENDENTES.
001970     WRITE REG-RELAT FROM TOT-RELAT.
001980     CLOSE REPESOCR.
001990 2000-EXIT. EXIT.
002000 2100-LER-CONTROLE.
002010     READ ESOCCTL NEXT RECORD
002020         AT END
002030             MOVE "S" TO W-EOF
002040             GO TO 2100-EXIT.
002050     IF NOT EO-REJEITADO
002060         GO TO 2100-EXIT.
002070     ADD 1 TO W-QTDE-PENDENTES.
002080     MOVE EO-CODFUNC      TO DR-CODFUNC.
002090     MOVE SPACES          TO DR-NOME.
002100     IF W-FUNC-ABERTO-SIM
002110         MOVE EO-CODFUNC TO CODFUNC
002120         READ CADFUNC
002130             INVALID KEY
002140                 MOVE "** NAO CADASTRADO **" TO DR-NOME
002150             NOT INVALID KEY
002160                 MOVE NOMEFUNC TO DR-NOME
002170         END-READ.
002180     MOVE EO-EVENTO       TO DR-EVENTO.
002190     MOVE EO-REFERENCIA   TO DR-REFERENCIA.
002200     MOVE EO-DATA-RETORNO TO DR-DATA-RETORNO.
002210     MOVE EO-QTDE-ENVIOS  TO DR-ENVIOS.
002220     MOVE EO-MOTIVO-REJ   TO DR-MOTIVO.
002230     WRITE REG-RELAT FROM DET-RELAT.
002240 2100-EXIT. EXIT.
