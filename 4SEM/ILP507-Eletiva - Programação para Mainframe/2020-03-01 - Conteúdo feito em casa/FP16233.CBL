000010******************************************************************
000020* PROGRAM-ID : FP16233                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : MANUTENCAO DO BANCO DE HORAS - ADESAO DO           *
000080*              FUNCIONARIO (BHADESAO) COM O PRAZO DE COMPENSACAO  *
000090*              DO ACORDO, ENCERRAMENTO DA ADESAO E CONSULTA DO    *
000100*              SALDO NUMA COMPETENCIA (BHR000). AS EXTRAS E AS    *
000110*              FOLGAS SAO LANCADAS NO APONTAMENTO (FP16209); O    *
000120*              VENCIDO E PAGO NA FOLHA (FP16204) E O SALDO E      *
000130*              ACERTADO NA RESCISAO (FP16212).                    *
000140*------------------------------------------------------------------
000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-10-15 BH        VERSAO INICIAL                             *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FP16233.
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
000310     SELECT BHADESAO ASSIGN TO "BHADESAO"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS BA-CODFUNC
000350         FILE STATUS IS BHA-STATUS.
000360     SELECT CADFUNC ASSIGN TO "CADFUNC"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CODFUNC
000400         FILE STATUS IS FUNC-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  BHADESAO
000440     LABEL RECORDS ARE STANDARD.
000450     COPY REGBHA.
000460 FD  CADFUNC
000470     LABEL RECORDS ARE STANDARD.
000480     COPY REGFUNC.
000490 WORKING-STORAGE SECTION.
000500 01  BHA-STATUS                  PIC X(02).
000510 01  FUNC-STATUS                 PIC X(02).
000520 COPY BHRPARM.
000530 01  W-SWITCHES.
000540     05  W-FIM                   PIC X(01) VALUE "N".
000550         88  W-FIM-SIM           VALUE "S".
000560     05  W-FUNC-ACHADO           PIC X(01).
000570         88  W-FUNC-ACHADO-SIM   VALUE "S".
000580     05  W-FUNC-ATIVO            PIC X(01).
000590         88  W-FUNC-ATIVO-SIM    VALUE "S".
000600     05  W-ADESAO-ACHADA         PIC X(01).
000610         88  W-ADESAO-ACHADA-SIM VALUE "S".
000620 01  W-OPCAO                     PIC X(01).
000630 01  W-CONF                      PIC X(01).
000640 01  W-HOJE                      PIC 9(08).
000650 01  W-CODFUNC-INF               PIC 9(06).
000660 01  W-DATA-INF                  PIC 9(08).
000670 01  W-MESES-INF                 PIC 9(02).
000680 01  W-ANO-COMP                  PIC 9(04).
000690 01  W-MES-COMP                  PIC 9(02).
000700 01  W-SALDO-ED                  PIC -ZZZZ9,99.
000710 01  W-HORAS-ED                  PIC ZZZZ9,99.
000720 PROCEDURE DIVISION.
000730******************************************************************
000740*    0000-MAINLINE                                                *
000750******************************************************************
000760 0000-MAINLINE.
000770     ACCEPT W-HOJE FROM DATE YYYYMMDD.
000780     PERFORM 2000-MENU THRU 2000-EXIT
000790         UNTIL W-FIM-SIM.
000800     GOBACK.
000810******************************************************************
000820*    2000-MENU - MENU DE OPCOES DO PROGRAMA                       *
000830******************************************************************
000840 2000-MENU.
000850     DISPLAY " ".
000860     DISPLAY "FP16233 - BANCO DE HORAS".
000870     DISPLAY "1-ADERIR/ALTERAR PRAZO   2-ENCERRAR ADESAO".
000880     DISPLAY "3-CONSULTAR SALDO   9-FIM".
000890     ACCEPT W-OPCAO.
000900     EVALUATE W-OPCAO
000910         WHEN "1"
000920             PERFORM ROT-ADERIR THRU ROT-ADERIR-EXIT
000930         WHEN "2"
000940             PERFORM ROT-ENCERRAR THRU ROT-ENCERRAR-EXIT
000950         WHEN "3"
000960             PERFORM ROT-SALDO THRU ROT-SALDO-EXIT
000970         WHEN "9"
000980             MOVE "S" TO W-FIM
000990         WHEN OTHER
001000             DISPLAY "OPCAO INVALIDA"
001010     END-EVALUATE.
001020 2000-EXIT. EXIT.
001030******************************************************************
001040*    ROT-ADERIR - INCLUI A ADESAO (OU REATIVA UMA ENCERRADA) COM  *
001050*    A DATA DE INICIO E O PRAZO DE COMPENSACAO; ADESAO ATIVA SO   *
001060*    TEM O PRAZO ALTERADO                                         *
001070******************************************************************
001080 ROT-ADERIR.
001090     PERFORM ROT-LER-FUNC THRU ROT-LER-FUNC-EXIT.
001100     IF NOT W-FUNC-ACHADO-SIM
001110         GO TO ROT-ADERIR-EXIT.
001120     IF NOT W-FUNC-ATIVO-SIM
001130         DISPLAY "FUNCIONARIO DESLIGADO - ADESAO NEGADA"
001140         GO TO ROT-ADERIR-EXIT.
001150     PERFORM ROT-ABRIR-ADESAO THRU ROT-ABRIR-ADESAO-EXIT.
001160     IF BHA-STATUS NOT = "00"
001170         GO TO ROT-ADERIR-EXIT.
001180     PERFORM ROT-LER-ADESAO THRU ROT-LER-ADESAO-EXIT.
001190     IF W-ADESAO-ACHADA-SIM AND BA-ATIVA
001200         DISPLAY "ADESAO ATIVA DESDE " BA-DATA-ADESAO
001210                 " - PRAZO ATUAL " BA-MESES-COMPENSA " MESES"
001220     ELSE
001230         PERFORM ROT-DATA-ADESAO THRU ROT-DATA-ADESAO-EXIT.
001240     PERFORM ROT-PRAZO THRU ROT-PRAZO-EXIT.
001250     MOVE W-CODFUNC-INF TO BA-CODFUNC.
001260     MOVE W-MESES-INF   TO BA-MESES-COMPENSA.
001270     MOVE W-HOJE        TO BA-DATA-REGISTRO.
001280     IF W-ADESAO-ACHADA-SIM AND BA-ATIVA
001290         REWRITE REGBHA
001300             INVALID KEY
001310                 DISPLAY "ERRO NA GRAVACAO DO BHADESAO"
001320             NOT INVALID KEY
001330                 DISPLAY "*** PRAZO ALTERADO ***"
001340         END-REWRITE
001350         CLOSE BHADESAO
001360         GO TO ROT-ADERIR-EXIT.
001370     MOVE W-DATA-INF    TO BA-DATA-ADESAO.
001380     MOVE "A"           TO BA-SITUACAO.
001390     MOVE ZERO          TO BA-DATA-ENCERRA.
001400     IF W-ADESAO-ACHADA-SIM
001410         REWRITE REGBHA
001420             INVALID KEY
001430                 DISPLAY "ERRO NA GRAVACAO DO BHADESAO"
001440             NOT INVALID KEY
001450                 DISPLAY "*** ADESAO REATIVADA ***"
001460         END-REWRITE
001470     ELSE
001480         WRITE REGBHA
001490             INVALID KEY
001500                 DISPLAY "ERRO NA GRAVACAO DO BHADESAO"
001510             NOT INVALID KEY
001520                 DISPLAY "*** ADESAO GRAVADA ***"
001530         END-WRITE.
001540     CLOSE BHADESAO.
001550 ROT-ADERIR-EXIT. EXIT.
001560 ROT-DATA-ADESAO.
001570     DISPLAY "DATA DE INICIO DA ADESAO (AAAAMMDD, 0=HOJE) =>".
001580     ACCEPT W-DATA-INF.
001590     IF W-DATA-INF = ZERO
001600         MOVE W-HOJE TO W-DATA-INF.
001610 ROT-DATA-ADESAO-EXIT. EXIT.
001620 ROT-PRAZO.
001630     DISPLAY "PRAZO DE COMPENSACAO DO ACORDO EM MESES".
001640     DISPLAY "(1 A 12, 0=6 MESES) =>".
001650     ACCEPT W-MESES-INF.
001660     IF W-MESES-INF = ZERO
001670         MOVE 6 TO W-MESES-INF.
001680     IF W-MESES-INF > 12
001690         DISPLAY "PRAZO INVALIDO"
001700         GO TO ROT-PRAZO.
001710 ROT-PRAZO-EXIT. EXIT.
001720******************************************************************
001730*    ROT-ENCERRAR - ENCERRA A ADESAO ATIVA. O SALDO RESTANTE E    *
001740*    PAGO NA FOLHA DA COMPETENCIA DO ENCERRAMENTO                 *
001750******************************************************************
001760 ROT-ENCERRAR.
001770     PERFORM ROT-LER-FUNC THRU ROT-LER-FUNC-EXIT.
001780     IF NOT W-FUNC-ACHADO-SIM
001790         GO TO ROT-ENCERRAR-EXIT.
001800     PERFORM ROT-ABRIR-ADESAO THRU ROT-ABRIR-ADESAO-EXIT.
001810     IF BHA-STATUS NOT = "00"
001820         GO TO ROT-ENCERRAR-EXIT.
001830     PERFORM ROT-LER-ADESAO THRU ROT-LER-ADESAO-EXIT.
001840     IF NOT W-ADESAO-ACHADA-SIM OR NOT BA-ATIVA
001850         DISPLAY "FUNCIONARIO SEM ADESAO ATIVA"
001860         CLOSE BHADESAO
001870         GO TO ROT-ENCERRAR-EXIT.
001880     DISPLAY "DATA DO ENCERRAMENTO (AAAAMMDD, 0=HOJE) =>".
001890     ACCEPT W-DATA-INF.
001900     IF W-DATA-INF = ZERO
001910         MOVE W-HOJE TO W-DATA-INF.
001920     IF W-DATA-INF < BA-DATA-ADESAO
001930         DISPLAY "ENCERRAMENTO ANTERIOR A ADESAO"
001940         CLOSE BHADESAO
001950         GO TO ROT-ENCERRAR-EXIT.
001960     DISPLAY "CONFIRMA O ENCERRAMENTO (S/N) ==>".
001970     ACCEPT W-CONF.
001980     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
001990         DISPLAY "ENCERRAMENTO CANCELADO"
002000         CLOSE BHADESAO
002010         GO TO ROT-ENCERRAR-EXIT.
002020     MOVE "E"        TO BA-SITUACAO.
002030     MOVE W-DATA-INF TO BA-DATA-ENCERRA.
002040     MOVE W-HOJE     TO BA-DATA-REGISTRO.
002050     REWRITE REGBHA
002060         INVALID KEY
002070             DISPLAY "ERRO NA GRAVACAO DO BHADESAO"
002080         NOT INVALID KEY
002090             DISPLAY "*** ADESAO ENCERRADA - SALDO SERA PAGO "
002100                     "NA FOLHA DO MES ***"
002110     END-REWRITE.
002120     CLOSE BHADESAO.
002130 ROT-ENCERRAR-EXIT. EXIT.
002140******************************************************************
002150*    ROT-SALDO - SALDO DO BANCO DE HORAS ATE A COMPETENCIA E O    *
002160*    MOVIMENTO DO MES (BHR000 "S")                                *
002170******************************************************************
002180 ROT-SALDO.
002190     PERFORM ROT-LER-FUNC THRU ROT-LER-FUNC-EXIT.
002200     IF NOT W-FUNC-ACHADO-SIM
002210         GO TO ROT-SALDO-EXIT.
002220     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
002230     ACCEPT W-ANO-COMP.
002240     DISPLAY "MES DA COMPETENCIA =>".
002250     ACCEPT W-MES-COMP.
002260     MOVE "S"           TO BHR-ACAO.
002270     MOVE W-CODFUNC-INF TO BHR-CODFUNC.
002280     MOVE W-ANO-COMP    TO BHR-COMP-ANO.
002290     MOVE W-MES-COMP    TO BHR-COMP-MES.
002300     CALL "BHR000" USING BHR-PARAMETROS-AREA.
002310     IF NOT BHR-OK
002320         DISPLAY "FUNCIONARIO SEM ADESAO AO BANCO DE HORAS"
002330         GO TO ROT-SALDO-EXIT.
002340     DISPLAY "PRAZO DE COMPENSACAO..: " BHR-MESES " MESES".
002350     MOVE BHR-MES-CREDITO TO W-HORAS-ED.
002360     DISPLAY "CREDITOS NO MES.......: " W-HORAS-ED.
002370     MOVE BHR-MES-FOLGA TO W-HORAS-ED.
002380     DISPLAY "FOLGAS NO MES.........: " W-HORAS-ED.
002390     MOVE BHR-MES-PAGO TO W-HORAS-ED.
002400     DISPLAY "PAGAS NO MES..........: " W-HORAS-ED.
002410     MOVE BHR-SALDO-50 TO W-HORAS-ED.
002420     DISPLAY "SALDO DE EXTRAS 50%...: " W-HORAS-ED.
002430     MOVE BHR-SALDO-100 TO W-HORAS-ED.
002440     DISPLAY "SALDO DE EXTRAS 100%..: " W-HORAS-ED.
002450     MOVE BHR-SALDO TO W-SALDO-ED.
002460     DISPLAY "SALDO DO BANCO........: " W-SALDO-ED.
002470     IF BHR-VENC-50 > ZERO OR BHR-VENC-100 > ZERO
002480         ADD BHR-VENC-50 BHR-VENC-100 GIVING W-HORAS-ED
002490         DISPLAY "VENCIDAS A PAGAR......: " W-HORAS-ED.
002500 ROT-SALDO-EXIT. EXIT.
002510******************************************************************
002520*    ROT-ABRIR-ADESAO - ABRE O BHADESAO EM I-O, CRIANDO O ARQUIVO *
002530*    NA PRIMEIRA UTILIZACAO (STATUS 35)                           *
002540******************************************************************
002550 ROT-ABRIR-ADESAO.
002560     OPEN I-O BHADESAO.
002570     IF BHA-STATUS = "35"
002580         OPEN OUTPUT BHADESAO
002590         CLOSE BHADESAO
002600         OPEN I-O BHADESAO.
002610     IF BHA-STATUS NOT = "00"
002620         DISPLAY "ERRO NA ABERTURA DO BHADESAO: " BHA-STATUS.
002630 ROT-ABRIR-ADESAO-EXIT. EXIT.
002640 ROT-LER-ADESAO.
002650     MOVE "N" TO W-ADESAO-ACHADA.
002660     MOVE W-CODFUNC-INF TO BA-CODFUNC.
002670     READ BHADESAO
002680         INVALID KEY
002690             CONTINUE
002700         NOT INVALID KEY
002710             MOVE "S" TO W-ADESAO-ACHADA.
002720 ROT-LER-ADESAO-EXIT. EXIT.
002730 ROT-LER-FUNC.
002740     MOVE "N" TO W-FUNC-ACHADO.
002750     MOVE "N" TO W-FUNC-ATIVO.
002760     DISPLAY "CODIGO DO FUNCIONARIO =>".
002770     ACCEPT W-CODFUNC-INF.
002780     OPEN INPUT CADFUNC.
002790     IF FUNC-STATUS NOT = "00"
002800         DISPLAY "ARQUIVO DE FUNCIONARIOS NAO EXISTE"
002810         GO TO ROT-LER-FUNC-EXIT.
002820     MOVE W-CODFUNC-INF TO CODFUNC.
002830     READ CADFUNC
002840         INVALID KEY
002850             DISPLAY "FUNCIONARIO NAO CADASTRADO"
002860         NOT INVALID KEY
002870             DISPLAY "FUNCIONARIO: " NOMEFUNC
002880             MOVE "S" TO W-FUNC-ACHADO
002890             IF FUNC-ATIVO
002900                 MOVE "S" TO W-FUNC-ATIVO
002910             END-IF.
002920     CLOSE CADFUNC.
002930 ROT-LER-FUNC-EXIT. EXIT.
