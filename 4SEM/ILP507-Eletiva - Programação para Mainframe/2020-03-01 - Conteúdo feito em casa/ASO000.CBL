000010******************************************************************
000020* PROGRAM-ID : ASO000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DOS EXAMES MEDICOS OCUPACIONAIS (ASO)   *
000080*              (MOLDE DO PEN000/MVF000). AGENDA NO EXAMES O       *
000090*              EXAME DE RETORNO AO TRABALHO QUANDO O FP16218      *
000100*              ENCERRA UM AFASTAMENTO DE MAIS DE 30 DIAS, CONFERE *
000110*              PARA O FP16212 SE HA DEMISSIONAL QUE PERMITA       *
000120*              FINALIZAR A RESCISAO E CALCULA PARA O FP16230 O    *
000130*              VENCIMENTO DO PROXIMO PERIODICO PELA REGRA DE      *
000140*              RISCO DO CARGO (TABRISCO). DIAS CORRIDOS PELO MES  *
000150*              COMERCIAL DE 30 DIAS, COMO NA FOLHA (FP16204).     *
000160*------------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-10-15 BH        VERSAO INICIAL                             *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. ASO000.
000230 AUTHOR. BRUNO HARNIK.
000240 INSTALLATION. FATEC.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EXAMES ASSIGN TO "EXAMES"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS EX-CHAVE
000370         FILE STATUS IS EXA-STATUS.
000380     SELECT TABRISCO ASSIGN TO "TABRISCO"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS RI-CODCAR
000420         FILE STATUS IS RIS-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EXAMES
000460     LABEL RECORDS ARE STANDARD.
000470     COPY REGEXA.
000480 FD  TABRISCO
000490     LABEL RECORDS ARE STANDARD.
000500     COPY REGRIS.
000510 WORKING-STORAGE SECTION.
000520 01  EXA-STATUS                  PIC X(02).
000530 01  RIS-STATUS                  PIC X(02).
000540 01  W-EOF                       PIC X(01).
000550     88  W-EOF-SIM               VALUE "S".
000560 01  W-HOJE                      PIC 9(08).
000570 01  W-DATA-TRAB                 PIC 9(08).
000580 01  W-ANO                       PIC 9(04).
000590 01  W-MES                       PIC 9(02).
000600 01  W-DIA                       PIC 9(02).
000610 01  W-ORDINAL                   PIC 9(07).
000620 01  W-ORD-INI                   PIC 9(07).
000630 01  W-ORD-FIM                   PIC 9(07).
000640 01  W-DIAS-MES                  PIC 9(02).
000650 01  W-MESES                     PIC 9(02).
000660 01  W-TOTAL-MESES               PIC 9(06).
000670 01  W-QUOC                      PIC 9(04).
000680 01  W-RESTO-4                   PIC 9(03).
000690 01  W-RESTO-100                 PIC 9(03).
000700 01  W-RESTO-400                 PIC 9(03).
000710 LINKAGE SECTION.
000720 COPY ASOPARM.
000730 PROCEDURE DIVISION USING ASO-PARAMETROS-AREA.
000740******************************************************************
000750*    0000-MAINLINE                                                *
000760******************************************************************
000770 0000-MAINLINE.
000780     MOVE "N" TO ASO-RETORNO.
000790     EVALUATE ASO-ACAO
000800         WHEN "R"
000810             PERFORM 1000-AGENDAR-RETORNO THRU 1000-EXIT
000820         WHEN "D"
000830             PERFORM 2000-CONFERIR-DEMISSIONAL THRU 2000-EXIT
000840         WHEN "P"
000850             PERFORM 3000-PROXIMO-PERIODICO THRU 3000-EXIT
000860     END-EVALUATE.
000870     GOBACK.
000880******************************************************************
000890*    1000-AGENDAR-RETORNO - AFASTAMENTO ENCERRADO COM MAIS DE 30  *
000900*    DIAS: EXAME DE RETORNO NO PRIMEIRO DIA DE VOLTA AO TRABALHO  *
000910*    (UM JA AGENDADO PARA O MESMO DIA E MANTIDO)                  *
000920******************************************************************
000930 1000-AGENDAR-RETORNO.
000940     IF ASO-DATA-FIM = ZERO
000950         GO TO 1000-EXIT.
000960     MOVE ASO-DATA-INI TO W-DATA-TRAB.
000970     PERFORM 8000-ORDINAL THRU 8000-EXIT.
000980     MOVE W-ORDINAL TO W-ORD-INI.
000990     MOVE ASO-DATA-FIM TO W-DATA-TRAB.
001000     PERFORM 8000-ORDINAL THRU 8000-EXIT.
001010     MOVE W-ORDINAL TO W-ORD-FIM.
001020     IF W-ORD-FIM - W-ORD-INI + 1 NOT > 30
001030         GO TO 1000-EXIT.
001040     PERFORM 8100-DIA-SEGUINTE THRU 8100-EXIT.
001050     MOVE W-DATA-TRAB TO ASO-DATA.
001060     ACCEPT W-HOJE FROM DATE YYYYMMDD.
001070     OPEN I-O EXAMES.
001080     IF EXA-STATUS = "35"
001090         OPEN OUTPUT EXAMES
001100         CLOSE EXAMES
001110         OPEN I-O EXAMES.
001120     IF EXA-STATUS NOT = "00"
001130         GO TO 1000-EXIT.
001140     MOVE ASO-CODFUNC  TO EX-CODFUNC.
001150     MOVE ASO-DATA     TO EX-DATA-AGENDA.
001160     MOVE "R"          TO EX-TIPO.
001170     MOVE ZERO         TO EX-DATA-REALIZ.
001180     MOVE SPACES       TO EX-RESULTADO.
001190     MOVE ZERO         TO EX-DATA-PROXIMO.
001200     MOVE SPACES       TO EX-MEDICO.
001210     MOVE ASO-DATA-INI TO EX-AF-DATA-INI.
001220     MOVE W-HOJE       TO EX-DATA-REGISTRO.
001230     WRITE REGEXA
001240         INVALID KEY
001250             CONTINUE.
001260     CLOSE EXAMES.
001270     MOVE "S" TO ASO-RETORNO.
001280 1000-EXIT. EXIT.
001290******************************************************************
001300*    2000-CONFERIR-DEMISSIONAL - ACEITA O DEMISSIONAL REALIZADO E *
001310*    APTO, OU QUALQUER EXAME APTO REALIZADO NOS 90 DIAS ANTES DO  *
001320*    DESLIGAMENTO (DISPENSA DO DEMISSIONAL)                       *
001330******************************************************************
001340 2000-CONFERIR-DEMISSIONAL.
001350     MOVE ZERO TO ASO-DATA-FIM.
001360     MOVE ASO-DATA TO W-DATA-TRAB.
001370     PERFORM 8000-ORDINAL THRU 8000-EXIT.
001380     MOVE W-ORDINAL TO W-ORD-FIM.
001390     OPEN INPUT EXAMES.
001400     IF EXA-STATUS NOT = "00"
001410         GO TO 2000-EXIT.
001420     MOVE "N" TO W-EOF.
001430     MOVE ASO-CODFUNC TO EX-CODFUNC.
001440     MOVE ZERO        TO EX-DATA-AGENDA.
001450     MOVE SPACES      TO EX-TIPO.
001460     START EXAMES KEY IS NOT LESS THAN EX-CHAVE
001470         INVALID KEY MOVE "S" TO W-EOF.
001480     PERFORM 2100-LER-EXAME THRU 2100-EXIT
001490         UNTIL W-EOF-SIM.
001500     CLOSE EXAMES.
001510     IF ASO-DATA-FIM NOT = ZERO
001520         MOVE "S" TO ASO-RETORNO.
001530 2000-EXIT. EXIT.
001540 2100-LER-EXAME.
001550     READ EXAMES NEXT RECORD
001560         AT END
001570             MOVE "S" TO W-EOF
001580             GO TO 2100-EXIT.
001590     IF EX-CODFUNC NOT = ASO-CODFUNC
001600         MOVE "S" TO W-EOF
001610         GO TO 2100-EXIT.
001620     IF EX-DATA-REALIZ = ZERO OR NOT EX-APTO
001630         GO TO 2100-EXIT.
001640     IF EX-DEMISSIONAL
001650         MOVE EX-DATA-REALIZ TO ASO-DATA-FIM
001660         GO TO 2100-EXIT.
001670     IF EX-DATA-REALIZ > ASO-DATA
001680         GO TO 2100-EXIT.
001690     MOVE EX-DATA-REALIZ TO W-DATA-TRAB.
001700     PERFORM 8000-ORDINAL THRU 8000-EXIT.
001710     IF W-ORD-FIM - W-ORDINAL NOT > 90
001720         AND EX-DATA-REALIZ > ASO-DATA-FIM
001730         MOVE EX-DATA-REALIZ TO ASO-DATA-FIM.
001740 2100-EXIT. EXIT.
001750******************************************************************
001760*    3000-PROXIMO-PERIODICO - DATA DO EXAME MAIS O INTERVALO DO   *
001770*    CARGO (12 MESES SEM REGRA); O DIA PASSA DO FIM DO MES PARA   *
001780*    O ULTIMO DIA DELE                                            *
001790******************************************************************
001800 3000-PROXIMO-PERIODICO.
001810     MOVE 12 TO W-MESES.
001820     OPEN INPUT TABRISCO.
001830     IF RIS-STATUS = "00"
001840         MOVE ASO-CODCAR TO RI-CODCAR
001850         READ TABRISCO
001860             INVALID KEY
001870                 CONTINUE
001880             NOT INVALID KEY
001890                 IF RI-MESES-PERIODICO > ZERO
001900                     MOVE RI-MESES-PERIODICO TO W-MESES
001910                 END-IF
001920         END-READ
001930         CLOSE TABRISCO.
001940     MOVE ASO-DATA TO W-DATA-TRAB.
001950     PERFORM 8000-ORDINAL THRU 8000-EXIT.
001960     COMPUTE W-TOTAL-MESES = (W-ANO * 12) + W-MES - 1 + W-MESES.
001970     COMPUTE W-ANO = W-TOTAL-MESES / 12.
001980     COMPUTE W-MES = W-TOTAL-MESES - (W-ANO * 12) + 1.
001990     PERFORM 8200-DIAS-DO-MES THRU 8200-EXIT.
002000     IF W-DIA > W-DIAS-MES
002010         MOVE W-DIAS-MES TO W-DIA.
002020     COMPUTE ASO-DATA-FIM = (W-ANO * 10000) + (W-MES * 100)
002030         + W-DIA.
002040     MOVE "S" TO ASO-RETORNO.
002050 3000-EXIT. EXIT.
002060******************************************************************
002070*    8000-ORDINAL - DESMONTA W-DATA-TRAB (AAAAMMDD) E DA O DIA    *
002080*    ORDINAL NO ANO COMERCIAL (360 DIAS)                          *
002090******************************************************************
002100 8000-ORDINAL.
002110     COMPUTE W-ANO = W-DATA-TRAB / 10000.
002120     COMPUTE W-MES = (W-DATA-TRAB / 100) - (W-ANO * 100).
002130     COMPUTE W-DIA = W-DATA-TRAB - (W-ANO * 10000)
002140         - (W-MES * 100).
002150     COMPUTE W-ORDINAL = (W-ANO * 360) + (W-MES * 30) + W-DIA.
002160 8000-EXIT. EXIT.
002170******************************************************************
002180*    8100-DIA-SEGUINTE - AVANCA UM DIA DE CALENDARIO A DATA       *
002190*    DESMONTADA EM W-ANO/W-MES/W-DIA E REMONTA W-DATA-TRAB        *
002200******************************************************************
002210 8100-DIA-SEGUINTE.
002220     PERFORM 8200-DIAS-DO-MES THRU 8200-EXIT.
002230     ADD 1 TO W-DIA.
002240     IF W-DIA > W-DIAS-MES
002250         MOVE 1 TO W-DIA
002260         ADD 1 TO W-MES
002270         IF W-MES > 12
002280             MOVE 1 TO W-MES
002290             ADD 1 TO W-ANO.
002300     COMPUTE W-DATA-TRAB = (W-ANO * 10000) + (W-MES * 100)
002310         + W-DIA.
002320 8100-EXIT. EXIT.
002330 8200-DIAS-DO-MES.
002340     EVALUATE W-MES
002350         WHEN 4 WHEN 6 WHEN 9 WHEN 11
002360             MOVE 30 TO W-DIAS-MES
002370         WHEN 2
002380             DIVIDE W-ANO BY 4 GIVING W-QUOC
002390                 REMAINDER W-RESTO-4
002400             DIVIDE W-ANO BY 100 GIVING W-QUOC
002410                 REMAINDER W-RESTO-100
002420             DIVIDE W-ANO BY 400 GIVING W-QUOC
002430                 REMAINDER W-RESTO-400
002440             IF W-RESTO-4 = ZERO
002450                     AND (W-RESTO-100 NOT = ZERO
002460                          OR W-RESTO-400 = ZERO)
002470                 MOVE 29 TO W-DIAS-MES
002480             ELSE
002490                 MOVE 28 TO W-DIAS-MES
002500             END-IF
002510         WHEN OTHER
002520             MOVE 31 TO W-DIAS-MES
002530     END-EVALUATE.
002540 8200-EXIT. EXIT.
