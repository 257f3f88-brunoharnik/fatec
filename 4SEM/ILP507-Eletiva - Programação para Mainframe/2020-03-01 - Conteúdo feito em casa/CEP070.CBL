000010******************************************************************
000020* PROGRAM-ID : CEP070                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-30                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : ACOMPANHAMENTO DIARIO DOS ACORDOS DE RENEGOCIACAO  *
000080*              (ACORDO, GRAVADOS PELO CEP069). PARA CADA ACORDO   *
000090*              ATIVO CONFERE AS PARCELAS NO CRECEBER: TODAS PAGAS *
000100*              QUITA O ACORDO; PARCELA EM ABERTO VENCIDA HA MAIS  *
000110*              DE PARM-DIAS-INADIM DIAS ROMPE O ACORDO; AO        *
000120*              ATINGIR PARM-PARC-ACORDO PARCELAS PAGAS EM DIA O   *
000130*              BLOQUEIO DE CREDITO DO CEP061 E LIBERADO (UMA VEZ  *
000140*              SO POR ACORDO, COM REGISTRO NA TRILHA FAUDIT). O   *
000150*              RELATORIO REPACO LISTA OS ACORDOS ACOMPANHADOS E   *
000160*              OS ROMPIDOS NA RODADA, E VAI PARA O SPOOL (SPL000) *
000170*              RETURN-CODE 4 QUANDO ALGUM ACORDO FOR ROMPIDO.     *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-09-30 BH        VERSAO INICIAL                             *
000210* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000210*                      FAUDIDX (AUX000)                           *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CEP070.
000250 AUTHOR. BRUNO HARNIK.
000260 INSTALLATION. FATEC.
000270 DATE-WRITTEN. 2026-09-30.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ACORDO ASSIGN TO "ACORDO"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS ACO-NUMERO
000390         ALTERNATE RECORD KEY IS ACO-CODCLI WITH DUPLICATES
000400         FILE STATUS IS ACO-STATUS.
000410     SELECT CRECEBER ASSIGN TO "CRECEBER"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CR-CHAVE
000450         FILE STATUS IS CRC-STATUS.
000460     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CODIGO
000500         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000510         FILE STATUS IS PARC-STATUS.
000520     SELECT PARMSYS ASSIGN TO "PARMSYS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PARM-STATUS.
000550     SELECT FAUDIT ASSIGN TO "FAUDIT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS AUD-STATUS.
000580     SELECT REPACO ASSIGN TO "REPACO"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS REL-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ACORDO
000640     LABEL RECORDS ARE STANDARD.
000650     COPY REGACO.
000660 FD  CRECEBER
000670     LABEL RECORDS ARE STANDARD.
000680     COPY REGCREC.
000690 FD  CADPARCEIRO
000700     LABEL RECORDS ARE STANDARD.
000710     COPY REGPAC.
000720 FD  PARMSYS
000730     LABEL RECORDS ARE STANDARD.
000740     COPY PARMSYS.
000750 FD  FAUDIT
000760     LABEL RECORDS ARE STANDARD.
000770 01  REG-FAUDIT                  PIC X(233).
000780 FD  REPACO
000790     LABEL RECORDS ARE STANDARD.
000800 01  REG-RELAT                   PIC X(132).
000810 WORKING-STORAGE SECTION.
000820 01  ACO-STATUS                  PIC X(02).
000830 01  CRC-STATUS                  PIC X(02).
000840 01  PARC-STATUS                 PIC X(02).
000850 01  PARM-STATUS                 PIC X(02).
000860 01  AUD-STATUS                  PIC X(02).
000870 01  REL-STATUS                  PIC X(02).
000880 COPY AUDITLOG.
000890 COPY SPLPARM.
000890 COPY AUXPARM.
000900 01  W-SWITCHES.
000910     05  W-EOF                   PIC X(01).
000920         88  W-EOF-SIM           VALUE "S".
000930     05  W-EOF-SPL               PIC X(01).
000940         88  W-EOF-SPL-SIM       VALUE "S".
000950     05  W-ATRASO-GRAVE          PIC X(01).
000960         88  W-ATRASO-GRAVE-SIM  VALUE "S".
000970 01  W-DIAS-INADIM               PIC 9(03) VALUE 30.
000980 01  W-PARC-LIBERA               PIC 9(02) VALUE 2.
000990 01  W-DATA-ATUAL.
001000     05  W-ANO-ATUAL             PIC 9(04).
001010     05  W-MES-ATUAL             PIC 9(02).
001020     05  W-DIA-ATUAL             PIC 9(02).
001030 01  W-HOJE-NUM                  PIC 9(08).
001040 01  W-ORD-ATUAL                 PIC 9(07) COMP.
001050 01  W-ORD-VENC                  PIC 9(07) COMP.
001060 01  W-ORD-PAG                   PIC 9(07) COMP.
001070 01  W-DIAS-ATRASO               PIC S9(07) COMP.
001080 01  W-MAIOR-ATRASO              PIC S9(07) COMP.
001090 01  W-PARCELA                   PIC 9(02).
001100 01  W-PAGAS                     PIC 9(02).
001110 01  W-EM-DIA                    PIC 9(02).
001120 01  W-SALDO-ABERTO              PIC 9(12)V99.
001130 01  W-OBS                       PIC X(24).
001140 01  W-QTDE-ACOMPANHADOS         PIC 9(05) VALUE ZERO.
001150 01  W-QTDE-QUITADOS             PIC 9(05) VALUE ZERO.
001160 01  W-QTDE-ROMPIDOS             PIC 9(05) VALUE ZERO.
001170 01  W-QTDE-LIBERADOS            PIC 9(05) VALUE ZERO.
001180******************************************************************
001190*    ROMPIDOS NA RODADA, IMPRESSOS NA SEGUNDA SECAO               *
001200******************************************************************
001210 01  W-IND                       PIC 9(03) COMP.
001220 01  W-TAB-ROMPIDOS.
001230     05  W-ROMP OCCURS 200 TIMES.
001240         10  W-ROMP-NUMERO       PIC 9(05).
001250         10  W-ROMP-CODCLI       PIC 9(04).
001260         10  W-ROMP-SALDO        PIC 9(12)V99.
001270         10  W-ROMP-ATRASO       PIC 9(05).
001280******************************************************************
001290*    LINHAS DO RELATORIO                                          *
001300******************************************************************
001310 01  LIN-CABEC1.
001320     05  FILLER                  PIC X(52) VALUE
001330         "ACOMPANHAMENTO DOS ACORDOS DE RENEGOCIACAO - CEP070".
001340     05  FILLER                  PIC X(03) VALUE " - ".
001350     05  LC1-DIA                 PIC 9(02).
001360     05  FILLER                  PIC X(01) VALUE "/".
001370     05  LC1-MES                 PIC 9(02).
001380     05  FILLER                  PIC X(01) VALUE "/".
001390     05  LC1-ANO                 PIC 9(04).
001400 01  LIN-CABEC2.
001410     05  FILLER                  PIC X(30) VALUE
001420         "ACORDO CLIENTE         TOTAL ".
001430     05  FILLER                  PIC X(36) VALUE
001440         "PARC PAGAS EM DIA   SALDO EM ABERTO ".
001450     05  FILLER                  PIC X(24) VALUE
001460         " SITUACAO".
001470 01  LIN-ACORDO.
001480     05  LA-NUMERO               PIC 9(05).
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  LA-CODCLI               PIC 9(04).
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  LA-TOTAL                PIC ZZZZZZZZZZZZ9,99.
001530     05  FILLER                  PIC X(03) VALUE SPACES.
001540     05  LA-PARCELAS             PIC Z9.
001550     05  FILLER                  PIC X(04) VALUE SPACES.
001560     05  LA-PAGAS                PIC Z9.
001570     05  FILLER                  PIC X(05) VALUE SPACES.
001580     05  LA-EM-DIA               PIC Z9.
001590     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  LA-SALDO                PIC ZZZZZZZZZZZZ9,99.
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  LA-OBS                  PIC X(24).
001630 01  LIN-TITULO-ROMPIDOS.
001640     05  FILLER                  PIC X(60) VALUE
001650         "ACORDOS ROMPIDOS NA RODADA (PARCELA VENCIDA EM ABERTO)".
001660 01  LIN-ROMPIDO.
001670     05  FILLER                  PIC X(07) VALUE "ACORDO ".
001680     05  LR-NUMERO               PIC 9(05).
001690     05  FILLER                  PIC X(10) VALUE "  CLIENTE ".
001700     05  LR-CODCLI               PIC 9(04).
001710     05  FILLER                  PIC X(01) VALUE SPACES.
001720     05  LR-NOME                 PIC X(30).
001730     05  FILLER                  PIC X(08) VALUE "  SALDO ".
001740     05  LR-SALDO                PIC ZZZZZZZZZZZZ9,99.
001750     05  FILLER                  PIC X(09) VALUE "  ATRASO ".
001760     05  LR-ATRASO               PIC ZZZZ9.
001770     05  FILLER                  PIC X(05) VALUE " DIAS".
001780 01  LIN-NENHUM                  PIC X(40) VALUE
001790         "NENHUM ACORDO ROMPIDO NA RODADA".
001800 01  LIN-TOTAIS.
001810     05  FILLER                  PIC X(14) VALUE "ACOMPANHADOS: ".
001820     05  LT-ACOMPANHADOS         PIC ZZZZ9.
001830     05  FILLER                  PIC X(13) VALUE "  QUITADOS: ".
001840     05  LT-QUITADOS             PIC ZZZZ9.
001850     05  FILLER                  PIC X(13) VALUE "  ROMPIDOS: ".
001860     05  LT-ROMPIDOS             PIC ZZZZ9.
001870     05  FILLER                  PIC X(23) VALUE
001880         "  CREDITOS LIBERADOS: ".
001890     05  LT-LIBERADOS            PIC ZZZZ9.
001900 PROCEDURE DIVISION.
001910******************************************************************
001920*    0000-MAINLINE                                                *
001930******************************************************************
001940 0000-MAINLINE.
001950     PERFORM 1000-INICIAR THRU 1000-EXIT.
001960     PERFORM 2000-ACOMPANHAR THRU 2000-EXIT.
001970     PERFORM 8000-ROMPIDOS THRU 8000-EXIT.
001980     CLOSE REPACO.
001990     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
002000     DISPLAY "CEP070: ACORDOS ACOMPANHADOS......: "
002010             W-QTDE-ACOMPANHADOS.
002020     DISPLAY "CEP070: ACORDOS QUITADOS..........: "
002030             W-QTDE-QUITADOS.
002040     DISPLAY "CEP070: ACORDOS ROMPIDOS..........: "
002050             W-QTDE-ROMPIDOS.
002060     DISPLAY "CEP070: CREDITOS LIBERADOS........: "
002070             W-QTDE-LIBERADOS.
002080     DISPLAY "CEP070: RELATORIO EM REPACO, SPOOL " SPA-NUMERO.
002090     IF W-QTDE-ROMPIDOS > ZERO
002100         MOVE 4 TO RETURN-CODE.
002110     STOP RUN.
002120******************************************************************
002130*    1000-INICIAR - PARAMETROS, DATA DE HOJE E CABECALHO          *
002140******************************************************************
002150 1000-INICIAR.
002160     OPEN INPUT PARMSYS.
002170     IF PARM-STATUS = "00"
002180         READ PARMSYS
002190             AT END CONTINUE
002200         END-READ
002210         IF PARM-DIAS-INADIM IS NUMERIC
002220             AND PARM-DIAS-INADIM NOT = ZERO
002230             MOVE PARM-DIAS-INADIM TO W-DIAS-INADIM
002240         END-IF
002250         IF PARM-PARC-ACORDO IS NUMERIC
002260             AND PARM-PARC-ACORDO NOT = ZERO
002270             MOVE PARM-PARC-ACORDO TO W-PARC-LIBERA
002280         END-IF
002290         CLOSE PARMSYS
002300     END-IF.
002310     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
002320     MOVE W-DATA-ATUAL TO W-HOJE-NUM.
002330     COMPUTE W-ORD-ATUAL =
002340         (W-ANO-ATUAL * 360) + (W-MES-ATUAL * 30) + W-DIA-ATUAL.
002350     OPEN OUTPUT REPACO.
002360     MOVE W-DIA-ATUAL TO LC1-DIA.
002370     MOVE W-MES-ATUAL TO LC1-MES.
002380     MOVE W-ANO-ATUAL TO LC1-ANO.
002390     WRITE REG-RELAT FROM LIN-CABEC1.
002400     WRITE REG-RELAT FROM LIN-CABEC2.
002410 1000-EXIT. EXIT.
002420******************************************************************
002430*    2000-ACOMPANHAR - PERCORRE OS ACORDOS ATIVOS                 *
002440******************************************************************
002450 2000-ACOMPANHAR.
002460     OPEN I-O ACORDO.
002470     IF ACO-STATUS NOT = "00"
002480         DISPLAY "CEP070: SEM ARQUIVO ACORDO"
002490         GO TO 2000-EXIT.
002500     OPEN INPUT CRECEBER.
002510     IF CRC-STATUS NOT = "00"
002520         DISPLAY "CEP070: SEM ARQUIVO CRECEBER"
002530         CLOSE ACORDO
002540         MOVE 8 TO RETURN-CODE
002550         GO TO 2000-EXIT.
002560     OPEN I-O CADPARCEIRO.
002570     MOVE "N" TO W-EOF.
002580     MOVE LOW-VALUES TO ACO-NUMERO.
002590     START ACORDO KEY IS NOT LESS THAN ACO-NUMERO
002600         INVALID KEY MOVE "S" TO W-EOF.
002610     PERFORM 2100-TRATAR-ACORDO THRU 2100-EXIT
002620         UNTIL W-EOF-SIM.
002630     IF PARC-STATUS = "00"
002640         CLOSE CADPARCEIRO.
002650     CLOSE CRECEBER.
002660     CLOSE ACORDO.
002670 2000-EXIT. EXIT.
002680 2100-TRATAR-ACORDO.
002690     READ ACORDO NEXT RECORD
002700         AT END MOVE "S" TO W-EOF.
002710     IF W-EOF-SIM
002720         GO TO 2100-EXIT.
002730     IF NOT ACO-ATIVO
002740         GO TO 2100-EXIT.
002750     ADD 1 TO W-QTDE-ACOMPANHADOS.
002760     MOVE ZERO TO W-PAGAS.
002770     MOVE ZERO TO W-EM-DIA.
002780     MOVE ZERO TO W-SALDO-ABERTO.
002790     MOVE ZERO TO W-MAIOR-ATRASO.
002800     MOVE "N" TO W-ATRASO-GRAVE.
002810     PERFORM 2200-CONFERIR-PARCELA THRU 2200-EXIT
002820         VARYING W-PARCELA FROM 1 BY 1
002830         UNTIL W-PARCELA > ACO-QTDE-PARCELAS.
002840     MOVE W-PAGAS  TO ACO-PARC-PAGAS.
002850     MOVE W-EM-DIA TO ACO-PARC-EM-DIA.
002860     MOVE SPACES TO W-OBS.
002870     IF W-PAGAS = ACO-QTDE-PARCELAS
002880         MOVE "Q" TO ACO-SITUACAO
002890         MOVE W-HOJE-NUM TO ACO-DATA-SITUACAO
002900         MOVE "QUITADO" TO W-OBS
002910         ADD 1 TO W-QTDE-QUITADOS
002920         PERFORM 3000-LIBERAR-CREDITO THRU 3000-EXIT
002930         GO TO 2100-GRAVAR.
002940     IF W-ATRASO-GRAVE-SIM
002950         MOVE "R" TO ACO-SITUACAO
002960         MOVE W-HOJE-NUM TO ACO-DATA-SITUACAO
002970         MOVE "ROMPIDO" TO W-OBS
002980         PERFORM 2300-GUARDAR-ROMPIDO THRU 2300-EXIT
002990         GO TO 2100-GRAVAR.
003000     MOVE "ATIVO" TO W-OBS.
003010     IF W-EM-DIA NOT < W-PARC-LIBERA
003020         PERFORM 3000-LIBERAR-CREDITO THRU 3000-EXIT.
003030 2100-GRAVAR.
003040     REWRITE REGACO
003050         INVALID KEY
003060             DISPLAY "CEP070: ERRO NA REGRAVACAO DO ACORDO "
003070                     ACO-NUMERO.
003080     MOVE ACO-NUMERO        TO LA-NUMERO.
003090     MOVE ACO-CODCLI        TO LA-CODCLI.
003100     MOVE ACO-VALOR-TOTAL   TO LA-TOTAL.
003110     MOVE ACO-QTDE-PARCELAS TO LA-PARCELAS.
003120     MOVE W-PAGAS           TO LA-PAGAS.
003130     MOVE W-EM-DIA          TO LA-EM-DIA.
003140     MOVE W-SALDO-ABERTO    TO LA-SALDO.
003150     MOVE W-OBS             TO LA-OBS.
003160     WRITE REG-RELAT FROM LIN-ACORDO.
003170 2100-EXIT. EXIT.
003180******************************************************************
003190*    2200-CONFERIR-PARCELA - PAGA (EM DIA OU NAO) OU EM ABERTO,   *
003200*    COM O MAIOR ATRASO DAS PARCELAS EM ABERTO                    *
003210******************************************************************
003220 2200-CONFERIR-PARCELA.
003230     MOVE ACO-CODCLI TO CR-CODCLI.
003240     COMPUTE CR-DOCUMENTO =
003250         90000000 + (ACO-NUMERO * 100) + W-PARCELA.
003260     READ CRECEBER
003270         INVALID KEY
003280             DISPLAY "CEP070: PARCELA " CR-DOCUMENTO
003290                     " DO ACORDO " ACO-NUMERO " NAO ENCONTRADA"
003300             GO TO 2200-EXIT.
003310     COMPUTE W-ORD-VENC =
003320         (CR-VEN-ANO * 360) + (CR-VEN-MES * 30) + CR-VEN-DIA.
003330     IF CR-PAGO-SIM
003340         ADD 1 TO W-PAGAS
003350         COMPUTE W-ORD-PAG = (CR-PAG-ANO * 360)
003360             + (CR-PAG-MES * 30) + CR-PAG-DIA
003370         IF W-ORD-PAG NOT > W-ORD-VENC
003380             ADD 1 TO W-EM-DIA
003390         END-IF
003400         GO TO 2200-EXIT.
003410     ADD CR-VALOR TO W-SALDO-ABERTO.
003420     COMPUTE W-DIAS-ATRASO = W-ORD-ATUAL - W-ORD-VENC.
003430     IF W-DIAS-ATRASO > W-MAIOR-ATRASO
003440         MOVE W-DIAS-ATRASO TO W-MAIOR-ATRASO.
003450     IF W-DIAS-ATRASO > W-DIAS-INADIM
003460         MOVE "S" TO W-ATRASO-GRAVE.
003470 2200-EXIT. EXIT.
003480 2300-GUARDAR-ROMPIDO.
003490     ADD 1 TO W-QTDE-ROMPIDOS.
003500     IF W-QTDE-ROMPIDOS > 200
003510         GO TO 2300-EXIT.
003520     MOVE ACO-NUMERO     TO W-ROMP-NUMERO (W-QTDE-ROMPIDOS).
003530     MOVE ACO-CODCLI     TO W-ROMP-CODCLI (W-QTDE-ROMPIDOS).
003540     MOVE W-SALDO-ABERTO TO W-ROMP-SALDO (W-QTDE-ROMPIDOS).
003550     MOVE W-MAIOR-ATRASO TO W-ROMP-ATRASO (W-QTDE-ROMPIDOS).
003560 2300-EXIT. EXIT.
003570******************************************************************
003580*    3000-LIBERAR-CREDITO - TIRA O BLOQUEIO DO CEP061 UMA UNICA   *
003590*    VEZ POR ACORDO, COM A LIBERACAO NA TRILHA FAUDIT             *
003600******************************************************************
003610 3000-LIBERAR-CREDITO.
003620     IF ACO-CREDITO-LIBERADO-SIM
003630         GO TO 3000-EXIT.
003640     MOVE "S" TO ACO-CREDITO-LIBERADO.
003650     IF PARC-STATUS NOT = "00"
003660         GO TO 3000-EXIT.
003670     MOVE ACO-CODCLI TO CODIGO.
003680     READ CADPARCEIRO
003690         INVALID KEY
003700             GO TO 3000-EXIT.
003710     IF NOT CREDITO-BLOQUEADO
003720         GO TO 3000-EXIT.
003730     MOVE "L" TO SITCRED.
003740     REWRITE REGPAC
003750         INVALID KEY
003760             DISPLAY "CEP070: ERRO NA LIBERACAO DO CLIENTE "
003770                     ACO-CODCLI
003780             GO TO 3000-EXIT.
003790     ADD 1 TO W-QTDE-LIBERADOS.
003800     IF W-OBS = "ATIVO"
003810         MOVE "ATIVO - CREDITO LIBERADO" TO W-OBS
003820     ELSE
003830         MOVE "QUITADO - CRED. LIBERADO" TO W-OBS.
003840     MOVE "CEP070"      TO AUD-PROGRAMA.
003850     MOVE "CADPARCEIRO" TO AUD-ARQUIVO.
003860     MOVE "A"           TO AUD-OPERACAO.
003870     MOVE "CEP070"      TO AUD-OPERADOR.
003880     MOVE ACO-CODCLI    TO AUD-CHAVE.
003890     MOVE "CREDITO BLOQUEADO (INADIMPLENCIA)" TO AUD-ANTES.
003900     MOVE SPACES TO AUD-DEPOIS.
003910     STRING "LIBERADO: ACORDO " ACO-NUMERO " COM "
003920            W-EM-DIA " PARCELA(S) PAGA(S) EM DIA"
003930         DELIMITED BY SIZE INTO AUD-DEPOIS.
003940     ACCEPT AUD-DATA FROM DATE.
003950     ACCEPT AUD-HORA FROM TIME.
003960     OPEN EXTEND FAUDIT.
003970     IF AUD-STATUS = "35"
003980         OPEN OUTPUT FAUDIT
003990         CLOSE FAUDIT
004000         OPEN EXTEND FAUDIT.
004010     WRITE REG-FAUDIT FROM REG-AUDITLOG.
004020     CLOSE FAUDIT.
004020     MOVE REG-AUDITLOG TO AUX-REGISTRO.
004020     MOVE "G" TO AUX-ACAO.
004020     CALL "AUX000" USING AUX-PARAMETROS-AREA.
004030 3000-EXIT. EXIT.
004040******************************************************************
004050*    8000-ROMPIDOS - SEGUNDA SECAO DO RELATORIO E TOTAIS          *
004060******************************************************************
004070 8000-ROMPIDOS.
004080     MOVE SPACES TO REG-RELAT.
004090     WRITE REG-RELAT.
004100     WRITE REG-RELAT FROM LIN-TITULO-ROMPIDOS.
004110     IF W-QTDE-ROMPIDOS = ZERO
004120         WRITE REG-RELAT FROM LIN-NENHUM
004130         GO TO 8000-TOTAIS.
004140     OPEN INPUT CADPARCEIRO.
004150     PERFORM 8100-IMPRIMIR-ROMPIDO THRU 8100-EXIT
004160         VARYING W-IND FROM 1 BY 1
004170         UNTIL W-IND > W-QTDE-ROMPIDOS OR W-IND > 200.
004180     IF PARC-STATUS = "00"
004190         CLOSE CADPARCEIRO.
004200 8000-TOTAIS.
004210     MOVE SPACES TO REG-RELAT.
004220     WRITE REG-RELAT.
004230     MOVE W-QTDE-ACOMPANHADOS TO LT-ACOMPANHADOS.
004240     MOVE W-QTDE-QUITADOS     TO LT-QUITADOS.
004250     MOVE W-QTDE-ROMPIDOS     TO LT-ROMPIDOS.
004260     MOVE W-QTDE-LIBERADOS    TO LT-LIBERADOS.
004270     WRITE REG-RELAT FROM LIN-TOTAIS.
004280 8000-EXIT. EXIT.
004290 8100-IMPRIMIR-ROMPIDO.
004300     MOVE W-ROMP-NUMERO (W-IND) TO LR-NUMERO.
004310     MOVE W-ROMP-CODCLI (W-IND) TO LR-CODCLI.
004320     MOVE W-ROMP-SALDO (W-IND)  TO LR-SALDO.
004330     MOVE W-ROMP-ATRASO (W-IND) TO LR-ATRASO.
004340     MOVE SPACES TO LR-NOME.
004350     IF PARC-STATUS = "00"
004360         MOVE W-ROMP-CODCLI (W-IND) TO CODIGO
004370         READ CADPARCEIRO
004380             INVALID KEY MOVE "CLIENTE NAO CADASTRADO" TO LR-NOME
004390             NOT INVALID KEY MOVE NOME TO LR-NOME.
004400     WRITE REG-RELAT FROM LIN-ROMPIDO.
004410 8100-EXIT. EXIT.
004420******************************************************************
004430*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
004440*    O SPLREP REIMPRIMIR QUALQUER FAIXA DE PAGINAS                *
004450******************************************************************
004460 9000-ESPOLAR.
004470     MOVE "I" TO SPA-ACAO.
004480     MOVE "CEP070" TO SPA-PROGRAMA.
004490     MOVE SPACES TO SPA-OPERADOR.
004500     MOVE SPACES TO SPA-PARAMS.
004510     STRING W-DIA-ATUAL "/" W-MES-ATUAL "/" W-ANO-ATUAL
004520         DELIMITED BY SIZE INTO SPA-PARAMS.
004530     CALL "SPL000" USING SPL-PARAMETROS-AREA.
004540     OPEN INPUT REPACO.
004550     IF REL-STATUS NOT = "00"
004560         GO TO 9000-FIM.
004570     MOVE "N" TO W-EOF-SPL.
004580     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
004590         UNTIL W-EOF-SPL-SIM.
004600     CLOSE REPACO.
004610 9000-FIM.
004620     MOVE "F" TO SPA-ACAO.
004630     CALL "SPL000" USING SPL-PARAMETROS-AREA.
004640 9000-EXIT. EXIT.
004650 9100-ESPOLAR-LER.
004660     READ REPACO
004670         AT END MOVE "S" TO W-EOF-SPL.
004680     IF NOT W-EOF-SPL-SIM
004690         MOVE "L" TO SPA-ACAO
004700         MOVE REG-RELAT TO SPA-LINHA
004710         CALL "SPL000" USING SPL-PARAMETROS-AREA.
004720 9100-EXIT. EXIT.
