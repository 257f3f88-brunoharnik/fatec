000010******************************************************************
000020* PROGRAM-ID : CTBORCR                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-25                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : ORCADO X REALIZADO POR DEPARTAMENTO (REPORC) NA    *
000080*              COMPETENCIA INFORMADA. O ORCADO VEM DO ORCDEP      *
000090*              (CTBORC/CTBORCI); O REALIZADO DE CADA DEPARTAMENTO *
000100*              SOMA TRES ORIGENS, CADA UMA NA CONTA EM QUE A      *
000110*              CONTABILIDADE A RECONHECE:                         *
000120*              - CONSUMO INTERNO: SAIDAS DO MOVESTQ COM MOV-      *
000130*                CODDEPC (REQUISICOES DO CEP045), QUANTIDADE X    *
000140*                PRECO, NA CONTA DEBITO DO TABCTB "E" TIPOPROD+S; *
000150*              - FOLHA: BRUTO DO FOPAGTO NO DEPARTAMENTO DO CARGO *
000160*                DO FUNCIONARIO (MESMO RATEIO DO FP16216), NA     *
000170*                CONTA DEBITO DO TABCTB "F" BR;                   *
000180*              - CTBLOTE: LINHAS COM LOT-CODDEPC (DEPRECIACAO DO  *
000190*                CTBDEPR, LANCAMENTOS MANUAIS DO CTBMAN) - DEBITO *
000200*                SOMA, CREDITO SUBTRAI, SO EM CONTA DE RESULTADO  *
000210*                OU JA ORCADA PARA O DEPARTAMENTO.                *
000220*              OS TOTAIS SOBEM PELA CADEIA DE CODDEPC-SUPERIOR    *
000230*              COMO NO FP16216 E O DEPARTAMENTO CUJO REALIZADO    *
000240*              (COM OS SUBORDINADOS) PASSA DO ORCADO MAIS A       *
000250*              TOLERANCIA PARM-TOL-ORCAMENTO DO PARMSYS (ZERO =   *
000260*              10%) E MARCADO. RELATORIO CATALOGADO NO SPOOL      *
000270*              (SPL000). RETURN-CODE 4 COM DEPARTAMENTO ESTOURADO *
000280*              OU REALIZADO SEM DEPARTAMENTO/CONTA.               *
000290*------------------------------------------------------------------
000300* HISTORICO DE ALTERACOES                                         *
000310* DATA       INICIAIS  DESCRICAO                                  *
000320* 2026-09-25 BH        VERSAO INICIAL                             *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CTBORCR.
000360 AUTHOR. BRUNO HARNIK.
000370 INSTALLATION. FATEC.
000380 DATE-WRITTEN. 2026-09-25.
000390 DATE-COMPILED.
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ORCDEP ASSIGN TO "ORCDEP"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OR-CHAVE
000500         FILE STATUS IS ORC-STATUS.
000510     SELECT CADDEP ASSIGN TO "CADDEP"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CODDEPC IN REGDEP
000550         FILE STATUS IS DEP-STATUS.
000560     SELECT PLANOCTA ASSIGN TO "PLANOCTA"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PLC-CONTA
000600         FILE STATUS IS PLC-STATUS.
000610     SELECT TABCTB ASSIGN TO "TABCTB"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CTB-STATUS.
000640     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS MOV-STATUS.
000670     SELECT CADPROD ASSIGN TO "CADPROD"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CODPROD
000710         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000720         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000730         FILE STATUS IS PROD-STATUS.
000740     SELECT FOPAGTO ASSIGN TO "FOPAGTO"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS PAG-STATUS.
000770     SELECT CADFUNC ASSIGN TO "CADFUNC"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CODFUNC
000810         FILE STATUS IS FUNC-STATUS.
000820     SELECT CADCAR ASSIGN TO "CADCAR"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS CODCAR IN REGCAR
000860         ALTERNATE RECORD KEY IS CHAVE2 WITH DUPLICATES
000870         FILE STATUS IS CAR-STATUS.
000880     SELECT CTBLOTE ASSIGN TO "CTBLOTE"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS LOT-STATUS.
000910     SELECT PARMSYS ASSIGN TO "PARMSYS"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS PARM-STATUS.
000940     SELECT REPORC ASSIGN TO "REPORC"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS REL-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  ORCDEP
001000     LABEL RECORDS ARE STANDARD.
001010     COPY REGORC.
001020 FD  CADDEP
001030     LABEL RECORDS ARE STANDARD.
001040     COPY REGDEP.
001050 FD  PLANOCTA
001060     LABEL RECORDS ARE STANDARD.
001070     COPY REGPLC.
001080 FD  TABCTB
001090     LABEL RECORDS ARE STANDARD.
001100     COPY REGCTB.
001110 FD  MOVESTQ
001120     LABEL RECORDS ARE STANDARD.
001130     COPY REGMOV.
001140 FD  CADPROD
001150     LABEL RECORDS ARE STANDARD.
001160     COPY REGPROD.
001170 FD  FOPAGTO
001180     LABEL RECORDS ARE STANDARD.
001190     COPY REGPAG.
001200 FD  CADFUNC
001210     LABEL RECORDS ARE STANDARD.
001220     COPY REGFUNC.
001230 FD  CADCAR
001240     LABEL RECORDS ARE STANDARD.
001250     COPY REGCAR.
001260 FD  CTBLOTE
001270     LABEL RECORDS ARE STANDARD.
001280 01  REG-CTBLOTE.
001290     05  LOT-COMP-ANO            PIC 9(04).
001300     05  LOT-COMP-MES            PIC 9(02).
001310     05  LOT-CONTA-DEBITO        PIC 9(08).
001320     05  LOT-CONTA-CREDITO       PIC 9(08).
001330     05  LOT-VALOR               PIC 9(13)V99.
001340     05  LOT-HISTORICO           PIC X(30).
001350     05  LOT-ORIGEM              PIC X(01).
001360     05  LOT-CODDEPC             PIC 9(04).
001370 FD  PARMSYS
001380     LABEL RECORDS ARE STANDARD.
001390     COPY PARMSYS.
001400 FD  REPORC
001410     LABEL RECORDS ARE STANDARD.
001420 01  REG-RELAT                   PIC X(132).
001430 WORKING-STORAGE SECTION.
001440 01  ORC-STATUS                  PIC X(02).
001450 01  DEP-STATUS                  PIC X(02).
001460 01  PLC-STATUS                  PIC X(02).
001470 01  CTB-STATUS                  PIC X(02).
001480 01  MOV-STATUS                  PIC X(02).
001490 01  PROD-STATUS                 PIC X(02).
001500 01  PAG-STATUS                  PIC X(02).
001510 01  FUNC-STATUS                 PIC X(02).
001520 01  CAR-STATUS                  PIC X(02).
001530 01  LOT-STATUS                  PIC X(02).
001540 01  PARM-STATUS                 PIC X(02).
001550 01  REL-STATUS                  PIC X(02).
001560 COPY SPLPARM.
001570 01  W-SWITCHES.
001580     05  W-EOF                   PIC X(01).
001590         88  W-EOF-SIM           VALUE "S".
001600     05  W-EOF-SPL               PIC X(01).
001610         88  W-EOF-SPL-SIM       VALUE "S".
001620     05  W-ACHOU-DEPTO           PIC X(01).
001630         88  W-ACHOU-DEPTO-SIM   VALUE "S".
001640     05  W-ACHOU-LINHA           PIC X(01).
001650         88  W-ACHOU-LINHA-SIM   VALUE "S".
001660     05  W-ACHOU-MAPA            PIC X(01).
001670         88  W-ACHOU-MAPA-SIM    VALUE "S".
001680     05  W-E-DESCENDENTE         PIC X(01).
001690         88  W-E-DESCENDENTE-SIM VALUE "S".
001700     05  W-ACHOU-PAI             PIC X(01).
001710         88  W-ACHOU-PAI-SIM     VALUE "S".
001720     05  W-CONTA-VALE            PIC X(01).
001730         88  W-CONTA-VALE-SIM    VALUE "S".
001740     05  W-PLANO-ABERTO          PIC X(01) VALUE "N".
001750         88  W-PLANO-ABERTO-SIM  VALUE "S".
001760 01  W-MES-INF                   PIC 9(02).
001770 01  W-ANO-INF                   PIC 9(04).
001780 01  W-TOLERANCIA                PIC 9(02)V99 VALUE 10.
001790 01  W-CODDEPC-PROC              PIC 9(04).
001800 01  W-CONTA-PROC                PIC 9(08).
001810 01  W-CHAVE-PROC                PIC X(03).
001820 01  W-VALOR-PROC                PIC S9(13)V99.
001830 01  W-VALOR-MOV                 PIC 9(13)V99.
001840 01  W-LIMITE                    PIC S9(15)V99.
001850 01  W-VARIACAO                  PIC S9(15)V99.
001860 01  W-PERC                      PIC S9(05)V9.
001870 01  W-SUB                       PIC 9(03) COMP.
001880 01  W-SUB2                      PIC 9(03) COMP.
001890 01  W-SUB-PAI                   PIC 9(03) COMP.
001900 01  W-SUB-DEPTO                 PIC 9(03) COMP.
001910 01  W-LIN                       PIC 9(04) COMP.
001920 01  W-IDX                       PIC 9(03) COMP.
001930 01  W-NIVEL-GUARDA              PIC 9(02) COMP.
001940 01  W-CODDEPC-PERC              PIC 9(04).
001950 01  W-NIVHIERARQUICO            PIC 9(01).
001960 01  W-QTDE-LINHAS-ORC           PIC 9(05) VALUE ZERO.
001970 01  W-QTDE-SEM-DEPTO            PIC 9(05) VALUE ZERO.
001980 01  W-QTDE-SEM-CONTA            PIC 9(05) VALUE ZERO.
001990 01  W-QTDE-ESTOURADOS           PIC 9(03) VALUE ZERO.
002000 01  W-QTDE-TAB-CHEIA            PIC 9(05) VALUE ZERO.
002010 01  W-TOT-ORCADO                PIC S9(15)V99 VALUE ZERO.
002020 01  W-TOT-REALIZADO             PIC S9(15)V99 VALUE ZERO.
002030******************************************************************
002040*    TABELA DOS DEPARTAMENTOS COM ORCADO E REALIZADO DIRETOS E    *
002050*    ACUMULADOS PELA CADEIA DE CODDEPC-SUPERIOR                   *
002060******************************************************************
002070 01  TAB-DEPTOS.
002080     05  TAB-DEP-OCR OCCURS 100 TIMES.
002090         10  TD-CODDEPC          PIC 9(04).
002100         10  TD-DENOMINACAO      PIC X(30).
002110         10  TD-NIVEL            PIC 9(01).
002120         10  TD-SUPERIOR         PIC 9(04).
002130         10  TD-ORCADO           PIC S9(13)V99.
002140         10  TD-CONSUMO          PIC S9(13)V99.
002150         10  TD-FOLHA            PIC S9(13)V99.
002160         10  TD-CONTABIL         PIC S9(13)V99.
002170         10  TD-REALIZADO        PIC S9(13)V99.
002180         10  TD-ORC-ACUM         PIC S9(13)V99.
002190         10  TD-REAL-ACUM        PIC S9(13)V99.
002200 01  W-QTDE-DEPTOS               PIC 9(03) COMP VALUE ZERO.
002210******************************************************************
002220*    LINHAS DEPARTAMENTO X CONTA (ORCADO E REALIZADO DIRETOS)     *
002230******************************************************************
002240 01  TAB-LINHAS.
002250     05  TAB-LIN-OCR OCCURS 2000 TIMES.
002260         10  TL-SUB-DEPTO        PIC 9(03) COMP.
002270         10  TL-CONTA            PIC 9(08).
002280         10  TL-ORCADO           PIC S9(13)V99.
002290         10  TL-REALIZADO        PIC S9(13)V99.
002300 01  W-QTDE-LINHAS               PIC 9(04) COMP VALUE ZERO.
002310******************************************************************
002320*    MAPA DE CONTAS DO TABCTB (SO AS ORIGENS "E" E "F")           *
002330******************************************************************
002340 01  TAB-MAPA.
002350     05  TAB-MAPA-OCR OCCURS 100 TIMES.
002360         10  TM-CHAVE            PIC X(03).
002370         10  TM-DEBITO           PIC 9(08).
002380 01  W-QTDE-MAPA                 PIC 9(03) COMP VALUE ZERO.
002390******************************************************************
002400*    LINHAS DO RELATORIO                                          *
002410******************************************************************
002420 01  CAB-RELAT.
002430     05  FILLER                  PIC X(42)
002440         VALUE "ORCADO X REALIZADO POR DEPARTAMENTO - CTBO".
002450     05  FILLER                  PIC X(09) VALUE "RCR  COMP".
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  CAB-MES                 PIC 9(02).
002480     05  FILLER                  PIC X(01) VALUE "/".
002490     05  CAB-ANO                 PIC 9(04).
002500     05  FILLER                  PIC X(14) VALUE "  TOLERANCIA ".
002510     05  CAB-TOLERANCIA          PIC Z9,99.
002520     05  FILLER                  PIC X(01) VALUE "%".
002530 01  CAB-COLUNAS.
002540     05  FILLER                  PIC X(41)
002550         VALUE "  CONTA    DESCRICAO".
002560     05  FILLER                  PIC X(12) VALUE SPACES.
002570     05  FILLER                  PIC X(18)
002570         VALUE "ORCADO   REALIZADO".
002580     05  FILLER                  PIC X(13) VALUE SPACES.
002590     05  FILLER                  PIC X(17)
002590         VALUE "VARIACAO    %REAL".
002600 01  LIN-DEPTO.
002610     05  FILLER                  PIC X(06) VALUE "DEPTO ".
002620     05  LD-CODDEPC              PIC 9(04).
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640     05  LD-DENOMINACAO          PIC X(30).
002650     05  FILLER                  PIC X(07) VALUE " NIVEL ".
002660     05  LD-NIVEL                PIC 9(01).
002670     05  FILLER                  PIC X(10) VALUE " SUPERIOR ".
002680     05  LD-SUPERIOR             PIC 9(04).
002690 01  LIN-CONTA.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  LC-CONTA                PIC 9(08).
002720     05  FILLER                  PIC X(01) VALUE SPACES.
002730     05  LC-DESCRICAO            PIC X(30).
002740     05  FILLER                  PIC X(01) VALUE SPACES.
002750     05  LC-ORCADO               PIC -ZZZZZZZZZZZZZ9,99.
002760     05  LC-REALIZADO            PIC -ZZZZZZZZZZZZZ9,99.
002770     05  LC-VARIACAO             PIC -ZZZZZZZZZZZZZ9,99.
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  LC-PERC                 PIC -ZZZZ9,9.
002800 01  LIN-TOTAL.
002810     05  LT-ROTULO               PIC X(42).
002820     05  LT-ORCADO               PIC -ZZZZZZZZZZZZZ9,99.
002830     05  LT-REALIZADO            PIC -ZZZZZZZZZZZZZ9,99.
002840     05  LT-VARIACAO             PIC -ZZZZZZZZZZZZZ9,99.
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860     05  LT-PERC                 PIC -ZZZZ9,9.
002870     05  FILLER                  PIC X(01) VALUE SPACES.
002880     05  LT-MARCA                PIC X(26).
002890 01  LIN-ORIGENS.
002900     05  FILLER                  PIC X(24)
002910         VALUE "  REALIZADO: CONSUMO".
002920     05  LO-CONSUMO              PIC -ZZZZZZZZZZZZZ9,99.
002930     05  FILLER                  PIC X(07) VALUE "  FOLHA".
002940     05  LO-FOLHA                PIC -ZZZZZZZZZZZZZ9,99.
002950     05  FILLER                  PIC X(10) VALUE "  CONTABIL".
002960     05  LO-CONTABIL             PIC -ZZZZZZZZZZZZZ9,99.
002970 PROCEDURE DIVISION.
002980******************************************************************
002990*    0000-MAINLINE                                                *
003000******************************************************************
003010 0000-MAINLINE.
003020     DISPLAY "CTBORCR: MES DA COMPETENCIA =>".
003030     ACCEPT W-MES-INF.
003040     DISPLAY "CTBORCR: ANO DA COMPETENCIA (4 DIGITOS) =>".
003050     ACCEPT W-ANO-INF.
003060     IF W-MES-INF < 1 OR W-MES-INF > 12
003070         DISPLAY "CTBORCR: COMPETENCIA INVALIDA"
003080         MOVE 8 TO RETURN-CODE
003090         STOP RUN.
003100     PERFORM 0500-LER-PARM THRU 0500-EXIT.
003110     PERFORM 1000-CARREGAR-DEPTOS THRU 1000-EXIT.
003120     IF W-QTDE-DEPTOS = ZERO
003130         DISPLAY "CTBORCR: NENHUM DEPARTAMENTO CADASTRADO"
003140         MOVE 8 TO RETURN-CODE
003150         STOP RUN.
003160     OPEN INPUT PLANOCTA.
003170     IF PLC-STATUS = "00"
003180         MOVE "S" TO W-PLANO-ABERTO
003190     ELSE
003200         DISPLAY "CTBORCR: PLANOCTA AUSENTE - CONTAS SEM "
003210                 "DESCRICAO".
003220     PERFORM 1500-CARREGAR-MAPA THRU 1500-EXIT.
003230     PERFORM 2000-CARREGAR-ORCADO THRU 2000-EXIT.
003240     PERFORM 3000-REALIZADO-CONSUMO THRU 3000-EXIT.
003250     PERFORM 4000-REALIZADO-FOLHA THRU 4000-EXIT.
003260     PERFORM 5000-REALIZADO-CONTABIL THRU 5000-EXIT.
003270     PERFORM 6000-ROLAR-HIERARQUIA THRU 6000-EXIT.
003280     OPEN OUTPUT REPORC.
003290     PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
003300     CLOSE REPORC.
003310     IF W-PLANO-ABERTO-SIM
003320         CLOSE PLANOCTA.
003330     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
003340     DISPLAY "CTBORCR: LINHAS DE ORCAMENTO.....: "
003350             W-QTDE-LINHAS-ORC.
003360     DISPLAY "CTBORCR: DEPARTAMENTOS ESTOURADOS: "
003370             W-QTDE-ESTOURADOS.
003380     DISPLAY "CTBORCR: RELATORIO EM REPORC, SPOOL " SPA-NUMERO.
003390     IF W-QTDE-SEM-DEPTO NOT = ZERO
003400         DISPLAY "CTBORCR: REALIZADO SEM DEPARTAMENTO: "
003410                 W-QTDE-SEM-DEPTO.
003420     IF W-QTDE-SEM-CONTA NOT = ZERO
003430         DISPLAY "CTBORCR: REALIZADO SEM CONTA NO TABCTB: "
003440                 W-QTDE-SEM-CONTA.
003450     IF W-QTDE-TAB-CHEIA NOT = ZERO
003460         DISPLAY "CTBORCR: *** TABELA DE LINHAS CHEIA - "
003470                 W-QTDE-TAB-CHEIA " VALORES FORA ***".
003480     IF W-QTDE-ESTOURADOS NOT = ZERO
003490         OR W-QTDE-SEM-DEPTO NOT = ZERO
003500         OR W-QTDE-SEM-CONTA NOT = ZERO
003510         OR W-QTDE-TAB-CHEIA NOT = ZERO
003520         MOVE 4 TO RETURN-CODE.
003530     STOP RUN.
003540******************************************************************
003550*    0500-LER-PARM - TOLERANCIA DO ORCAMENTO NO PARMSYS (ZERO =    *
003560*    10%)                                                         *
003570******************************************************************
003580 0500-LER-PARM.
003590     OPEN INPUT PARMSYS.
003600     IF PARM-STATUS = "00"
003610         READ PARMSYS
003620             AT END CONTINUE
003630         END-READ
003640         IF PARM-TOL-ORCAMENTO IS NUMERIC
003650             AND PARM-TOL-ORCAMENTO NOT = ZERO
003660             MOVE PARM-TOL-ORCAMENTO TO W-TOLERANCIA
003670         END-IF
003680         CLOSE PARMSYS.
003690 0500-EXIT. EXIT.
003700******************************************************************
003710*    1000-CARREGAR-DEPTOS - CARGA DO CADDEP NA TABELA EM MEMORIA   *
003720******************************************************************
003730 1000-CARREGAR-DEPTOS.
003740     OPEN INPUT CADDEP.
003750     IF DEP-STATUS NOT = "00"
003760         DISPLAY "CTBORCR: ARQUIVO DE DEPARTAMENTOS NAO EXISTE"
003770         GO TO 1000-EXIT.
003780     MOVE "N" TO W-EOF.
003790     MOVE LOW-VALUES TO CODDEPC IN REGDEP.
003800     START CADDEP KEY IS NOT LESS THAN CODDEPC IN REGDEP
003810         INVALID KEY MOVE "S" TO W-EOF.
003820     IF NOT W-EOF-SIM
003830         PERFORM 1100-LER-DEP THRU 1100-EXIT.
003840     PERFORM 1200-GUARDAR-DEP THRU 1200-EXIT
003850         UNTIL W-EOF-SIM.
003860     CLOSE CADDEP.
003870 1000-EXIT. EXIT.
003880 1100-LER-DEP.
003890     READ CADDEP NEXT RECORD
003900         AT END MOVE "S" TO W-EOF.
003910 1100-EXIT. EXIT.
003920 1200-GUARDAR-DEP.
003930     IF W-QTDE-DEPTOS < 100
003940         ADD 1 TO W-QTDE-DEPTOS
003950         MOVE W-QTDE-DEPTOS TO W-SUB
003960         MOVE CODDEPC IN REGDEP TO TD-CODDEPC(W-SUB)
003970         MOVE DENOMINACAO       TO TD-DENOMINACAO(W-SUB)
003980         MOVE NIVHIERARQUICO    TO TD-NIVEL(W-SUB)
003990         MOVE CODDEPC-SUPERIOR  TO TD-SUPERIOR(W-SUB)
004000         MOVE ZERO TO TD-ORCADO(W-SUB)
004010         MOVE ZERO TO TD-CONSUMO(W-SUB)
004020         MOVE ZERO TO TD-FOLHA(W-SUB)
004030         MOVE ZERO TO TD-CONTABIL(W-SUB)
004040         MOVE ZERO TO TD-REALIZADO(W-SUB)
004050         MOVE ZERO TO TD-ORC-ACUM(W-SUB)
004060         MOVE ZERO TO TD-REAL-ACUM(W-SUB).
004070     PERFORM 1100-LER-DEP THRU 1100-EXIT.
004080 1200-EXIT. EXIT.
004090******************************************************************
004100*    1500-CARREGAR-MAPA - CONTA DEBITO DO TABCTB PARA O CONSUMO   *
004110*    ("E" + TIPOPROD + "S") E PARA A FOLHA ("F" + "BR")           *
004120******************************************************************
004130 1500-CARREGAR-MAPA.
004140     OPEN INPUT TABCTB.
004150     IF CTB-STATUS NOT = "00"
004160         DISPLAY "CTBORCR: MAPA DE CONTAS (TABCTB) NAO EXISTE"
004170         GO TO 1500-EXIT.
004180     MOVE "N" TO W-EOF.
004190     PERFORM 1510-CARREGAR-LINHA THRU 1510-EXIT
004200         UNTIL W-EOF-SIM.
004210     CLOSE TABCTB.
004220 1500-EXIT. EXIT.
004230 1510-CARREGAR-LINHA.
004240     READ TABCTB
004250         AT END MOVE "S" TO W-EOF
004260         NOT AT END
004270             IF (CTB-ORIGEM-ESTOQUE OR CTB-ORIGEM-FOLHA)
004280                 AND W-QTDE-MAPA < 100
004290                 ADD 1 TO W-QTDE-MAPA
004300                 MOVE CTB-ORIGEM TO TM-CHAVE(W-QTDE-MAPA)(1:1)
004310                 MOVE CTB-CHAVE  TO TM-CHAVE(W-QTDE-MAPA)(2:2)
004320                 MOVE CTB-CONTA-DEBITO
004330                     TO TM-DEBITO(W-QTDE-MAPA)
004340             END-IF.
004350 1510-EXIT. EXIT.
004360******************************************************************
004370*    2000-CARREGAR-ORCADO - LINHAS DO ORCDEP DA COMPETENCIA        *
004380******************************************************************
004390 2000-CARREGAR-ORCADO.
004400     OPEN INPUT ORCDEP.
004410     IF ORC-STATUS NOT = "00"
004420         DISPLAY "CTBORCR: ORCDEP AUSENTE - SEM VALORES ORCADOS"
004430         GO TO 2000-EXIT.
004440     MOVE "N" TO W-EOF.
004450     MOVE LOW-VALUES TO OR-CHAVE.
004460     START ORCDEP KEY IS NOT LESS THAN OR-CHAVE
004470         INVALID KEY MOVE "S" TO W-EOF.
004480     PERFORM 2100-LER-ORCADO THRU 2100-EXIT
004490         UNTIL W-EOF-SIM.
004500     CLOSE ORCDEP.
004510 2000-EXIT. EXIT.
004520 2100-LER-ORCADO.
004530     READ ORCDEP NEXT RECORD
004540         AT END MOVE "S" TO W-EOF.
004550     IF W-EOF-SIM
004560         GO TO 2100-EXIT.
004570     IF OR-ANO NOT = W-ANO-INF OR OR-MES NOT = W-MES-INF
004580         GO TO 2100-EXIT.
004590     ADD 1 TO W-QTDE-LINHAS-ORC.
004600     MOVE OR-CODDEPC TO W-CODDEPC-PROC.
004610     PERFORM 7000-PROCURAR-DEPTO THRU 7000-EXIT.
004620     IF NOT W-ACHOU-DEPTO-SIM
004630         DISPLAY "CTBORCR: ORCAMENTO DE DEPTO INEXISTENTE "
004640                 OR-CODDEPC
004650         GO TO 2100-EXIT.
004660     MOVE OR-CONTA TO W-CONTA-PROC.
004670     PERFORM 7100-POSICIONAR-LINHA THRU 7100-EXIT.
004680     IF NOT W-ACHOU-LINHA-SIM
004690         GO TO 2100-EXIT.
004700     ADD OR-VALOR TO TL-ORCADO(W-LIN).
004710     ADD OR-VALOR TO TD-ORCADO(W-SUB-DEPTO).
004720     ADD OR-VALOR TO W-TOT-ORCADO.
004730 2100-EXIT. EXIT.
004740******************************************************************
004750*    3000-REALIZADO-CONSUMO - SAIDAS DE CONSUMO INTERNO DO MES     *
004760*    (MOV-CODDEPC PREENCHIDO), VALORIZADAS COMO NO CEP045         *
004770******************************************************************
004780 3000-REALIZADO-CONSUMO.
004790     OPEN INPUT MOVESTQ.
004800     IF MOV-STATUS NOT = "00"
004810         DISPLAY "CTBORCR: MOVESTQ AUSENTE - SEM CONSUMO INTERNO"
004820         GO TO 3000-EXIT.
004830     OPEN INPUT CADPROD.
004840     MOVE "N" TO W-EOF.
004850     PERFORM 3100-LER-MOV THRU 3100-EXIT
004860         UNTIL W-EOF-SIM.
004870     IF PROD-STATUS = "00"
004880         CLOSE CADPROD.
004890     CLOSE MOVESTQ.
004900 3000-EXIT. EXIT.
004910 3100-LER-MOV.
004920     READ MOVESTQ
004930         AT END MOVE "S" TO W-EOF.
004940     IF W-EOF-SIM
004950         GO TO 3100-EXIT.
004960     IF NOT MOV-SAIDA
004970         OR MOV-CODDEPC NOT NUMERIC
004980         OR MOV-CODDEPC = ZERO
004990         OR MOV-MES NOT = W-MES-INF
005000         OR MOV-ANO NOT = W-ANO-INF
005010         GO TO 3100-EXIT.
005020     COMPUTE W-VALOR-MOV ROUNDED = MOV-QUANTIDADE * MOV-PRECO.
005030     MOVE W-VALOR-MOV TO W-VALOR-PROC.
005040     MOVE MOV-CODDEPC TO W-CODDEPC-PROC.
005050     MOVE "E S" TO W-CHAVE-PROC.
005060     IF PROD-STATUS = "00"
005070         MOVE MOV-CODPROD TO CODPROD
005080         READ CADPROD
005090             INVALID KEY
005100                 CONTINUE
005110             NOT INVALID KEY
005120                 MOVE TIPOPROD TO W-CHAVE-PROC(2:1)
005130         END-READ.
005140     PERFORM 7300-CONTA-DO-MAPA THRU 7300-EXIT.
005150     PERFORM 7500-SOMAR-REALIZADO THRU 7500-EXIT.
005160     IF W-ACHOU-LINHA-SIM
005170         ADD W-VALOR-PROC TO TD-CONSUMO(W-SUB-DEPTO).
005180 3100-EXIT. EXIT.
005190******************************************************************
005200*    4000-REALIZADO-FOLHA - BRUTO DA FOLHA MENSAL NO DEPARTAMENTO  *
005210*    DO CARGO DO FUNCIONARIO (MESMO RATEIO DO FP16216)            *
005220******************************************************************
005230 4000-REALIZADO-FOLHA.
005240     OPEN INPUT FOPAGTO.
005250     IF PAG-STATUS NOT = "00"
005260         DISPLAY "CTBORCR: FOPAGTO AUSENTE - SEM CUSTO DE FOLHA"
005270         GO TO 4000-EXIT.
005280     OPEN INPUT CADFUNC.
005290     OPEN INPUT CADCAR.
005300     MOVE "FBR" TO W-CHAVE-PROC.
005310     PERFORM 7300-CONTA-DO-MAPA THRU 7300-EXIT.
005320     MOVE "N" TO W-EOF.
005330     PERFORM 4100-LER-FOPAGTO THRU 4100-EXIT
005340         UNTIL W-EOF-SIM.
005350     CLOSE FOPAGTO.
005360     IF FUNC-STATUS = "00"
005370         CLOSE CADFUNC.
005380     IF CAR-STATUS = "00"
005390         CLOSE CADCAR.
005400 4000-EXIT. EXIT.
005410 4100-LER-FOPAGTO.
005420     READ FOPAGTO
005430         AT END MOVE "S" TO W-EOF.
005440     IF W-EOF-SIM
005450         GO TO 4100-EXIT.
005460     IF NOT FOLHA-MENSAL
005470         OR PAG-COMP-MES NOT = W-MES-INF
005480         OR PAG-COMP-ANO NOT = W-ANO-INF
005490         GO TO 4100-EXIT.
005500     PERFORM 4200-DEPTO-DO-FUNC THRU 4200-EXIT.
005510     MOVE PAG-BRUTO TO W-VALOR-PROC.
005520     PERFORM 7500-SOMAR-REALIZADO THRU 7500-EXIT.
005530     IF W-ACHOU-LINHA-SIM
005540         ADD W-VALOR-PROC TO TD-FOLHA(W-SUB-DEPTO).
005550 4100-EXIT. EXIT.
005560 4200-DEPTO-DO-FUNC.
005570     MOVE ZERO TO W-CODDEPC-PROC.
005580     IF FUNC-STATUS NOT = "00"
005590         GO TO 4200-EXIT.
005600     MOVE PAG-CODFUNC TO CODFUNC.
005610     READ CADFUNC
005620         INVALID KEY
005630             GO TO 4200-EXIT.
005640     IF CAR-STATUS NOT = "00"
005650         GO TO 4200-EXIT.
005660     MOVE CODCAR IN REGFUNC TO CODCAR IN REGCAR.
005670     READ CADCAR
005680         INVALID KEY
005690             CONTINUE
005700         NOT INVALID KEY
005710             MOVE CODDEPC IN REGCAR TO W-CODDEPC-PROC.
005720 4200-EXIT. EXIT.
005730******************************************************************
005740*    5000-REALIZADO-CONTABIL - LINHAS DO CTBLOTE DA COMPETENCIA    *
005750*    MARCADAS COM DEPARTAMENTO: O DEBITO SOMA E O CREDITO         *
005760*    SUBTRAI, CADA LADO SO QUANDO A CONTA E DE RESULTADO OU JA    *
005770*    TEM ORCAMENTO NO DEPARTAMENTO (A CONTRAPARTIDA PATRIMONIAL,  *
005780*    COMO A DEPRECIACAO ACUMULADA, NAO E CUSTO DO DEPARTAMENTO)   *
005790******************************************************************
005800 5000-REALIZADO-CONTABIL.
005810     OPEN INPUT CTBLOTE.
005820     IF LOT-STATUS NOT = "00"
005830         DISPLAY "CTBORCR: CTBLOTE AUSENTE - SEM LANCAMENTOS"
005840         GO TO 5000-EXIT.
005850     MOVE "N" TO W-EOF.
005860     PERFORM 5100-LER-LOTE THRU 5100-EXIT
005870         UNTIL W-EOF-SIM.
005880     CLOSE CTBLOTE.
005890 5000-EXIT. EXIT.
005900 5100-LER-LOTE.
005910     READ CTBLOTE
005920         AT END MOVE "S" TO W-EOF.
005930     IF W-EOF-SIM
005940         GO TO 5100-EXIT.
005950     IF LOT-COMP-MES NOT = W-MES-INF
005960         OR LOT-COMP-ANO NOT = W-ANO-INF
005970         OR LOT-CODDEPC NOT NUMERIC
005980         OR LOT-CODDEPC = ZERO
005990         GO TO 5100-EXIT.
006000     MOVE LOT-CODDEPC TO W-CODDEPC-PROC.
006010     MOVE LOT-CONTA-DEBITO TO W-CONTA-PROC.
006020     PERFORM 5200-CONTA-VALE THRU 5200-EXIT.
006030     IF W-CONTA-VALE-SIM
006040         MOVE LOT-VALOR TO W-VALOR-PROC
006050         PERFORM 5300-SOMAR-LADO THRU 5300-EXIT.
006060     MOVE LOT-CONTA-CREDITO TO W-CONTA-PROC.
006070     PERFORM 5200-CONTA-VALE THRU 5200-EXIT.
006080     IF W-CONTA-VALE-SIM
006090         COMPUTE W-VALOR-PROC = ZERO - LOT-VALOR
006100         PERFORM 5300-SOMAR-LADO THRU 5300-EXIT.
006110 5100-EXIT. EXIT.
006120 5200-CONTA-VALE.
006130     MOVE "N" TO W-CONTA-VALE.
006140     IF W-PLANO-ABERTO-SIM
006150         MOVE W-CONTA-PROC TO PLC-CONTA
006160         READ PLANOCTA
006170             INVALID KEY
006180                 CONTINUE
006190             NOT INVALID KEY
006200                 IF PLC-GRP-RESULTADO
006210                     MOVE "S" TO W-CONTA-VALE
006220                 END-IF
006230         END-READ.
006240     IF W-CONTA-VALE-SIM
006250         GO TO 5200-EXIT.
006260     PERFORM 7000-PROCURAR-DEPTO THRU 7000-EXIT.
006270     IF NOT W-ACHOU-DEPTO-SIM
006280         GO TO 5200-EXIT.
006290     MOVE "N" TO W-ACHOU-LINHA.
006300     PERFORM 7120-COMPARAR-LINHA THRU 7120-EXIT
006310         VARYING W-LIN FROM 1 BY 1
006320         UNTIL W-LIN > W-QTDE-LINHAS
006330         OR W-ACHOU-LINHA-SIM.
006340     IF W-ACHOU-LINHA-SIM
006350         AND TL-ORCADO(W-LIN) NOT = ZERO
006360         MOVE "S" TO W-CONTA-VALE.
006370 5200-EXIT. EXIT.
006380 5300-SOMAR-LADO.
006390     PERFORM 7500-SOMAR-REALIZADO THRU 7500-EXIT.
006400     IF W-ACHOU-LINHA-SIM
006410         ADD W-VALOR-PROC TO TD-CONTABIL(W-SUB-DEPTO).
006420 5300-EXIT. EXIT.
006430******************************************************************
006440*    6000-ROLAR-HIERARQUIA - PARA CADA DEPARTAMENTO, O ACUMULADO   *
006450*    E O DIRETO DELE MAIS O DE TODO DEPARTAMENTO QUE O ALCANCA    *
006460*    SUBINDO A CADEIA DE CODDEPC-SUPERIOR (LIMITE DE 9 NIVEIS     *
006470*    CONTRA LACO NA CADEIA), COMO NO FP16216                      *
006480******************************************************************
006490 6000-ROLAR-HIERARQUIA.
006500     PERFORM 6100-ACUMULAR-UM THRU 6100-EXIT
006510         VARYING W-SUB FROM 1 BY 1
006520         UNTIL W-SUB > W-QTDE-DEPTOS.
006530 6000-EXIT. EXIT.
006540 6100-ACUMULAR-UM.
006550     MOVE TD-ORCADO(W-SUB)    TO TD-ORC-ACUM(W-SUB).
006560     MOVE TD-REALIZADO(W-SUB) TO TD-REAL-ACUM(W-SUB).
006570     PERFORM 6200-SOMAR-DESCENDENTE THRU 6200-EXIT
006580         VARYING W-SUB2 FROM 1 BY 1
006590         UNTIL W-SUB2 > W-QTDE-DEPTOS.
006600 6100-EXIT. EXIT.
006610 6200-SOMAR-DESCENDENTE.
006620     IF W-SUB2 = W-SUB
006630         GO TO 6200-EXIT.
006640     PERFORM 6300-E-DESCENDENTE THRU 6300-EXIT.
006650     IF W-E-DESCENDENTE-SIM
006660         ADD TD-ORCADO(W-SUB2)    TO TD-ORC-ACUM(W-SUB)
006670         ADD TD-REALIZADO(W-SUB2) TO TD-REAL-ACUM(W-SUB).
006680 6200-EXIT. EXIT.
006690******************************************************************
006700*    6300-E-DESCENDENTE - SOBE A CADEIA DE SUPERIORES DO DEPTO     *
006710*    W-SUB2 PROCURANDO O DEPTO W-SUB                              *
006720******************************************************************
006730 6300-E-DESCENDENTE.
006740     MOVE "N" TO W-E-DESCENDENTE.
006750     MOVE TD-SUPERIOR(W-SUB2) TO W-CODDEPC-PERC.
006760     MOVE ZERO TO W-NIVEL-GUARDA.
006770     PERFORM 6400-SUBIR-CADEIA THRU 6400-EXIT
006780         UNTIL W-E-DESCENDENTE-SIM
006790         OR W-CODDEPC-PERC = ZERO
006800         OR W-NIVEL-GUARDA > 9.
006810 6300-EXIT. EXIT.
006820 6400-SUBIR-CADEIA.
006830     ADD 1 TO W-NIVEL-GUARDA.
006840     IF W-CODDEPC-PERC = TD-CODDEPC(W-SUB)
006850         MOVE "S" TO W-E-DESCENDENTE
006860         GO TO 6400-EXIT.
006870     MOVE "N" TO W-ACHOU-PAI.
006880     PERFORM 6500-PROCURAR-PAI THRU 6500-EXIT
006890         VARYING W-SUB-PAI FROM 1 BY 1
006900         UNTIL W-SUB-PAI > W-QTDE-DEPTOS
006910         OR W-ACHOU-PAI-SIM.
006920     IF NOT W-ACHOU-PAI-SIM
006930         MOVE ZERO TO W-CODDEPC-PERC.
006940 6400-EXIT. EXIT.
006950 6500-PROCURAR-PAI.
006960     IF TD-CODDEPC(W-SUB-PAI) = W-CODDEPC-PERC
006970         MOVE "S" TO W-ACHOU-PAI
006980         MOVE TD-SUPERIOR(W-SUB-PAI) TO W-CODDEPC-PERC.
006990 6500-EXIT. EXIT.
007000******************************************************************
007010*    7000-PROCURAR-DEPTO - W-CODDEPC-PROC NA TABELA; DEVOLVE O     *
007020*    INDICE EM W-SUB-DEPTO                                        *
007030******************************************************************
007040 7000-PROCURAR-DEPTO.
007050     MOVE "N" TO W-ACHOU-DEPTO.
007060     PERFORM 7010-COMPARAR-DEPTO THRU 7010-EXIT
007070         VARYING W-SUB-DEPTO FROM 1 BY 1
007080         UNTIL W-SUB-DEPTO > W-QTDE-DEPTOS
007090         OR W-ACHOU-DEPTO-SIM.
007100 7000-EXIT. EXIT.
007110 7010-COMPARAR-DEPTO.
007120     IF TD-CODDEPC(W-SUB-DEPTO) = W-CODDEPC-PROC
007130         MOVE "S" TO W-ACHOU-DEPTO
007140         SUBTRACT 1 FROM W-SUB-DEPTO.
007150 7010-EXIT. EXIT.
007160******************************************************************
007170*    7100-POSICIONAR-LINHA - LINHA DEPTO W-SUB-DEPTO X CONTA       *
007180*    W-CONTA-PROC; CRIA A LINHA SE AINDA NAO EXISTE (TABELA       *
007190*    CHEIA = W-ACHOU-LINHA "N"). DEVOLVE O INDICE EM W-LIN        *
007200******************************************************************
007210 7100-POSICIONAR-LINHA.
007220     MOVE "N" TO W-ACHOU-LINHA.
007230     PERFORM 7120-COMPARAR-LINHA THRU 7120-EXIT
007240         VARYING W-LIN FROM 1 BY 1
007250         UNTIL W-LIN > W-QTDE-LINHAS
007260         OR W-ACHOU-LINHA-SIM.
007270     IF W-ACHOU-LINHA-SIM
007280         GO TO 7100-EXIT.
007290     IF W-QTDE-LINHAS NOT < 2000
007300         ADD 1 TO W-QTDE-TAB-CHEIA
007310         GO TO 7100-EXIT.
007320     ADD 1 TO W-QTDE-LINHAS.
007330     MOVE W-QTDE-LINHAS TO W-LIN.
007340     MOVE W-SUB-DEPTO  TO TL-SUB-DEPTO(W-LIN).
007350     MOVE W-CONTA-PROC TO TL-CONTA(W-LIN).
007360     MOVE ZERO TO TL-ORCADO(W-LIN).
007370     MOVE ZERO TO TL-REALIZADO(W-LIN).
007380     MOVE "S" TO W-ACHOU-LINHA.
007390 7100-EXIT. EXIT.
007400 7120-COMPARAR-LINHA.
007410     IF TL-SUB-DEPTO(W-LIN) = W-SUB-DEPTO
007420         AND TL-CONTA(W-LIN) = W-CONTA-PROC
007430         MOVE "S" TO W-ACHOU-LINHA
007440         SUBTRACT 1 FROM W-LIN.
007450 7120-EXIT. EXIT.
007460******************************************************************
007470*    7300-CONTA-DO-MAPA - CONTA DEBITO DA CHAVE W-CHAVE-PROC NO    *
007480*    MAPA (ZERO QUANDO NAO MAPEADA)                               *
007490******************************************************************
007500 7300-CONTA-DO-MAPA.
007510     MOVE ZERO TO W-CONTA-PROC.
007520     MOVE "N" TO W-ACHOU-MAPA.
007530     PERFORM 7310-COMPARAR-MAPA THRU 7310-EXIT
007540         VARYING W-IDX FROM 1 BY 1
007550         UNTIL W-IDX > W-QTDE-MAPA
007560         OR W-ACHOU-MAPA-SIM.
007570 7300-EXIT. EXIT.
007580 7310-COMPARAR-MAPA.
007590     IF TM-CHAVE(W-IDX) = W-CHAVE-PROC
007600         MOVE "S" TO W-ACHOU-MAPA
007610         MOVE TM-DEBITO(W-IDX) TO W-CONTA-PROC
007620         SUBTRACT 1 FROM W-IDX.
007630 7310-EXIT. EXIT.
007640******************************************************************
007650*    7500-SOMAR-REALIZADO - SOMA W-VALOR-PROC NA LINHA DO DEPTO    *
007660*    W-CODDEPC-PROC X CONTA W-CONTA-PROC (CONTA ZERO = SEM MAPA   *
007670*    NO TABCTB, AINDA ASSIM ATRIBUIDO AO DEPARTAMENTO)            *
007680******************************************************************
007690 7500-SOMAR-REALIZADO.
007700     MOVE "N" TO W-ACHOU-LINHA.
007710     PERFORM 7000-PROCURAR-DEPTO THRU 7000-EXIT.
007720     IF NOT W-ACHOU-DEPTO-SIM
007730         ADD 1 TO W-QTDE-SEM-DEPTO
007740         GO TO 7500-EXIT.
007750     IF W-CONTA-PROC = ZERO
007760         ADD 1 TO W-QTDE-SEM-CONTA.
007770     PERFORM 7100-POSICIONAR-LINHA THRU 7100-EXIT.
007780     IF NOT W-ACHOU-LINHA-SIM
007790         GO TO 7500-EXIT.
007800     ADD W-VALOR-PROC TO TL-REALIZADO(W-LIN).
007810     ADD W-VALOR-PROC TO TD-REALIZADO(W-SUB-DEPTO).
007820     ADD W-VALOR-PROC TO W-TOT-REALIZADO.
007830 7500-EXIT. EXIT.
007840******************************************************************
007850*    8000-IMPRIMIR - POR NIVEL DO ORGANOGRAMA E DEPARTAMENTO: AS   *
007860*    CONTAS, O TOTAL DIRETO COM AS ORIGENS DO REALIZADO E O       *
007870*    TOTAL COM OS SUBORDINADOS, MARCADO QUANDO ESTOURA O ORCADO   *
007880*    MAIS A TOLERANCIA                                            *
007890******************************************************************
007900 8000-IMPRIMIR.
007910     MOVE W-MES-INF    TO CAB-MES.
007920     MOVE W-ANO-INF    TO CAB-ANO.
007930     MOVE W-TOLERANCIA TO CAB-TOLERANCIA.
007940     WRITE REG-RELAT FROM CAB-RELAT.
007950     WRITE REG-RELAT FROM CAB-COLUNAS.
007960     PERFORM 8100-NIVEL THRU 8100-EXIT
007970         VARYING W-NIVHIERARQUICO FROM 1 BY 1
007980         UNTIL W-NIVHIERARQUICO > 9.
007990     MOVE SPACES TO REG-RELAT.
008000     WRITE REG-RELAT.
008010     MOVE "TOTAL GERAL (SOMA DOS DIRETOS)" TO LT-ROTULO.
008020     MOVE W-TOT-ORCADO    TO W-LIMITE.
008030     MOVE W-TOT-REALIZADO TO W-VARIACAO.
008040     PERFORM 8500-MONTAR-TOTAL THRU 8500-EXIT.
008050     MOVE SPACES TO LT-MARCA.
008060     WRITE REG-RELAT FROM LIN-TOTAL.
008070 8000-EXIT. EXIT.
008080 8100-NIVEL.
008090     PERFORM 8200-DEPTO THRU 8200-EXIT
008100         VARYING W-SUB FROM 1 BY 1
008110         UNTIL W-SUB > W-QTDE-DEPTOS.
008120 8100-EXIT. EXIT.
008130 8200-DEPTO.
008140     IF TD-NIVEL(W-SUB) NOT = W-NIVHIERARQUICO
008150         GO TO 8200-EXIT.
008160     IF TD-ORC-ACUM(W-SUB) = ZERO
008170         AND TD-REAL-ACUM(W-SUB) = ZERO
008180         GO TO 8200-EXIT.
008190     MOVE SPACES TO REG-RELAT.
008200     WRITE REG-RELAT.
008210     MOVE TD-CODDEPC(W-SUB)     TO LD-CODDEPC.
008220     MOVE TD-DENOMINACAO(W-SUB) TO LD-DENOMINACAO.
008230     MOVE TD-NIVEL(W-SUB)       TO LD-NIVEL.
008240     MOVE TD-SUPERIOR(W-SUB)    TO LD-SUPERIOR.
008250     WRITE REG-RELAT FROM LIN-DEPTO.
008260     PERFORM 8300-LINHA-CONTA THRU 8300-EXIT
008270         VARYING W-LIN FROM 1 BY 1
008280         UNTIL W-LIN > W-QTDE-LINHAS.
008290     MOVE "  TOTAL DIRETO" TO LT-ROTULO.
008300     MOVE TD-ORCADO(W-SUB)    TO W-LIMITE.
008310     MOVE TD-REALIZADO(W-SUB) TO W-VARIACAO.
008320     PERFORM 8500-MONTAR-TOTAL THRU 8500-EXIT.
008330     MOVE SPACES TO LT-MARCA.
008340     WRITE REG-RELAT FROM LIN-TOTAL.
008350     MOVE TD-CONSUMO(W-SUB)  TO LO-CONSUMO.
008360     MOVE TD-FOLHA(W-SUB)    TO LO-FOLHA.
008370     MOVE TD-CONTABIL(W-SUB) TO LO-CONTABIL.
008380     WRITE REG-RELAT FROM LIN-ORIGENS.
008390     MOVE "  TOTAL COM SUBORDINADOS" TO LT-ROTULO.
008400     MOVE TD-ORC-ACUM(W-SUB)  TO W-LIMITE.
008410     MOVE TD-REAL-ACUM(W-SUB) TO W-VARIACAO.
008420     PERFORM 8500-MONTAR-TOTAL THRU 8500-EXIT.
008430     MOVE SPACES TO LT-MARCA.
008440     COMPUTE W-LIMITE ROUNDED = TD-ORC-ACUM(W-SUB)
008450         + (TD-ORC-ACUM(W-SUB) * W-TOLERANCIA / 100).
008460     IF TD-REAL-ACUM(W-SUB) > W-LIMITE
008470         ADD 1 TO W-QTDE-ESTOURADOS
008480         IF TD-ORC-ACUM(W-SUB) = ZERO
008490             MOVE "*** SEM ORCAMENTO" TO LT-MARCA
008500         ELSE
008510             MOVE "*** ACIMA DO ORCAMENTO" TO LT-MARCA
008520         END-IF.
008530     WRITE REG-RELAT FROM LIN-TOTAL.
008540 8200-EXIT. EXIT.
008550 8300-LINHA-CONTA.
008560     IF TL-SUB-DEPTO(W-LIN) NOT = W-SUB
008570         GO TO 8300-EXIT.
008580     MOVE TL-CONTA(W-LIN) TO LC-CONTA.
008590     MOVE SPACES TO LC-DESCRICAO.
008600     IF TL-CONTA(W-LIN) = ZERO
008610         MOVE "SEM CONTA MAPEADA NO TABCTB" TO LC-DESCRICAO
008620     ELSE
008630         IF W-PLANO-ABERTO-SIM
008640             MOVE TL-CONTA(W-LIN) TO PLC-CONTA
008650             READ PLANOCTA
008660                 INVALID KEY
008670                     MOVE "CONTA FORA DO PLANO" TO LC-DESCRICAO
008680                 NOT INVALID KEY
008690                     MOVE PLC-DESCRICAO TO LC-DESCRICAO
008700             END-READ
008710         END-IF.
008720     MOVE TL-ORCADO(W-LIN)    TO W-LIMITE.
008730     MOVE TL-REALIZADO(W-LIN) TO W-VARIACAO.
008740     PERFORM 8500-MONTAR-TOTAL THRU 8500-EXIT.
008750     MOVE LT-ORCADO    TO LC-ORCADO.
008760     MOVE LT-REALIZADO TO LC-REALIZADO.
008770     MOVE LT-VARIACAO  TO LC-VARIACAO.
008780     MOVE LT-PERC      TO LC-PERC.
008790     WRITE REG-RELAT FROM LIN-CONTA.
008800 8300-EXIT. EXIT.
008810******************************************************************
008820*    8500-MONTAR-TOTAL - RECEBE O ORCADO EM W-LIMITE E O           *
008830*    REALIZADO EM W-VARIACAO; EDITA ORCADO, REALIZADO, VARIACAO   *
008840*    (REALIZADO - ORCADO) E O PERCENTUAL REALIZADO SOBRE O ORCADO *
008850******************************************************************
008860 8500-MONTAR-TOTAL.
008870     MOVE W-LIMITE   TO LT-ORCADO.
008880     MOVE W-VARIACAO TO LT-REALIZADO.
008890     MOVE ZERO TO W-PERC.
008900     IF W-LIMITE NOT = ZERO
008910         COMPUTE W-PERC ROUNDED = W-VARIACAO * 100 / W-LIMITE
008920             ON SIZE ERROR MOVE 99999,9 TO W-PERC
008930         END-COMPUTE.
008940     COMPUTE W-VARIACAO = W-VARIACAO - W-LIMITE.
008950     MOVE W-VARIACAO TO LT-VARIACAO.
008960     MOVE W-PERC     TO LT-PERC.
008970 8500-EXIT. EXIT.
008980******************************************************************
008990*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
009000*    O SPLREP REIMPRIMIR QUALQUER FAIXA DE PAGINAS                *
009010******************************************************************
009020 9000-ESPOLAR.
009030     MOVE "I" TO SPA-ACAO.
009040     MOVE "CTBORCR" TO SPA-PROGRAMA.
009050     MOVE SPACES TO SPA-OPERADOR.
009060     MOVE SPACES TO SPA-PARAMS.
009070     STRING W-MES-INF "/" W-ANO-INF
009080         DELIMITED BY SIZE INTO SPA-PARAMS.
009090     CALL "SPL000" USING SPL-PARAMETROS-AREA.
009100     OPEN INPUT REPORC.
009110     IF REL-STATUS NOT = "00"
009120         GO TO 9000-FIM.
009130     MOVE "N" TO W-EOF-SPL.
009140     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
009150         UNTIL W-EOF-SPL-SIM.
009160     CLOSE REPORC.
009170 9000-FIM.
009180     MOVE "F" TO SPA-ACAO.
009190     CALL "SPL000" USING SPL-PARAMETROS-AREA.
009200 9000-EXIT. EXIT.
009210 9100-ESPOLAR-LER.
009220     READ REPORC
009230         AT END MOVE "S" TO W-EOF-SPL.
009240     IF NOT W-EOF-SPL-SIM
009250         MOVE "L" TO SPA-ACAO
009260         MOVE REG-RELAT TO SPA-LINHA
009270         CALL "SPL000" USING SPL-PARAMETROS-AREA.
009280 9100-EXIT. EXIT.
