000010******************************************************************
000020* PROGRAM-ID : FP16232                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : RELATORIOS MENSAIS DO BANCO DE HORAS. PARA CADA    *
000080*              ADESAO (BHADESAO) VIGENTE NA COMPETENCIA OU COM    *
000090*              SALDO, APURA PELA BHR000 O SALDO ANTERIOR, OS      *
000100*              CREDITOS, AS FOLGAS, AS HORAS PAGAS, O SALDO ATUAL *
000110*              E AS HORAS QUE VENCEM NA PROXIMA FOLHA. GRAVA O    *
000120*              EXTRATO POR FUNCIONARIO EM REPBHEXT E O RELATORIO  *
000130*              DE SALDOS POR DEPARTAMENTO (COM SUBTOTAL) EM       *
000140*              REPBHDEP.                                          *
000150*------------------------------------------------------------------
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-10-15 BH        VERSAO INICIAL                             *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. FP16232.
000220 AUTHOR. BRUNO HARNIK.
000230 INSTALLATION. FATEC.
000240 DATE-WRITTEN. 2026-10-15.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BHADESAO ASSIGN TO "BHADESAO"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS BA-CODFUNC
000360         FILE STATUS IS BHA-STATUS.
000370     SELECT CADFUNC ASSIGN TO "CADFUNC"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CODFUNC
000410         FILE STATUS IS FUNC-STATUS.
000420     SELECT CADCAR ASSIGN TO "CADCAR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CODCAR IN REGCAR
000460         ALTERNATE RECORD KEY IS CHAVE2 WITH DUPLICATES
000470         FILE STATUS IS CAR-STATUS.
000480     SELECT CADDEP ASSIGN TO "CADDEP"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CODDEPC IN REGDEP
000520         FILE STATUS IS DEP-STATUS.
000530     SELECT REPBHEXT ASSIGN TO "REPBHEXT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS EXT-STATUS.
000560     SELECT REPBHDEP ASSIGN TO "REPBHDEP"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS REL-STATUS.
000590     SELECT SORTWK ASSIGN TO "SORTWK5".
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  BHADESAO
000630     LABEL RECORDS ARE STANDARD.
000640     COPY REGBHA.
000650 FD  CADFUNC
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REGFUNC.
000680 FD  CADCAR
000690     LABEL RECORDS ARE STANDARD.
000700     COPY REGCAR.
000710 FD  CADDEP
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGDEP.
000740 FD  REPBHEXT
000750     LABEL RECORDS ARE STANDARD.
000760 01  REG-EXTRATO                 PIC X(80).
000770 FD  REPBHDEP
000780     LABEL RECORDS ARE STANDARD.
000790 01  REG-RELAT                   PIC X(110).
000800 SD  SORTWK.
000810 01  SD-BANCO.
000820     05  SD-CODDEPC              PIC 9(04).
000830     05  SD-CODFUNC              PIC 9(06).
000840     05  SD-NOMEFUNC             PIC X(30).
000850     05  SD-DENOMINACAO          PIC X(30).
000860     05  SD-SITUACAO             PIC X(01).
000870     05  SD-SALDO-ANT            PIC S9(05)V99.
000880     05  SD-CREDITO              PIC 9(05)V99.
000890     05  SD-FOLGA                PIC 9(05)V99.
000900     05  SD-PAGO                 PIC 9(05)V99.
000910     05  SD-DESCONTO             PIC 9(05)V99.
000920     05  SD-SALDO                PIC S9(05)V99.
000930     05  SD-SALDO-50             PIC 9(05)V99.
000940     05  SD-SALDO-100            PIC 9(05)V99.
000950     05  SD-A-VENCER             PIC 9(05)V99.
000960 WORKING-STORAGE SECTION.
000970 01  BHA-STATUS                  PIC X(02).
000980 01  FUNC-STATUS                 PIC X(02).
000990 01  CAR-STATUS                  PIC X(02).
001000 01  DEP-STATUS                  PIC X(02).
001010 01  EXT-STATUS                  PIC X(02).
001020 01  REL-STATUS                  PIC X(02).
001030 COPY RUNPARM.
001040 COPY BHRPARM.
001050 01  W-SWITCHES.
001060     05  W-EOF                   PIC X(01).
001070         88  W-EOF-SIM           VALUE "S".
001080     05  W-PRIMEIRO-GRUPO        PIC X(01).
001090         88  W-PRIMEIRO-GRUPO-SIM VALUE "S".
001100 01  W-MES-INF                   PIC 9(02).
001110 01  W-ANO-INF                   PIC 9(04).
001120 01  W-MES-SEG                   PIC 9(02).
001130 01  W-ANO-SEG                   PIC 9(04).
001140 01  W-FIM-MES                   PIC 9(08).
001150 01  W-COMP-INF                  PIC 9(06).
001160 01  W-COMP-ENCERRA              PIC 9(06).
001170 01  W-CODDEPC-FUNC              PIC 9(04).
001180 01  W-DENOMINACAO-FUNC          PIC X(30).
001190 01  W-CODDEPC-ANTERIOR          PIC 9(04).
001200 01  W-QTDE-FUNC                 PIC 9(06) VALUE ZERO.
001210 01  W-DEP-CREDITO               PIC 9(07)V99.
001220 01  W-DEP-DEBITO                PIC S9(07)V99.
001230 01  W-DEP-SALDO                 PIC S9(07)V99.
001240 01  W-DEP-A-VENCER              PIC 9(07)V99.
001250 01  W-TOT-CREDITO               PIC 9(07)V99 VALUE ZERO.
001260 01  W-TOT-DEBITO                PIC S9(07)V99 VALUE ZERO.
001270 01  W-TOT-SALDO                 PIC S9(07)V99 VALUE ZERO.
001280 01  W-TOT-A-VENCER              PIC 9(07)V99 VALUE ZERO.
001290******************************************************************
001300*    LINHAS DO EXTRATO (REPBHEXT)                                 *
001310******************************************************************
001320 01  EXT-CABEC.
001330     05  FILLER                  PIC X(44) VALUE
001340         "EXTRATO DO BANCO DE HORAS - COMPETENCIA".
001350     05  EC-MES                  PIC 9(02).
001360     05  FILLER                  PIC X(01) VALUE "/".
001370     05  EC-ANO                  PIC 9(04).
001380 01  EXT-FUNC.
001390     05  FILLER                  PIC X(13) VALUE "FUNCIONARIO: ".
001400     05  EF-CODFUNC              PIC 9(06).
001410     05  FILLER                  PIC X(01) VALUE SPACES.
001420     05  EF-NOME                 PIC X(30).
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  EF-SITUACAO             PIC X(20).
001450 01  EXT-DEPTO.
001460     05  FILLER                  PIC X(13) VALUE "DEPARTAMENTO:".
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  ED-CODDEPC              PIC 9(04).
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  ED-DENOMINACAO          PIC X(30).
001510 01  EXT-LINHA.
001520     05  FILLER                  PIC X(04) VALUE SPACES.
001530     05  EL-DESCR                PIC X(36).
001540     05  EL-HORAS                PIC -ZZZZ9,99.
001550 01  EXT-BRANCO                  PIC X(01) VALUE SPACES.
001560******************************************************************
001570*    LINHAS DO RELATORIO POR DEPARTAMENTO (REPBHDEP)              *
001580******************************************************************
001590 01  LIN-CABEC1.
001600     05  FILLER                  PIC X(43) VALUE
001610         "SALDOS DO BANCO DE HORAS POR DEPARTAMENTO -".
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  LC1-MES                 PIC 9(02).
001640     05  FILLER                  PIC X(01) VALUE "/".
001650     05  LC1-ANO                 PIC 9(04).
001660 01  LIN-CABEC2.
001670     05  FILLER                  PIC X(13) VALUE "DEPARTAMENTO:".
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  LC2-CODDEPC             PIC 9(04).
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  LC2-DENOMINACAO         PIC X(30).
001720 01  LIN-COLS.
001730     05  FILLER                  PIC X(04) VALUE SPACES.
001740     05  FILLER                  PIC X(08) VALUE "FUNC.   ".
001750     05  FILLER                  PIC X(31) VALUE "NOME".
001760     05  FILLER                  PIC X(11) VALUE "  SALDO ANT".
001770     05  FILLER                  PIC X(11) VALUE "   CREDITOS".
001780     05  FILLER                  PIC X(11) VALUE "    DEBITOS".
001790     05  FILLER                  PIC X(11) VALUE "      SALDO".
001800     05  FILLER                  PIC X(11) VALUE "   A VENCER".
001810 01  LIN-DET.
001820     05  FILLER                  PIC X(04) VALUE SPACES.
001830     05  LD-CODFUNC              PIC 9(06).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  LD-NOMEFUNC             PIC X(30).
001860     05  FILLER                  PIC X(03) VALUE SPACES.
001870     05  LD-SALDO-ANT            PIC -ZZZZ9,99.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  LD-CREDITO              PIC -ZZZZ9,99.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  LD-DEBITO               PIC -ZZZZ9,99.
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  LD-SALDO                PIC -ZZZZ9,99.
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  LD-A-VENCER             PIC -ZZZZ9,99.
001960 01  LIN-SUBTOT.
001970     05  FILLER                  PIC X(24)
001980         VALUE "    SUBTOTAL DO DEPTO   ".
001990     05  FILLER                  PIC X(20) VALUE SPACES.
002000     05  FILLER                  PIC X(11) VALUE SPACES.
002010     05  LS-CREDITO              PIC -ZZZZZZ9,99.
002020     05  LS-DEBITO               PIC -ZZZZZZ9,99.
002030     05  LS-SALDO                PIC -ZZZZZZ9,99.
002040     05  LS-A-VENCER             PIC -ZZZZZZ9,99.
002050 01  LIN-TOTAL.
002060     05  FILLER                  PIC X(24)
002070         VALUE "TOTAL GERAL             ".
002080     05  FILLER                  PIC X(20) VALUE SPACES.
002090     05  FILLER                  PIC X(11) VALUE SPACES.
002100     05  LT-CREDITO              PIC -ZZZZZZ9,99.
002110     05  LT-DEBITO               PIC -ZZZZZZ9,99.
002120     05  LT-SALDO                PIC -ZZZZZZ9,99.
002130     05  LT-A-VENCER             PIC -ZZZZZZ9,99.
002140 PROCEDURE DIVISION.
002150******************************************************************
002160*    0000-MAINLINE                                                *
002170******************************************************************
002180 0000-MAINLINE.
002190     DISPLAY "FP16232 - EXTRATO E SALDOS DO BANCO DE HORAS".
002200     DISPLAY "MES DA COMPETENCIA =>".
002210     ACCEPT W-MES-INF.
002220     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
002230     ACCEPT W-ANO-INF.
002240     IF W-MES-INF < 1 OR W-MES-INF > 12
002250         DISPLAY "MES INVALIDO"
002260         STOP RUN.
002270     COMPUTE W-COMP-INF = W-ANO-INF * 100 + W-MES-INF.
002280     COMPUTE W-FIM-MES = W-COMP-INF * 100 + 31.
002290     IF W-MES-INF = 12
002300         MOVE 1 TO W-MES-SEG
002310         COMPUTE W-ANO-SEG = W-ANO-INF + 1
002320     ELSE
002330         COMPUTE W-MES-SEG = W-MES-INF + 1
002340         MOVE W-ANO-INF TO W-ANO-SEG.
002350     OPEN INPUT BHADESAO.
002360     IF BHA-STATUS NOT = "00"
002370         DISPLAY "FP16232: ARQUIVO BHADESAO NAO EXISTE"
002380         STOP RUN.
002390     OPEN INPUT CADFUNC CADCAR CADDEP.
002400     MOVE "FP16232" TO RCT-PROGRAMA.
002410     MOVE ZERO TO RCT-DATA.
002420     MOVE "L" TO RCT-ACAO.
002430     CALL "RUNCTL" USING RCT-PARAMETROS.
002440     SORT SORTWK ON ASCENDING KEY SD-CODDEPC SD-CODFUNC
002450         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
002460         OUTPUT PROCEDURE IS 2000-IMPRIMIR THRU 2000-EXIT.
002470     CLOSE BHADESAO CADFUNC CADCAR CADDEP.
002480     MOVE W-QTDE-FUNC TO RCT-REGISTROS.
002490     MOVE "F" TO RCT-ACAO.
002500     CALL "RUNCTL" USING RCT-PARAMETROS.
002510     DISPLAY "FUNCIONARIOS NO BANCO...: " W-QTDE-FUNC.
002520     DISPLAY "EXTRATOS EM REPBHEXT E SALDOS EM REPBHDEP".
002530     STOP RUN.
002540******************************************************************
002550*    1000-SELECIONAR - PERCORRE AS ADESOES E GRAVA NA FASE DE     *
002560*    SORT AS QUE TEM SALDO OU ESTAO VIGENTES NA COMPETENCIA       *
002570******************************************************************
002580 1000-SELECIONAR.
002590     MOVE "N" TO W-EOF.
002600     MOVE ZERO TO BA-CODFUNC.
002610     START BHADESAO KEY IS NOT LESS THAN BA-CODFUNC
002620         INVALID KEY MOVE "S" TO W-EOF.
002630     IF NOT W-EOF-SIM
002640         PERFORM 1100-LER-ADESAO THRU 1100-EXIT.
002650     PERFORM 1200-TRATAR-ADESAO THRU 1200-EXIT
002660         UNTIL W-EOF-SIM.
002670 1000-EXIT. EXIT.
002680 1100-LER-ADESAO.
002690     READ BHADESAO NEXT RECORD
002700         AT END MOVE "S" TO W-EOF.
002710 1100-EXIT. EXIT.
002720 1200-TRATAR-ADESAO.
002730     IF BA-DATA-ADESAO > W-FIM-MES
002740         GO TO 1200-LER.
002750     MOVE "S"          TO BHR-ACAO.
002760     MOVE BA-CODFUNC   TO BHR-CODFUNC.
002770     MOVE W-ANO-INF    TO BHR-COMP-ANO.
002780     MOVE W-MES-INF    TO BHR-COMP-MES.
002790     CALL "BHR000" USING BHR-PARAMETROS-AREA.
002800     IF NOT BHR-OK
002810         GO TO 1200-LER.
002820     COMPUTE W-COMP-ENCERRA = BA-DATA-ENCERRA / 100.
002830     IF BA-ENCERRADA AND W-COMP-ENCERRA < W-COMP-INF
002840         AND BHR-SALDO = ZERO
002850         AND BHR-MES-CREDITO = ZERO AND BHR-MES-FOLGA = ZERO
002860         AND BHR-MES-PAGO = ZERO AND BHR-MES-DESCONTO = ZERO
002870         GO TO 1200-LER.
002880     ADD 1 TO W-QTDE-FUNC.
002890     MOVE BA-CODFUNC       TO SD-CODFUNC.
002900     IF BA-ATIVA
002910         MOVE "A" TO SD-SITUACAO
002920     ELSE
002930         MOVE "E" TO SD-SITUACAO.
002940     MOVE BHR-MES-CREDITO  TO SD-CREDITO.
002950     MOVE BHR-MES-FOLGA    TO SD-FOLGA.
002960     MOVE BHR-MES-PAGO     TO SD-PAGO.
002970     MOVE BHR-MES-DESCONTO TO SD-DESCONTO.
002980     MOVE BHR-SALDO        TO SD-SALDO.
002990     MOVE BHR-SALDO-50     TO SD-SALDO-50.
003000     MOVE BHR-SALDO-100    TO SD-SALDO-100.
003010     COMPUTE SD-SALDO-ANT = BHR-SALDO - BHR-MES-CREDITO
003020         + BHR-MES-FOLGA + BHR-MES-PAGO - BHR-MES-DESCONTO.
003030     MOVE W-ANO-SEG        TO BHR-COMP-ANO.
003040     MOVE W-MES-SEG        TO BHR-COMP-MES.
003050     CALL "BHR000" USING BHR-PARAMETROS-AREA.
003060     ADD BHR-VENC-50 BHR-VENC-100 GIVING SD-A-VENCER.
003070     PERFORM 1300-FUNCIONARIO THRU 1300-EXIT.
003080     RELEASE SD-BANCO.
003090 1200-LER.
003100     PERFORM 1100-LER-ADESAO THRU 1100-EXIT.
003110 1200-EXIT. EXIT.
003120******************************************************************
003130*    1300-FUNCIONARIO - NOME E DEPARTAMENTO PELO CARGO ATUAL      *
003140******************************************************************
003150 1300-FUNCIONARIO.
003160     MOVE ZERO   TO SD-CODDEPC.
003170     MOVE SPACES TO SD-DENOMINACAO.
003180     MOVE BA-CODFUNC TO CODFUNC.
003190     READ CADFUNC
003200         INVALID KEY
003210             MOVE "(SEM CADASTRO)" TO SD-NOMEFUNC
003220             GO TO 1300-EXIT.
003230     MOVE NOMEFUNC TO SD-NOMEFUNC.
003240     MOVE CODCAR IN REGFUNC TO CODCAR IN REGCAR.
003250     READ CADCAR
003260         INVALID KEY
003270             GO TO 1300-EXIT.
003280     MOVE CODDEPC IN REGCAR TO SD-CODDEPC.
003290     MOVE CODDEPC IN REGCAR TO CODDEPC IN REGDEP.
003300     READ CADDEP
003310         INVALID KEY
003320             MOVE "DEPARTAMENTO NAO CADASTRADO"
003330                 TO SD-DENOMINACAO
003340         NOT INVALID KEY
003350             MOVE DENOMINACAO TO SD-DENOMINACAO.
003360 1300-EXIT. EXIT.
003370******************************************************************
003380*    2000-IMPRIMIR - GRAVA O EXTRATO E O RELATORIO POR            *
003390*    DEPARTAMENTO JA ORDENADOS                                    *
003400******************************************************************
003410 2000-IMPRIMIR.
003420     OPEN OUTPUT REPBHEXT.
003430     OPEN OUTPUT REPBHDEP.
003440     MOVE "N" TO W-EOF.
003450     MOVE "S" TO W-PRIMEIRO-GRUPO.
003460     MOVE W-MES-INF TO LC1-MES EC-MES.
003470     MOVE W-ANO-INF TO LC1-ANO EC-ANO.
003480     WRITE REG-RELAT FROM LIN-CABEC1.
003490     PERFORM 2100-RETORNAR THRU 2100-EXIT.
003500     PERFORM 2200-ESCREVER THRU 2200-EXIT
003510         UNTIL W-EOF-SIM.
003520     IF NOT W-PRIMEIRO-GRUPO-SIM
003530         PERFORM 2500-SUBTOTAL-DEP THRU 2500-EXIT.
003540     MOVE W-TOT-CREDITO  TO LT-CREDITO.
003550     MOVE W-TOT-DEBITO   TO LT-DEBITO.
003560     MOVE W-TOT-SALDO    TO LT-SALDO.
003570     MOVE W-TOT-A-VENCER TO LT-A-VENCER.
003580     WRITE REG-RELAT FROM LIN-TOTAL.
003590     CLOSE REPBHEXT.
003600     CLOSE REPBHDEP.
003610 2000-EXIT. EXIT.
003620 2100-RETORNAR.
003630     RETURN SORTWK
003640         AT END MOVE "S" TO W-EOF.
003650 2100-EXIT. EXIT.
003660 2200-ESCREVER.
003670     IF W-PRIMEIRO-GRUPO-SIM
003680         OR SD-CODDEPC NOT = W-CODDEPC-ANTERIOR
003690         PERFORM 2300-CABECALHO-DEP THRU 2300-EXIT
003700     END-IF.
003710     PERFORM 2400-EXTRATO THRU 2400-EXIT.
003720     MOVE SD-CODFUNC   TO LD-CODFUNC.
003730     MOVE SD-NOMEFUNC  TO LD-NOMEFUNC.
003740     MOVE SD-SALDO-ANT TO LD-SALDO-ANT.
003750     MOVE SD-CREDITO   TO LD-CREDITO.
003760     COMPUTE LD-DEBITO = SD-FOLGA + SD-PAGO - SD-DESCONTO.
003770     MOVE SD-SALDO     TO LD-SALDO.
003780     MOVE SD-A-VENCER  TO LD-A-VENCER.
003790     WRITE REG-RELAT FROM LIN-DET.
003800     ADD SD-CREDITO    TO W-DEP-CREDITO W-TOT-CREDITO.
003810     COMPUTE W-DEP-DEBITO = W-DEP-DEBITO
003820         + SD-FOLGA + SD-PAGO - SD-DESCONTO.
003830     COMPUTE W-TOT-DEBITO = W-TOT-DEBITO
003840         + SD-FOLGA + SD-PAGO - SD-DESCONTO.
003850     ADD SD-SALDO      TO W-DEP-SALDO W-TOT-SALDO.
003860     ADD SD-A-VENCER   TO W-DEP-A-VENCER W-TOT-A-VENCER.
003870     PERFORM 2100-RETORNAR THRU 2100-EXIT.
003880 2200-EXIT. EXIT.
003890******************************************************************
003900*    2300-CABECALHO-DEP - QUEBRA DE CONTROLE POR CODDEPC, COM      *
003910*    SUBTOTAL DO DEPARTAMENTO ANTERIOR                            *
003920******************************************************************
003930 2300-CABECALHO-DEP.
003940     IF NOT W-PRIMEIRO-GRUPO-SIM
003950         PERFORM 2500-SUBTOTAL-DEP THRU 2500-EXIT.
003960     MOVE "N" TO W-PRIMEIRO-GRUPO.
003970     MOVE SD-CODDEPC TO W-CODDEPC-ANTERIOR.
003980     MOVE ZERO TO W-DEP-CREDITO.
003990     MOVE ZERO TO W-DEP-DEBITO.
004000     MOVE ZERO TO W-DEP-SALDO.
004010     MOVE ZERO TO W-DEP-A-VENCER.
004020     MOVE SD-CODDEPC     TO LC2-CODDEPC.
004030     MOVE SD-DENOMINACAO TO LC2-DENOMINACAO.
004040     WRITE REG-RELAT FROM LIN-CABEC2.
004050     WRITE REG-RELAT FROM LIN-COLS.
004060 2300-EXIT. EXIT.
004070******************************************************************
004080*    2400-EXTRATO - BLOCO DO FUNCIONARIO NO EXTRATO MENSAL        *
004090******************************************************************
004100 2400-EXTRATO.
004110     WRITE REG-EXTRATO FROM EXT-CABEC.
004120     MOVE SD-CODFUNC  TO EF-CODFUNC.
004130     MOVE SD-NOMEFUNC TO EF-NOME.
004140     IF SD-SITUACAO = "A"
004150         MOVE "ADESAO ATIVA"     TO EF-SITUACAO
004160     ELSE
004170         MOVE "ADESAO ENCERRADA" TO EF-SITUACAO.
004180     WRITE REG-EXTRATO FROM EXT-FUNC.
004190     MOVE SD-CODDEPC     TO ED-CODDEPC.
004200     MOVE SD-DENOMINACAO TO ED-DENOMINACAO.
004210     WRITE REG-EXTRATO FROM EXT-DEPTO.
004220     MOVE "SALDO ANTERIOR" TO EL-DESCR.
004230     MOVE SD-SALDO-ANT TO EL-HORAS.
004240     WRITE REG-EXTRATO FROM EXT-LINHA.
004250     MOVE "(+) HORAS EXTRAS CREDITADAS" TO EL-DESCR.
004260     MOVE SD-CREDITO TO EL-HORAS.
004270     WRITE REG-EXTRATO FROM EXT-LINHA.
004280     MOVE "(-) FOLGAS COMPENSADAS" TO EL-DESCR.
004290     MOVE SD-FOLGA TO EL-HORAS.
004300     WRITE REG-EXTRATO FROM EXT-LINHA.
004310     MOVE "(-) HORAS PAGAS (FOLHA/RESCISAO)" TO EL-DESCR.
004320     MOVE SD-PAGO TO EL-HORAS.
004330     WRITE REG-EXTRATO FROM EXT-LINHA.
004340     IF SD-DESCONTO > ZERO
004350         MOVE "(+) SALDO NEGATIVO DESCONTADO" TO EL-DESCR
004360         MOVE SD-DESCONTO TO EL-HORAS
004370         WRITE REG-EXTRATO FROM EXT-LINHA.
004380     MOVE "SALDO ATUAL" TO EL-DESCR.
004390     MOVE SD-SALDO TO EL-HORAS.
004400     WRITE REG-EXTRATO FROM EXT-LINHA.
004410     MOVE "    DE EXTRAS A 50%" TO EL-DESCR.
004420     MOVE SD-SALDO-50 TO EL-HORAS.
004430     WRITE REG-EXTRATO FROM EXT-LINHA.
004440     MOVE "    DE EXTRAS A 100%" TO EL-DESCR.
004450     MOVE SD-SALDO-100 TO EL-HORAS.
004460     WRITE REG-EXTRATO FROM EXT-LINHA.
004470     MOVE "A VENCER NA PROXIMA FOLHA" TO EL-DESCR.
004480     MOVE SD-A-VENCER TO EL-HORAS.
004490     WRITE REG-EXTRATO FROM EXT-LINHA.
004500     WRITE REG-EXTRATO FROM EXT-BRANCO.
004510 2400-EXIT. EXIT.
004520 2500-SUBTOTAL-DEP.
004530     MOVE W-DEP-CREDITO  TO LS-CREDITO.
004540     MOVE W-DEP-DEBITO   TO LS-DEBITO.
004550     MOVE W-DEP-SALDO    TO LS-SALDO.
004560     MOVE W-DEP-A-VENCER TO LS-A-VENCER.
004570     WRITE REG-RELAT FROM LIN-SUBTOT.
004580 2500-EXIT. EXIT.
