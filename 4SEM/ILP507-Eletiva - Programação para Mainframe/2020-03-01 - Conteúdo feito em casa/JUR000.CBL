000010******************************************************************
000020* PROGRAM-ID : JUR000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-29                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DE ENCARGOS DE ATRASO DO CONTAS A       *
000080*              RECEBER (MOLDE DO PIS000). NA ACAO "C" O           *
000090*              VENCIMENTO QUE CAI EM DIA NAO UTIL ROLA PARA O     *
000100*              PROXIMO DIA UTIL (DIA000 "U"); PAGO ATE ESSA DATA  *
000110*              NAO HA ENCARGO. DEPOIS DISSO CONTA OS DIAS UTEIS   *
000120*              DO DIA SEGUINTE AO VENCIMENTO ATE O PAGAMENTO      *
000130*              (DIA000 "T") E CALCULA JUROS SIMPLES POR DIA UTIL  *
000140*              E A MULTA FIXA SOBRE O PRINCIPAL. AS TAXAS VEM DO  *
000150*              PARMSYS (PARM-JUROS-DIA/PARM-MULTA-ATRASO), A NAO  *
000160*              SER QUE O CLIENTE TENHA TAXAS PROPRIAS OU SEJA     *
000170*              ISENTO NO CADPARCEIRO. NA ACAO "G" APENAS APENSA   *
000180*              OS VALORES INFORMADOS NO MOVIMENTO JUROSMOV.       *
000190*------------------------------------------------------------------
000200* HISTORICO DE ALTERACOES                                         *
000210* DATA       INICIAIS  DESCRICAO                                  *
000220* 2026-09-29 BH        VERSAO INICIAL                             *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. JUR000.
000260 AUTHOR. BRUNO HARNIK.
000270 INSTALLATION. FATEC.
000280 DATE-WRITTEN. 2026-09-29.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PARMSYS ASSIGN TO "PARMSYS"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS PARM-STATUS.
000390     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CODIGO
000430         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000440         FILE STATUS IS PARC-STATUS.
000450     SELECT JUROSMOV ASSIGN TO "JUROSMOV"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS JMV-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PARMSYS
000510     LABEL RECORDS ARE STANDARD.
000520     COPY PARMSYS.
000530 FD  CADPARCEIRO
000540     LABEL RECORDS ARE STANDARD.
000550     COPY REGPAC.
000560 FD  JUROSMOV
000570     LABEL RECORDS ARE STANDARD.
000580     COPY REGJMV.
000590 WORKING-STORAGE SECTION.
000600 01  PARM-STATUS                 PIC X(02).
000610 01  PARC-STATUS                 PIC X(02).
000620 01  JMV-STATUS                  PIC X(02).
000630 01  W-VENC-UTIL                 PIC 9(08).
000640 01  W-FIM-CONTA                 PIC X(01).
000650     88  W-FIM-CONTA-SIM         VALUE "S".
000660 01  W-DATA-CONTA.
000670     05  W-CONTA-ANO             PIC 9(04).
000680     05  W-CONTA-MES             PIC 9(02).
000690     05  W-CONTA-DIA             PIC 9(02).
000700 01  W-CONTA-NUM REDEFINES W-DATA-CONTA
000710                                 PIC 9(08).
000720 01  W-DIAS-MES-CONTA            PIC 9(02).
000730 01  W-QUOC-CONTA                PIC 9(04).
000740 01  W-RESTO-4                   PIC 9(04).
000750 01  W-RESTO-100                 PIC 9(04).
000760 01  W-RESTO-400                 PIC 9(04).
000770 COPY DIAPARM.
000780 LINKAGE SECTION.
000790 COPY JURPARM.
000800 PROCEDURE DIVISION USING JUR-PARAMETROS-AREA.
000810******************************************************************
000820*    0000-MAINLINE                                                *
000830******************************************************************
000840 0000-MAINLINE.
000850     IF JUR-ACAO = "G"
000860         PERFORM 3000-LANCAR THRU 3000-EXIT
000870         GOBACK.
000880     MOVE ZERO TO JUR-DIAS-ATRASO JUR-TAXA-DIA JUR-PERC-MULTA
000890                  JUR-VALOR-JUROS JUR-VALOR-MULTA.
000900     PERFORM 1000-TAXAS THRU 1000-EXIT.
000910     IF JUR-TAXA-DIA = ZERO AND JUR-PERC-MULTA = ZERO
000920         GOBACK.
000930     MOVE "U" TO DIA-ACAO.
000940     MOVE JUR-VENCIMENTO TO DIA-DATA.
000950     CALL "DIA000" USING DIA-PARAMETROS-AREA.
000960     MOVE DIA-DATA TO W-VENC-UTIL.
000970     IF JUR-DATA-PAGTO NOT > W-VENC-UTIL
000980         GOBACK.
000990     PERFORM 2000-CONTAR-UTEIS THRU 2000-EXIT.
001000     COMPUTE JUR-VALOR-JUROS ROUNDED =
001010         JUR-VALOR * JUR-TAXA-DIA * JUR-DIAS-ATRASO / 100.
001020     COMPUTE JUR-VALOR-MULTA ROUNDED =
001030         JUR-VALOR * JUR-PERC-MULTA / 100.
001040     GOBACK.
001050******************************************************************
001060*    1000-TAXAS - PARMSYS, TROCADO PELAS TAXAS DO CLIENTE QUANDO  *
001070*    ELE TEM TAXAS PROPRIAS ("E") OU E ISENTO ("I")               *
001080******************************************************************
001090 1000-TAXAS.
001100     OPEN INPUT PARMSYS.
001110     IF PARM-STATUS = "00"
001120         READ PARMSYS
001130             AT END CONTINUE
001140         END-READ
001150         IF PARM-JUROS-DIA IS NUMERIC
001160             MOVE PARM-JUROS-DIA TO JUR-TAXA-DIA
001170         END-IF
001180         IF PARM-MULTA-ATRASO IS NUMERIC
001190             MOVE PARM-MULTA-ATRASO TO JUR-PERC-MULTA
001200         END-IF
001210         CLOSE PARMSYS.
001220     OPEN INPUT CADPARCEIRO.
001230     IF PARC-STATUS NOT = "00"
001240         GO TO 1000-EXIT.
001250     MOVE JUR-CODCLI TO CODIGO.
001260     READ CADPARCEIRO
001270         INVALID KEY
001280             CLOSE CADPARCEIRO
001290             GO TO 1000-EXIT.
001300     IF ENCARGO-ISENTO
001310         MOVE ZERO TO JUR-TAXA-DIA JUR-PERC-MULTA.
001320     IF ENCARGO-PROPRIO
001330         MOVE JUROS-DIA-CLI TO JUR-TAXA-DIA
001340         MOVE MULTA-CLI     TO JUR-PERC-MULTA.
001350     CLOSE CADPARCEIRO.
001360 1000-EXIT. EXIT.
001370******************************************************************
001380*    2000-CONTAR-UTEIS - ANDA DO DIA SEGUINTE AO VENCIMENTO ATE O *
001390*    PAGAMENTO CONTANDO SO OS DIAS QUE O DIA000 DIZ SEREM UTEIS   *
001400******************************************************************
001410 2000-CONTAR-UTEIS.
001420     MOVE JUR-VENCIMENTO TO W-CONTA-NUM.
001430     MOVE "N" TO W-FIM-CONTA.
001440     PERFORM 2100-CONTAR-UM-DIA THRU 2100-EXIT
001450         UNTIL W-FIM-CONTA-SIM.
001460 2000-EXIT. EXIT.
001470 2100-CONTAR-UM-DIA.
001480     PERFORM 2200-AVANCAR-DIA THRU 2200-EXIT.
001490     IF W-CONTA-NUM > JUR-DATA-PAGTO
001500         MOVE "S" TO W-FIM-CONTA
001510         GO TO 2100-EXIT.
001520     MOVE "T" TO DIA-ACAO.
001530     MOVE W-CONTA-NUM TO DIA-DATA.
001540     CALL "DIA000" USING DIA-PARAMETROS-AREA.
001550     IF DIA-UTIL-SIM
001560         ADD 1 TO JUR-DIAS-ATRASO.
001570 2100-EXIT. EXIT.
001580 2200-AVANCAR-DIA.
001590     PERFORM 2300-DIAS-DO-MES THRU 2300-EXIT.
001600     ADD 1 TO W-CONTA-DIA.
001610     IF W-CONTA-DIA > W-DIAS-MES-CONTA
001620         MOVE 1 TO W-CONTA-DIA
001630         ADD 1 TO W-CONTA-MES
001640         IF W-CONTA-MES > 12
001650             MOVE 1 TO W-CONTA-MES
001660             ADD 1 TO W-CONTA-ANO.
001670 2200-EXIT. EXIT.
001680 2300-DIAS-DO-MES.
001690     EVALUATE W-CONTA-MES
001700         WHEN 4 WHEN 6 WHEN 9 WHEN 11
001710             MOVE 30 TO W-DIAS-MES-CONTA
001720         WHEN 2
001730             DIVIDE W-CONTA-ANO BY 4 GIVING W-QUOC-CONTA
001740                 REMAINDER W-RESTO-4
001750             DIVIDE W-CONTA-ANO BY 100 GIVING W-QUOC-CONTA
001760                 REMAINDER W-RESTO-100
001770             DIVIDE W-CONTA-ANO BY 400 GIVING W-QUOC-CONTA
001780                 REMAINDER W-RESTO-400
001790             IF W-RESTO-4 = ZERO
001800                     AND (W-RESTO-100 NOT = ZERO
001810                          OR W-RESTO-400 = ZERO)
001820                 MOVE 29 TO W-DIAS-MES-CONTA
001830             ELSE
001840                 MOVE 28 TO W-DIAS-MES-CONTA
001850             END-IF
001860         WHEN OTHER
001870             MOVE 31 TO W-DIAS-MES-CONTA
001880     END-EVALUATE.
001890 2300-EXIT. EXIT.
001900******************************************************************
001910*    3000-LANCAR - APENSA O EVENTO NO MOVIMENTO JUROSMOV (NADA    *
001920*    QUANDO JUROS E MULTA SAO ZERO)                               *
001930******************************************************************
001940 3000-LANCAR.
001950     IF JUR-VALOR-JUROS = ZERO AND JUR-VALOR-MULTA = ZERO
001960         GO TO 3000-EXIT.
001970     OPEN EXTEND JUROSMOV.
001980     IF JMV-STATUS = "35"
001990         OPEN OUTPUT JUROSMOV.
002000     MOVE JUR-DATA-PAGTO  TO JM-DATA.
002010     MOVE JUR-TIPO        TO JM-TIPO.
002020     MOVE JUR-PROGRAMA    TO JM-PROGRAMA.
002030     MOVE JUR-CODCLI      TO JM-CODCLI.
002040     MOVE JUR-DOCUMENTO   TO JM-DOCUMENTO.
002050     MOVE JUR-DIAS-ATRASO TO JM-DIAS-ATRASO.
002060     MOVE JUR-VALOR-JUROS TO JM-VALOR-JUROS.
002070     MOVE JUR-VALOR-MULTA TO JM-VALOR-MULTA.
002080     WRITE REGJMV.
002090     CLOSE JUROSMOV.
002100 3000-EXIT. EXIT.
