000010******************************************************************
000020* PROGRAM-ID : CEP091                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : RECONTAGEM DO RESUMO MENSAL DE VENDAS (RESVENDA).  *
000080*              RELE AS NOTAS DO NOTAREG (ITENS DO PEDITEM E       *
000090*              LINHA DO DOCUMENTO; A NOTA CANCELADA SO DEIXA A    *
000100*              DATA), AS DEVOLUCOES DO DEVVENDA/DEVITEM E OS      *
000110*              ITENS DE BALCAO DO CAIXAITM, CLASSIFICA PELA CHAVE *
000120*              DO RESUMO E TOTALIZA. MODO 1 RECRIA O RESVENDA DO  *
000130*              ZERO (IMPLANTACAO, PERDA DO ARQUIVO, RESTAURACAO); *
000140*              MODO 2 CONFERE O RESVENDA LINHA A LINHA CONTRA A   *
000150*              RECONTAGEM (LINHA ZERADA VALE AUSENTE), LISTA AS   *
000160*              DIFERENCAS NO REPRSV (SPOOL SPL000) E TERMINA COM  *
000170*              RETURN-CODE 8 SE HOUVER ALGUMA.                    *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-10-15 BH        VERSAO INICIAL                             *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CEP091.
000250 AUTHOR. BRUNO HARNIK.
000260 INSTALLATION. FATEC.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT NOTAREG ASSIGN TO "NOTAREG"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS NF-NUMERO
000390         FILE STATUS IS NOT-STATUS.
000400     SELECT PEDVENDA ASSIGN TO "PEDVENDA"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PV-NUMERO
000440         FILE STATUS IS PED-STATUS.
000450     SELECT PEDITEM ASSIGN TO "PEDITEM"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PVI-CHAVE
000490         FILE STATUS IS ITM-STATUS.
000500     SELECT DEVVENDA ASSIGN TO "DEVVENDA"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DV-NUMERO
000540         FILE STATUS IS DEV-STATUS.
000550     SELECT DEVITEM ASSIGN TO "DEVITEM"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DVI-CHAVE
000590         FILE STATUS IS DVI-STATUS.
000600     SELECT CAIXAITM ASSIGN TO "CAIXAITM"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CXI-STATUS.
000630     SELECT RESVENDA ASSIGN TO "RESVENDA"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS RS-CHAVE
000670         FILE STATUS IS RSV-STATUS.
000680     SELECT REPRSV ASSIGN TO "REPRSV"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS REL-STATUS.
000710     SELECT SORTWK ASSIGN TO "SORTWK7".
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  NOTAREG
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REGNOT.
000770 FD  PEDVENDA
000780     LABEL RECORDS ARE STANDARD.
000790     COPY REGPEDV.
000800 FD  PEDITEM
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGPEDI.
000830 FD  DEVVENDA
000840     LABEL RECORDS ARE STANDARD.
000850     COPY REGDVV.
000860 FD  DEVITEM
000870     LABEL RECORDS ARE STANDARD.
000880     COPY REGDVI.
000890 FD  CAIXAITM
000900     LABEL RECORDS ARE STANDARD.
000910     COPY REGCXI.
000920 FD  RESVENDA
000930     LABEL RECORDS ARE STANDARD.
000940     COPY REGRSV.
000950 FD  REPRSV
000960     LABEL RECORDS ARE STANDARD.
000970 01  REG-RELAT                   PIC X(132).
000980 SD  SORTWK.
000990 01  SD-RESUMO.
001000     05  SD-CHAVE.
001010         10  SD-ANO              PIC 9(04).
001020         10  SD-MES              PIC 9(02).
001030         10  SD-CODPROD          PIC 9(08).
001040         10  SD-CODCLI           PIC 9(04).
001050         10  SD-CODVEND          PIC 9(04).
001060         10  SD-ORIGEM           PIC X(01).
001070     05  SD-VALORES.
001080         10  SD-QUANTIDADE       PIC S9(09).
001090         10  SD-VALOR            PIC S9(13)V99.
001100         10  SD-CUSTO            PIC S9(13)V99.
001110         10  SD-ICMS             PIC S9(13)V99.
001120         10  SD-QTDE-DEV         PIC S9(09).
001130         10  SD-VALOR-DEV        PIC S9(13)V99.
001140         10  SD-CUSTO-DEV        PIC S9(13)V99.
001150         10  SD-ICMS-DEV         PIC S9(13)V99.
001160         10  SD-DOCUMENTOS       PIC S9(07).
001170         10  SD-FRETE            PIC S9(13)V99.
001180     05  SD-ULT-DATA             PIC 9(08).
001190 WORKING-STORAGE SECTION.
001200 01  NOT-STATUS                  PIC X(02).
001210 01  PED-STATUS                  PIC X(02).
001220 01  ITM-STATUS                  PIC X(02).
001230 01  DEV-STATUS                  PIC X(02).
001240 01  DVI-STATUS                  PIC X(02).
001250 01  CXI-STATUS                  PIC X(02).
001260 01  RSV-STATUS                  PIC X(02).
001270 01  REL-STATUS                  PIC X(02).
001280 COPY RUNPARM.
001290 COPY SPLPARM.
001300 01  W-SWITCHES.
001310     05  W-EOF                   PIC X(01).
001320         88  W-EOF-SIM           VALUE "S".
001330     05  W-EOF-ITEM              PIC X(01).
001340         88  W-EOF-ITEM-SIM      VALUE "S".
001350     05  W-EOF-RSV               PIC X(01).
001360         88  W-EOF-RSV-SIM       VALUE "S".
001370     05  W-EOF-SPL               PIC X(01).
001380         88  W-EOF-SPL-SIM       VALUE "S".
001390     05  W-PRIMEIRO              PIC X(01).
001400         88  W-PRIMEIRO-SIM      VALUE "S".
001410     05  W-PEDITEM-ABERTO        PIC X(01) VALUE "N".
001420         88  W-PEDITEM-ABERTO-SIM VALUE "S".
001430     05  W-PEDVENDA-ABERTO       PIC X(01) VALUE "N".
001440         88  W-PEDVENDA-ABERTO-SIM VALUE "S".
001450     05  W-RESVENDA-ABERTO       PIC X(01) VALUE "N".
001460         88  W-RESVENDA-ABERTO-SIM VALUE "S".
001470 01  W-MODO                      PIC X(01).
001480     88  W-MODO-RECRIAR          VALUE "1".
001490     88  W-MODO-CONFERIR         VALUE "2".
001500 01  W-CODVEND-PED               PIC 9(04).
001510 01  W-NUMERO-PED                PIC 9(08).
001520 01  W-NUMERO-DEV                PIC 9(08).
001530 01  W-QTDE-NOTAS                PIC 9(07) VALUE ZERO.
001540 01  W-QTDE-DEVOLUCOES           PIC 9(07) VALUE ZERO.
001550 01  W-QTDE-BALCAO               PIC 9(07) VALUE ZERO.
001560 01  W-QTDE-LINHAS               PIC 9(07) VALUE ZERO.
001570 01  W-QTDE-GRAVADAS             PIC 9(07) VALUE ZERO.
001580 01  W-QTDE-REJEITADAS           PIC 9(07) VALUE ZERO.
001590 01  W-QTDE-DIFERENCAS           PIC 9(07) VALUE ZERO.
001600 01  W-DATA-ATUAL.
001610     05  W-ANO-ATUAL             PIC 9(04).
001620     05  W-MES-ATUAL             PIC 9(02).
001630     05  W-DIA-ATUAL             PIC 9(02).
001640 01  W-SITUACAO                  PIC X(20).
001650******************************************************************
001660*    LINHA RECONTADA EM TOTALIZACAO (MESMO LAYOUT DO REGRSV)      *
001670******************************************************************
001680 01  W-ACUM.
001690     05  AC-CHAVE.
001700         10  AC-ANO              PIC 9(04).
001710         10  AC-MES              PIC 9(02).
001720         10  AC-CODPROD          PIC 9(08).
001730         10  AC-CODCLI           PIC 9(04).
001740         10  AC-CODVEND          PIC 9(04).
001750         10  AC-ORIGEM           PIC X(01).
001760     05  AC-VALORES.
001770         10  AC-QUANTIDADE       PIC S9(09).
001780         10  AC-VALOR            PIC S9(13)V99.
001790         10  AC-CUSTO            PIC S9(13)V99.
001800         10  AC-ICMS             PIC S9(13)V99.
001810         10  AC-QTDE-DEV         PIC S9(09).
001820         10  AC-VALOR-DEV        PIC S9(13)V99.
001830         10  AC-CUSTO-DEV        PIC S9(13)V99.
001840         10  AC-ICMS-DEV         PIC S9(13)V99.
001850         10  AC-DOCUMENTOS       PIC S9(07).
001860         10  AC-FRETE            PIC S9(13)V99.
001870     05  AC-ULT-DATA             PIC 9(08).
001880 01  W-ACUM-SALVO                PIC X(161).
001890 01  W-RSV-SALVO                 PIC X(161).
001900 01  W-ZERADA                    PIC X(01).
001910     88  W-ZERADA-SIM            VALUE "S".
001920******************************************************************
001930*    LINHAS DO RELATORIO DE DIFERENCAS                            *
001940******************************************************************
001950 01  LIN-CABEC1.
001960     05  FILLER                  PIC X(48) VALUE
001970         "CONFERENCIA DO RESUMO MENSAL DE VENDAS - EM ".
001980     05  LC1-DIA                 PIC 9(02).
001990     05  FILLER                  PIC X(01) VALUE "/".
002000     05  LC1-MES                 PIC 9(02).
002010     05  FILLER                  PIC X(01) VALUE "/".
002020     05  LC1-ANO                 PIC 9(04).
002030 01  LIN-CABEC2.
002040     05  FILLER                  PIC X(49) VALUE
002050         "VENDAS       QTDE           VALOR           CUSTO".
002060     05  FILLER                  PIC X(48) VALUE
002070         "            ICMS  NOTAS           FRETE ULT.DATA".
002080 01  LIN-CABEC3.
002090     05  FILLER                  PIC X(49) VALUE
002100         "DEVOL.       QTDE           VALOR           CUSTO".
002110     05  FILLER                  PIC X(16) VALUE
002120         "            ICMS".
002130 01  LIN-CHAVE.
002140     05  FILLER                  PIC X(04) VALUE "MES ".
002150     05  LK-MES                  PIC 9(02).
002160     05  FILLER                  PIC X(01) VALUE "/".
002170     05  LK-ANO                  PIC 9(04).
002180     05  FILLER                  PIC X(10) VALUE "  PRODUTO ".
002190     05  LK-CODPROD              PIC 9(08).
002200     05  FILLER                  PIC X(10) VALUE "  CLIENTE ".
002210     05  LK-CODCLI               PIC 9(04).
002220     05  FILLER                  PIC X(11) VALUE "  VENDEDOR ".
002230     05  LK-CODVEND              PIC 9(04).
002240     05  FILLER                  PIC X(09) VALUE "  ORIGEM ".
002250     05  LK-ORIGEM               PIC X(01).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  LK-SITUACAO             PIC X(20).
002280 01  LIN-VALORES.
002290     05  LV-ROTULO               PIC X(07).
002300     05  LV-QUANTIDADE           PIC -(9)9.
002310     05  LV-VALOR                PIC -(12)9,99.
002320     05  LV-CUSTO                PIC -(12)9,99.
002330     05  LV-ICMS                 PIC -(12)9,99.
002340     05  LV-DOCUMENTOS           PIC -(6)9.
002350     05  LV-FRETE                PIC -(12)9,99.
002360     05  FILLER                  PIC X(01) VALUE SPACES.
002370     05  LV-ULT-DATA             PIC 9(08).
002380 01  LIN-DEVOL.
002390     05  LD-ROTULO               PIC X(07).
002400     05  LD-QTDE-DEV             PIC -(9)9.
002410     05  LD-VALOR-DEV            PIC -(12)9,99.
002420     05  LD-CUSTO-DEV            PIC -(12)9,99.
002430     05  LD-ICMS-DEV             PIC -(12)9,99.
002440 01  LIN-TOTAL.
002450     05  FILLER                  PIC X(30) VALUE
002460         "LINHAS RECONTADAS............:".
002470     05  LT-LINHAS               PIC ZZZZZZ9.
002480 01  LIN-TOTAL2.
002490     05  FILLER                  PIC X(30) VALUE
002500         "DIFERENCAS...................:".
002510     05  LT-DIFERENCAS           PIC ZZZZZZ9.
002520 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
002530 PROCEDURE DIVISION.
002540******************************************************************
002550*    0000-MAINLINE                                                *
002560******************************************************************
002570 0000-MAINLINE.
002580     DISPLAY "CEP091: RESUMO MENSAL DE VENDAS".
002590     DISPLAY "        1-RECRIAR 2-CONFERIR =>".
002600     ACCEPT W-MODO.
002610     IF NOT W-MODO-RECRIAR AND NOT W-MODO-CONFERIR
002620         DISPLAY "OPCAO INVALIDA"
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN.
002650     MOVE "CEP091" TO RCT-PROGRAMA.
002660     MOVE ZERO TO RCT-DATA.
002670     MOVE "L" TO RCT-ACAO.
002680     CALL "RUNCTL" USING RCT-PARAMETROS.
002690     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
002700     SORT SORTWK ON ASCENDING KEY SD-CHAVE
002710         INPUT PROCEDURE IS 1000-RECONTAR THRU 1000-EXIT
002720         OUTPUT PROCEDURE IS 2000-TOTALIZAR THRU 2000-EXIT.
002730     DISPLAY "CEP091: NOTAS LIDAS..............: " W-QTDE-NOTAS.
002740     DISPLAY "CEP091: DEVOLUCOES LIDAS.........: "
002750         W-QTDE-DEVOLUCOES.
002760     DISPLAY "CEP091: ITENS DE BALCAO LIDOS....: " W-QTDE-BALCAO.
002770     DISPLAY "CEP091: LINHAS RECONTADAS........: " W-QTDE-LINHAS.
002780     IF W-MODO-RECRIAR
002790         DISPLAY "CEP091: GRAVADAS NO RESVENDA.....: "
002800             W-QTDE-GRAVADAS
002810         DISPLAY "CEP091: REJEITADAS...............: "
002820             W-QTDE-REJEITADAS
002830         MOVE W-QTDE-GRAVADAS TO RCT-REGISTROS
002840     ELSE
002850         PERFORM 9000-ESPOLAR THRU 9000-EXIT
002860         DISPLAY "CEP091: DIFERENCAS...............: "
002870             W-QTDE-DIFERENCAS
002880         DISPLAY "CEP091: RELATORIO EM REPRSV, SPOOL " SPA-NUMERO
002890         MOVE W-QTDE-LINHAS TO RCT-REGISTROS
002900         IF W-QTDE-DIFERENCAS NOT = ZERO
002910             MOVE 8 TO RETURN-CODE
002920         END-IF
002930     END-IF.
002940     MOVE "F" TO RCT-ACAO.
002950     CALL "RUNCTL" USING RCT-PARAMETROS.
002960     STOP RUN.
002970******************************************************************
002980*    1000-RECONTAR - LIBERA AS LINHAS DAS NOTAS, DAS DEVOLUCOES E *
002990*    DO BALCAO, DO MESMO JEITO QUE A RSV000 AS SOMA NA HORA       *
003000******************************************************************
003010 1000-RECONTAR.
003020     OPEN INPUT PEDVENDA.
003030     IF PED-STATUS = "00"
003040         MOVE "S" TO W-PEDVENDA-ABERTO.
003050     OPEN INPUT PEDITEM.
003060     IF ITM-STATUS = "00"
003070         MOVE "S" TO W-PEDITEM-ABERTO.
003080     PERFORM 1100-NOTAS THRU 1100-EXIT.
003090     PERFORM 1300-DEVOLUCOES THRU 1300-EXIT.
003100     PERFORM 1500-BALCAO THRU 1500-EXIT.
003110     IF W-PEDVENDA-ABERTO-SIM
003120         CLOSE PEDVENDA.
003130     IF W-PEDITEM-ABERTO-SIM
003140         CLOSE PEDITEM.
003150 1000-EXIT. EXIT.
003160******************************************************************
003170*    1100-NOTAS - CADA NOTA DO NOTAREG DA A LINHA DO DOCUMENTO;   *
003180*    A EMITIDA DA TAMBEM OS ITENS DO PEDIDO                       *
003190******************************************************************
003200 1100-NOTAS.
003210     OPEN INPUT NOTAREG.
003220     IF NOT-STATUS NOT = "00"
003230         DISPLAY "CEP091: SEM ARQUIVO NOTAREG"
003240         GO TO 1100-EXIT.
003250     MOVE "N" TO W-EOF.
003260     MOVE LOW-VALUES TO NF-NUMERO.
003270     START NOTAREG KEY IS NOT LESS THAN NF-NUMERO
003280         INVALID KEY MOVE "S" TO W-EOF.
003290     PERFORM 1110-LER-NOTA THRU 1110-EXIT
003300         UNTIL W-EOF-SIM.
003310     CLOSE NOTAREG.
003320 1100-EXIT. EXIT.
003330 1110-LER-NOTA.
003340     READ NOTAREG NEXT RECORD
003350         AT END
003360             MOVE "S" TO W-EOF
003370             GO TO 1110-EXIT.
003380     ADD 1 TO W-QTDE-NOTAS.
003390     MOVE NF-NUMERO-PEDIDO TO W-NUMERO-PED.
003400     PERFORM 1700-LER-VENDEDOR THRU 1700-EXIT.
003410     INITIALIZE SD-RESUMO.
003420     MOVE NF-EMI-ANO    TO SD-ANO.
003430     MOVE NF-EMI-MES    TO SD-MES.
003440     MOVE ZERO          TO SD-CODPROD.
003450     MOVE NF-CODCLI     TO SD-CODCLI.
003460     MOVE W-CODVEND-PED TO SD-CODVEND.
003470     MOVE "N"           TO SD-ORIGEM.
003480     IF NOTA-EMITIDA
003490         MOVE 1              TO SD-DOCUMENTOS
003500         MOVE NF-TOTAL-FRETE TO SD-FRETE.
003510     COMPUTE SD-ULT-DATA = NF-EMI-ANO * 10000 + NF-EMI-MES * 100
003520         + NF-EMI-DIA.
003530     RELEASE SD-RESUMO.
003540     IF NOT NOTA-EMITIDA OR NOT W-PEDITEM-ABERTO-SIM
003550         GO TO 1110-EXIT.
003560     MOVE "N" TO W-EOF-ITEM.
003570     MOVE W-NUMERO-PED TO PVI-NUMERO.
003580     MOVE ZERO TO PVI-SEQ.
003590     START PEDITEM KEY IS NOT LESS THAN PVI-CHAVE
003600         INVALID KEY MOVE "S" TO W-EOF-ITEM.
003610     PERFORM 1120-LER-ITEM THRU 1120-EXIT
003620         UNTIL W-EOF-ITEM-SIM.
003630 1110-EXIT. EXIT.
003640 1120-LER-ITEM.
003650     READ PEDITEM NEXT RECORD
003660         AT END
003670             MOVE "S" TO W-EOF-ITEM
003680             GO TO 1120-EXIT.
003690     IF PVI-NUMERO NOT = W-NUMERO-PED
003700         MOVE "S" TO W-EOF-ITEM
003710         GO TO 1120-EXIT.
003720     INITIALIZE SD-RESUMO.
003730     MOVE NF-EMI-ANO     TO SD-ANO.
003740     MOVE NF-EMI-MES     TO SD-MES.
003750     MOVE PVI-CODPROD    TO SD-CODPROD.
003760     MOVE NF-CODCLI      TO SD-CODCLI.
003770     MOVE W-CODVEND-PED  TO SD-CODVEND.
003780     MOVE "N"            TO SD-ORIGEM.
003790     MOVE PVI-QUANTIDADE TO SD-QUANTIDADE.
003800     MOVE PVI-VALOR      TO SD-VALOR.
003810     COMPUTE SD-CUSTO = PVI-CUSTO * PVI-QUANTIDADE.
003820     MOVE PVI-VALOR-ICMS TO SD-ICMS.
003830     RELEASE SD-RESUMO.
003840 1120-EXIT. EXIT.
003850******************************************************************
003860*    1300-DEVOLUCOES - ITENS DEVOLVIDOS NO MES DA DEVOLUCAO, COM  *
003870*    O VENDEDOR DO PEDIDO E O CUSTO CAPTURADO NO ITEM DO PEDIDO   *
003880******************************************************************
003890 1300-DEVOLUCOES.
003900     OPEN INPUT DEVVENDA.
003910     IF DEV-STATUS NOT = "00"
003920         DISPLAY "CEP091: SEM ARQUIVO DEVVENDA"
003930         GO TO 1300-EXIT.
003940     OPEN INPUT DEVITEM.
003950     IF DVI-STATUS NOT = "00"
003960         DISPLAY "CEP091: SEM ARQUIVO DEVITEM"
003970         CLOSE DEVVENDA
003980         GO TO 1300-EXIT.
003990     MOVE "N" TO W-EOF.
004000     MOVE LOW-VALUES TO DV-NUMERO.
004010     START DEVVENDA KEY IS NOT LESS THAN DV-NUMERO
004020         INVALID KEY MOVE "S" TO W-EOF.
004030     PERFORM 1310-LER-DEVOLUCAO THRU 1310-EXIT
004040         UNTIL W-EOF-SIM.
004050     CLOSE DEVVENDA.
004060     CLOSE DEVITEM.
004070 1300-EXIT. EXIT.
004080 1310-LER-DEVOLUCAO.
004090     READ DEVVENDA NEXT RECORD
004100         AT END
004110             MOVE "S" TO W-EOF
004120             GO TO 1310-EXIT.
004130     ADD 1 TO W-QTDE-DEVOLUCOES.
004140     MOVE DV-NUMERO-PEDIDO TO W-NUMERO-PED.
004150     MOVE DV-NUMERO        TO W-NUMERO-DEV.
004160     PERFORM 1700-LER-VENDEDOR THRU 1700-EXIT.
004170     MOVE "N" TO W-EOF-ITEM.
004180     MOVE W-NUMERO-DEV TO DVI-NUMERO.
004190     MOVE ZERO TO DVI-SEQ.
004200     START DEVITEM KEY IS NOT LESS THAN DVI-CHAVE
004210         INVALID KEY MOVE "S" TO W-EOF-ITEM.
004220     PERFORM 1320-LER-ITEM-DEV THRU 1320-EXIT
004230         UNTIL W-EOF-ITEM-SIM.
004240 1310-EXIT. EXIT.
004250 1320-LER-ITEM-DEV.
004260     READ DEVITEM NEXT RECORD
004270         AT END
004280             MOVE "S" TO W-EOF-ITEM
004290             GO TO 1320-EXIT.
004300     IF DVI-NUMERO NOT = W-NUMERO-DEV
004310         MOVE "S" TO W-EOF-ITEM
004320         GO TO 1320-EXIT.
004330     MOVE ZERO TO PVI-CUSTO.
004340     IF W-PEDITEM-ABERTO-SIM
004350         MOVE W-NUMERO-PED TO PVI-NUMERO
004360         MOVE DVI-SEQ      TO PVI-SEQ
004370         READ PEDITEM
004380             INVALID KEY
004390                 MOVE ZERO TO PVI-CUSTO
004400         END-READ
004410     END-IF.
004420     INITIALIZE SD-RESUMO.
004430     MOVE DV-ANO         TO SD-ANO.
004440     MOVE DV-MES         TO SD-MES.
004450     MOVE DVI-CODPROD    TO SD-CODPROD.
004460     MOVE DV-CODCLI      TO SD-CODCLI.
004470     MOVE W-CODVEND-PED  TO SD-CODVEND.
004480     MOVE "N"            TO SD-ORIGEM.
004490     MOVE DVI-QUANTIDADE TO SD-QTDE-DEV.
004500     MOVE DVI-VALOR      TO SD-VALOR-DEV.
004510     COMPUTE SD-CUSTO-DEV = PVI-CUSTO * DVI-QUANTIDADE.
004520     MOVE DVI-VALOR-ICMS TO SD-ICMS-DEV.
004530     RELEASE SD-RESUMO.
004540 1320-EXIT. EXIT.
004550******************************************************************
004560*    1500-BALCAO - ITENS DAS VENDAS DE BALCAO (CAIXAITM), SEM     *
004570*    VENDEDOR, CUSTO PELO PRECO MEDIO GRAVADO NA VENDA            *
004580******************************************************************
004590 1500-BALCAO.
004600     OPEN INPUT CAIXAITM.
004610     IF CXI-STATUS NOT = "00"
004620         DISPLAY "CEP091: SEM ARQUIVO CAIXAITM"
004630         GO TO 1500-EXIT.
004640     MOVE "N" TO W-EOF.
004650     PERFORM 1510-LER-BALCAO THRU 1510-EXIT
004660         UNTIL W-EOF-SIM.
004670     CLOSE CAIXAITM.
004680 1500-EXIT. EXIT.
004690 1510-LER-BALCAO.
004700     READ CAIXAITM
004710         AT END
004720             MOVE "S" TO W-EOF
004730             GO TO 1510-EXIT.
004740     ADD 1 TO W-QTDE-BALCAO.
004750     INITIALIZE SD-RESUMO.
004760     MOVE CXI-ANO        TO SD-ANO.
004770     MOVE CXI-MES        TO SD-MES.
004780     MOVE CXI-CODPROD    TO SD-CODPROD.
004790     MOVE CXI-CODCLI     TO SD-CODCLI.
004800     MOVE ZERO           TO SD-CODVEND.
004810     MOVE "B"            TO SD-ORIGEM.
004820     MOVE CXI-QUANTIDADE TO SD-QUANTIDADE.
004830     MOVE CXI-VALOR      TO SD-VALOR.
004840     COMPUTE SD-CUSTO = CXI-CUSTO * CXI-QUANTIDADE.
004850     RELEASE SD-RESUMO.
004860 1510-EXIT. EXIT.
004870******************************************************************
004880*    1700-LER-VENDEDOR - VENDEDOR DO PEDIDO W-NUMERO-PED (ZERO SE *
004890*    O PEDIDO NAO FOR ACHADO)                                     *
004900******************************************************************
004910 1700-LER-VENDEDOR.
004920     MOVE ZERO TO W-CODVEND-PED.
004930     IF NOT W-PEDVENDA-ABERTO-SIM
004940         GO TO 1700-EXIT.
004950     MOVE W-NUMERO-PED TO PV-NUMERO.
004960     READ PEDVENDA
004970         INVALID KEY
004980             GO TO 1700-EXIT.
004990     MOVE PV-CODVEND TO W-CODVEND-PED.
005000 1700-EXIT. EXIT.
005010******************************************************************
005020*    2000-TOTALIZAR - SOMA AS LINHAS DA MESMA CHAVE E, A CADA     *
005030*    QUEBRA, GRAVA (MODO 1) OU CONFERE (MODO 2) A LINHA TOTAL     *
005040******************************************************************
005050 2000-TOTALIZAR.
005060     IF W-MODO-RECRIAR
005070         OPEN OUTPUT RESVENDA
005080         IF RSV-STATUS NOT = "00"
005090             DISPLAY "CEP091: ERRO NA CRIACAO DO RESVENDA: "
005100                 RSV-STATUS
005110             MOVE 8 TO RETURN-CODE
005120             GO TO 2000-EXIT
005130         END-IF
005140     ELSE
005150         PERFORM 3000-ABRIR-CONFERENCIA THRU 3000-EXIT
005160     END-IF.
005170     MOVE "S" TO W-PRIMEIRO.
005180     MOVE "N" TO W-EOF.
005190     PERFORM 2100-RETORNAR THRU 2100-EXIT.
005200     PERFORM 2200-SOMAR THRU 2200-EXIT
005210         UNTIL W-EOF-SIM.
005220     IF NOT W-PRIMEIRO-SIM
005230         PERFORM 2500-FECHAR-LINHA THRU 2500-EXIT.
005240     IF W-MODO-RECRIAR
005250         CLOSE RESVENDA
005260     ELSE
005270         PERFORM 3500-ENCERRAR-CONFERENCIA THRU 3500-EXIT
005280     END-IF.
005290 2000-EXIT. EXIT.
005300 2100-RETORNAR.
005310     RETURN SORTWK
005320         AT END MOVE "S" TO W-EOF.
005330 2100-EXIT. EXIT.
005340 2200-SOMAR.
005350     IF W-PRIMEIRO-SIM
005360         MOVE "N" TO W-PRIMEIRO
005370         INITIALIZE W-ACUM
005380         MOVE SD-CHAVE TO AC-CHAVE
005390     ELSE
005400         IF SD-CHAVE NOT = AC-CHAVE
005410             PERFORM 2500-FECHAR-LINHA THRU 2500-EXIT
005420             INITIALIZE W-ACUM
005430             MOVE SD-CHAVE TO AC-CHAVE
005440         END-IF
005450     END-IF.
005460     ADD SD-QUANTIDADE  TO AC-QUANTIDADE.
005470     ADD SD-VALOR       TO AC-VALOR.
005480     ADD SD-CUSTO       TO AC-CUSTO.
005490     ADD SD-ICMS        TO AC-ICMS.
005500     ADD SD-QTDE-DEV    TO AC-QTDE-DEV.
005510     ADD SD-VALOR-DEV   TO AC-VALOR-DEV.
005520     ADD SD-CUSTO-DEV   TO AC-CUSTO-DEV.
005530     ADD SD-ICMS-DEV    TO AC-ICMS-DEV.
005540     ADD SD-DOCUMENTOS  TO AC-DOCUMENTOS.
005550     ADD SD-FRETE       TO AC-FRETE.
005560     IF SD-ULT-DATA > AC-ULT-DATA
005570         MOVE SD-ULT-DATA TO AC-ULT-DATA.
005580     PERFORM 2100-RETORNAR THRU 2100-EXIT.
005590 2200-EXIT. EXIT.
005600 2500-FECHAR-LINHA.
005610     ADD 1 TO W-QTDE-LINHAS.
005620     IF W-MODO-CONFERIR
005630         PERFORM 3100-CONFERIR-LINHA THRU 3100-EXIT
005640         GO TO 2500-EXIT.
005650     MOVE W-ACUM TO REGRSV.
005660     WRITE REGRSV
005670         INVALID KEY
005680             ADD 1 TO W-QTDE-REJEITADAS
005690         NOT INVALID KEY
005700             ADD 1 TO W-QTDE-GRAVADAS.
005710 2500-EXIT. EXIT.
005720******************************************************************
005730*    3000-ABRIR-CONFERENCIA - ABRE O RESVENDA (AUSENTE = VAZIO) E *
005740*    O RELATORIO, E LE A PRIMEIRA LINHA DO RESUMO                 *
005750******************************************************************
005760 3000-ABRIR-CONFERENCIA.
005770     OPEN OUTPUT REPRSV.
005780     MOVE W-DIA-ATUAL TO LC1-DIA.
005790     MOVE W-MES-ATUAL TO LC1-MES.
005800     MOVE W-ANO-ATUAL TO LC1-ANO.
005810     WRITE REG-RELAT FROM LIN-CABEC1.
005820     WRITE REG-RELAT FROM LIN-BRANCO.
005830     WRITE REG-RELAT FROM LIN-CABEC2.
005840     WRITE REG-RELAT FROM LIN-CABEC3.
005850     WRITE REG-RELAT FROM LIN-BRANCO.
005860     MOVE "S" TO W-EOF-RSV.
005870     OPEN INPUT RESVENDA.
005880     IF RSV-STATUS NOT = "00"
005890         DISPLAY "CEP091: SEM ARQUIVO RESVENDA"
005900         GO TO 3000-EXIT.
005910     MOVE "S" TO W-RESVENDA-ABERTO.
005920     MOVE "N" TO W-EOF-RSV.
005930     MOVE LOW-VALUES TO RS-CHAVE.
005940     START RESVENDA KEY IS NOT LESS THAN RS-CHAVE
005950         INVALID KEY MOVE "S" TO W-EOF-RSV.
005960     PERFORM 3900-LER-RESUMO THRU 3900-EXIT.
005970 3000-EXIT. EXIT.
005980******************************************************************
005990*    3100-CONFERIR-LINHA - BALANCE-LINE: AS LINHAS DO RESUMO DE   *
006000*    CHAVE MENOR SO EXISTEM NO RESUMO; A DE MESMA CHAVE E         *
006010*    COMPARADA CAMPO A CAMPO; SE NAO HOUVER, FALTA NO RESUMO      *
006020******************************************************************
006030 3100-CONFERIR-LINHA.
006040     PERFORM 3200-SOBRA-RESUMO THRU 3200-EXIT
006050         UNTIL W-EOF-RSV-SIM OR RS-CHAVE NOT < AC-CHAVE.
006060     IF NOT W-EOF-RSV-SIM AND RS-CHAVE = AC-CHAVE
006070         IF RS-VALORES NOT = AC-VALORES
006080             OR RS-ULT-DATA NOT = AC-ULT-DATA
006090             MOVE "VALORES DIFERENTES" TO W-SITUACAO
006100             PERFORM 3800-IMPRIMIR THRU 3800-EXIT
006110         END-IF
006120         PERFORM 3900-LER-RESUMO THRU 3900-EXIT
006130         GO TO 3100-EXIT
006140     END-IF.
006150     MOVE REGRSV TO W-RSV-SALVO.
006160     MOVE W-ACUM TO REGRSV.
006170     PERFORM 3700-TESTAR-ZERADA THRU 3700-EXIT.
006180     IF NOT W-ZERADA-SIM
006190         INITIALIZE REGRSV
006200         MOVE AC-CHAVE TO RS-CHAVE
006210         MOVE "FALTA NO RESUMO" TO W-SITUACAO
006220         PERFORM 3800-IMPRIMIR THRU 3800-EXIT.
006230     MOVE W-RSV-SALVO TO REGRSV.
006240 3100-EXIT. EXIT.
006250 3200-SOBRA-RESUMO.
006260     PERFORM 3700-TESTAR-ZERADA THRU 3700-EXIT.
006270     IF NOT W-ZERADA-SIM
006280         MOVE W-ACUM TO W-ACUM-SALVO
006290         INITIALIZE W-ACUM
006300         MOVE RS-CHAVE TO AC-CHAVE
006310         MOVE "SO NO RESUMO" TO W-SITUACAO
006320         PERFORM 3800-IMPRIMIR THRU 3800-EXIT
006330         MOVE W-ACUM-SALVO TO W-ACUM.
006340     PERFORM 3900-LER-RESUMO THRU 3900-EXIT.
006350 3200-EXIT. EXIT.
006360******************************************************************
006370*    3500-ENCERRAR-CONFERENCIA - O QUE SOBROU NO RESUMO DEPOIS DA *
006380*    ULTIMA LINHA RECONTADA E OS TOTAIS DO RELATORIO              *
006390******************************************************************
006400 3500-ENCERRAR-CONFERENCIA.
006410     PERFORM 3200-SOBRA-RESUMO THRU 3200-EXIT
006420         UNTIL W-EOF-RSV-SIM.
006430     IF W-RESVENDA-ABERTO-SIM
006440         CLOSE RESVENDA.
006450     MOVE W-QTDE-LINHAS     TO LT-LINHAS.
006460     MOVE W-QTDE-DIFERENCAS TO LT-DIFERENCAS.
006470     WRITE REG-RELAT FROM LIN-BRANCO.
006480     WRITE REG-RELAT FROM LIN-TOTAL.
006490     WRITE REG-RELAT FROM LIN-TOTAL2.
006500     CLOSE REPRSV.
006510 3500-EXIT. EXIT.
006520******************************************************************
006530*    3700-TESTAR-ZERADA - LINHA DO REGRSV SEM NENHUM VALOR NEM    *
006540*    DATA (ITEM TODO ESTORNADO) VALE COMO AUSENTE                 *
006550******************************************************************
006560 3700-TESTAR-ZERADA.
006570     MOVE "N" TO W-ZERADA.
006580     IF RS-QUANTIDADE = ZERO AND RS-VALOR = ZERO
006590         AND RS-CUSTO = ZERO AND RS-ICMS = ZERO
006600         AND RS-QTDE-DEV = ZERO AND RS-VALOR-DEV = ZERO
006610         AND RS-CUSTO-DEV = ZERO AND RS-ICMS-DEV = ZERO
006620         AND RS-DOCUMENTOS = ZERO AND RS-FRETE = ZERO
006630         AND RS-ULT-DATA = ZERO
006640         MOVE "S" TO W-ZERADA.
006650 3700-EXIT. EXIT.
006660******************************************************************
006670*    3800-IMPRIMIR - CHAVE, LINHA DO RESUMO (REGRSV) E LINHA      *
006680*    RECONTADA (W-ACUM) DE UMA DIFERENCA                          *
006690******************************************************************
006700 3800-IMPRIMIR.
006710     ADD 1 TO W-QTDE-DIFERENCAS.
006720     MOVE AC-MES      TO LK-MES.
006730     MOVE AC-ANO      TO LK-ANO.
006740     MOVE AC-CODPROD  TO LK-CODPROD.
006750     MOVE AC-CODCLI   TO LK-CODCLI.
006760     MOVE AC-CODVEND  TO LK-CODVEND.
006770     MOVE AC-ORIGEM   TO LK-ORIGEM.
006780     MOVE W-SITUACAO  TO LK-SITUACAO.
006790     WRITE REG-RELAT FROM LIN-CHAVE.
006800     MOVE "RESUMO "     TO LV-ROTULO LD-ROTULO.
006810     MOVE RS-QUANTIDADE TO LV-QUANTIDADE.
006820     MOVE RS-VALOR      TO LV-VALOR.
006830     MOVE RS-CUSTO      TO LV-CUSTO.
006840     MOVE RS-ICMS       TO LV-ICMS.
006850     MOVE RS-DOCUMENTOS TO LV-DOCUMENTOS.
006860     MOVE RS-FRETE      TO LV-FRETE.
006870     MOVE RS-ULT-DATA   TO LV-ULT-DATA.
006880     MOVE RS-QTDE-DEV   TO LD-QTDE-DEV.
006890     MOVE RS-VALOR-DEV  TO LD-VALOR-DEV.
006900     MOVE RS-CUSTO-DEV  TO LD-CUSTO-DEV.
006910     MOVE RS-ICMS-DEV   TO LD-ICMS-DEV.
006920     WRITE REG-RELAT FROM LIN-VALORES.
006930     WRITE REG-RELAT FROM LIN-DEVOL.
006940     MOVE "RECONT."     TO LV-ROTULO LD-ROTULO.
006950     MOVE AC-QUANTIDADE TO LV-QUANTIDADE.
006960     MOVE AC-VALOR      TO LV-VALOR.
006970     MOVE AC-CUSTO      TO LV-CUSTO.
006980     MOVE AC-ICMS       TO LV-ICMS.
006990     MOVE AC-DOCUMENTOS TO LV-DOCUMENTOS.
007000     MOVE AC-FRETE      TO LV-FRETE.
007010     MOVE AC-ULT-DATA   TO LV-ULT-DATA.
007020     MOVE AC-QTDE-DEV   TO LD-QTDE-DEV.
007030     MOVE AC-VALOR-DEV  TO LD-VALOR-DEV.
007040     MOVE AC-CUSTO-DEV  TO LD-CUSTO-DEV.
007050     MOVE AC-ICMS-DEV   TO LD-ICMS-DEV.
007060     WRITE REG-RELAT FROM LIN-VALORES.
007070     WRITE REG-RELAT FROM LIN-DEVOL.
007080     WRITE REG-RELAT FROM LIN-BRANCO.
007090 3800-EXIT. EXIT.
007100 3900-LER-RESUMO.
007110     IF W-EOF-RSV-SIM
007120         GO TO 3900-EXIT.
007130     READ RESVENDA NEXT RECORD
007140         AT END MOVE "S" TO W-EOF-RSV.
007150 3900-EXIT. EXIT.
007160******************************************************************
007170*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA   *
007180*    O SPLREP REIMPRIMIR                                          *
007190******************************************************************
007200 9000-ESPOLAR.
007210     MOVE "I" TO SPA-ACAO.
007220     MOVE "CEP091" TO SPA-PROGRAMA.
007230     MOVE SPACES TO SPA-OPERADOR.
007240     MOVE SPACES TO SPA-PARAMS.
007250     STRING "CONFERENCIA " W-DATA-ATUAL
007260         DELIMITED BY SIZE INTO SPA-PARAMS.
007270     CALL "SPL000" USING SPL-PARAMETROS-AREA.
007280     OPEN INPUT REPRSV.
007290     IF REL-STATUS NOT = "00"
007300         GO TO 9000-FIM.
007310     MOVE "N" TO W-EOF-SPL.
007320     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
007330         UNTIL W-EOF-SPL-SIM.
007340     CLOSE REPRSV.
007350 9000-FIM.
007360     MOVE "F" TO SPA-ACAO.
007370     CALL "SPL000" USING SPL-PARAMETROS-AREA.
007380 9000-EXIT. EXIT.
007390 9100-ESPOLAR-LER.
007400     READ REPRSV
007410         AT END MOVE "S" TO W-EOF-SPL.
007420     IF NOT W-EOF-SPL-SIM
007430         MOVE "L" TO SPA-ACAO
007440         MOVE REG-RELAT TO SPA-LINHA
007450         CALL "SPL000" USING SPL-PARAMETROS-AREA.
007460 9100-EXIT. EXIT.
