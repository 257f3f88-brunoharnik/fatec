000010******************************************************************
000020* PROGRAM-ID : PIS000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DE CALCULO DE PIS/COFINS - PROCURA A    *
000080*              SITUACAO TRIBUTARIA DO PRODUTO NA TABPIS (PRIMEIRO*
000090*              PELO CODIGO DO PRODUTO, DEPOIS PELO NCM), CALCULA  *
000100*              OS DOIS IMPOSTOS SOBRE A BASE INFORMADA E, NA      *
000110*              ACAO "G", LANCA O ITEM NO LIVRO LIVPIS. SAIDA      *
000120*              ("D"/"E") USA O CST DE SAIDA E SO TRIBUTA CST 01   *
000130*              A 03; ENTRADA ("C"/"S") USA O CST DE ENTRADA E SO  *
000140*              CREDITA CST 50 A 66. ITEM SEM IMPOSTO NAO E        *
000150*              LANCADO.                                           *
000160*-----------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-09-15 BH        VERSAO INICIAL                             *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PIS000.
000230 AUTHOR. BRUNO HARNIK.
000240 INSTALLATION. FATEC.
000250 DATE-WRITTEN. 2026-09-15.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT TABPIS ASSIGN TO "TABPIS"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS TPC-CHAVE
000370         FILE STATUS IS TPC-STATUS.
000380     SELECT LIVPIS ASSIGN TO "LIVPIS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS LPC-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  TABPIS
000440     LABEL RECORDS ARE STANDARD.
000450     COPY REGPIS.
000460 FD  LIVPIS
000470     LABEL RECORDS ARE STANDARD.
000480     COPY REGLPC.
000490 WORKING-STORAGE SECTION.
000500 01  TPC-STATUS                  PIC X(02).
000510 01  LPC-STATUS                  PIC X(02).
000520 LINKAGE SECTION.
000530 COPY PISPARM.
000540 PROCEDURE DIVISION USING PIS-PARAMETROS-AREA.
000550******************************************************************
000560*    0000-MAINLINE                                                *
000570******************************************************************
000580 0000-MAINLINE.
000590     MOVE "N"  TO PIS-ACHADO.
000600     MOVE ZERO TO PIS-CST PIS-ALIQ-PIS PIS-VALOR-PIS
000610                  PIS-ALIQ-COFINS PIS-VALOR-COFINS.
000620     PERFORM 1000-PROCURAR THRU 1000-EXIT.
000630     IF NOT PIS-ACHADO-SIM
000640         GOBACK.
000650     PERFORM 2000-CALCULAR THRU 2000-EXIT.
000660     IF PIS-ACAO = "G"
000670         PERFORM 3000-LANCAR THRU 3000-EXIT.
000680     GOBACK.
000690******************************************************************
000700*    1000-PROCURAR - TABELA POR PRODUTO; NA FALTA, POR NCM        *
000710******************************************************************
000720 1000-PROCURAR.
000730     OPEN INPUT TABPIS.
000740     IF TPC-STATUS NOT = "00"
000750         GO TO 1000-EXIT.
000760     MOVE "P"         TO TPC-TIPO.
000770     MOVE PIS-CODPROD TO TPC-CODIGO.
000780     READ TABPIS
000790         INVALID KEY
000800             CONTINUE
000810         NOT INVALID KEY
000820             MOVE "S" TO PIS-ACHADO.
000830     IF NOT PIS-ACHADO-SIM AND PIS-CODNCM NOT = ZERO
000840         MOVE "N"        TO TPC-TIPO
000850         MOVE PIS-CODNCM TO TPC-CODIGO
000860         READ TABPIS
000870             INVALID KEY
000880                 CONTINUE
000890             NOT INVALID KEY
000900                 MOVE "S" TO PIS-ACHADO.
000910     CLOSE TABPIS.
000920 1000-EXIT. EXIT.
000930******************************************************************
000940*    2000-CALCULAR - CST CONFORME O LADO (SAIDA OU ENTRADA) E     *
000950*    IMPOSTO SO QUANDO O CST TRIBUTA OU CREDITA                   *
000960******************************************************************
000970 2000-CALCULAR.
000980     IF PIS-LADO-SAIDA
000990         MOVE TPC-CST-SAIDA TO PIS-CST
001000         IF NOT TPC-SAIDA-TRIBUTADA
001010             GO TO 2000-EXIT
001020         END-IF
001030     ELSE
001040         MOVE TPC-CST-ENTRADA TO PIS-CST
001050         IF NOT TPC-ENTRADA-CREDITA
001060             GO TO 2000-EXIT.
001070     MOVE TPC-ALIQ-PIS    TO PIS-ALIQ-PIS.
001080     MOVE TPC-ALIQ-COFINS TO PIS-ALIQ-COFINS.
001090     COMPUTE PIS-VALOR-PIS ROUNDED =
001100         PIS-BASE * PIS-ALIQ-PIS / 100.
001110     COMPUTE PIS-VALOR-COFINS ROUNDED =
001120         PIS-BASE * PIS-ALIQ-COFINS / 100.
001130 2000-EXIT. EXIT.
001140******************************************************************
001150*    3000-LANCAR - APENSA O ITEM NO LIVRO LIVPIS                  *
001160******************************************************************
001170 3000-LANCAR.
001180     IF PIS-VALOR-PIS = ZERO AND PIS-VALOR-COFINS = ZERO
001190         GO TO 3000-EXIT.
001200     OPEN EXTEND LIVPIS.
001210     IF LPC-STATUS = "35"
001220         OPEN OUTPUT LIVPIS.
001230     MOVE PIS-DATA         TO LPC-DATA.
001240     MOVE PIS-TIPO         TO LPC-TIPO.
001250     MOVE PIS-PROGRAMA     TO LPC-PROGRAMA.
001260     MOVE PIS-DOCUMENTO    TO LPC-DOCUMENTO.
001270     MOVE PIS-CODPROD      TO LPC-CODPROD.
001280     MOVE PIS-CST          TO LPC-CST.
001290     MOVE PIS-BASE         TO LPC-BASE.
001300     MOVE PIS-ALIQ-PIS     TO LPC-ALIQ-PIS.
001310     MOVE PIS-VALOR-PIS    TO LPC-VALOR-PIS.
001320     MOVE PIS-ALIQ-COFINS  TO LPC-ALIQ-COFINS.
001330     MOVE PIS-VALOR-COFINS TO LPC-VALOR-COFINS.
001340     WRITE REGLPC.
001350     CLOSE LIVPIS.
001360 3000-EXIT. EXIT.
