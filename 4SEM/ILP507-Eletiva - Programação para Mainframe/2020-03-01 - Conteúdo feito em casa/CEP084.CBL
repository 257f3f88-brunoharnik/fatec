000010******************************************************************
000020* PROGRAM-ID : CEP084                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-14                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : RELATORIO DE LIQUIDACAO (REPLIQ) - LISTA OS        *
000080*              PRODUTOS EM LIQUIDACAO (SITPROD "L") E INATIVOS    *
000090*              (SITPROD "I") QUE AINDA TEM SALDO EM ESTOQUE,      *
000100*              VALORIZADOS PELO CUSTO MEDIO (PMEDIO), COM TOTAL   *
000110*              POR SITUACAO E TOTAL GERAL, PARA O PLANEJAMENTO    *
000120*              DA QUEIMA DO ESTOQUE.                              *
000130*-----------------------------------------------------------------*
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-10-14 BH        VERSAO INICIAL                             *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CEP084.
000200 AUTHOR. BRUNO HARNIK.
000210 INSTALLATION. FATEC.
000220 DATE-WRITTEN. 2026-10-14.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SPECIAL-NAMES.
000270     DECIMAL-POINT IS COMMA.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CADPROD ASSIGN TO "CADPROD"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CODPROD
000340         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000350         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000360         FILE STATUS IS PROD-STATUS.
000370     SELECT REPLIQ ASSIGN TO "REPLIQ"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS REL-STATUS.
000400     SELECT SORTWK ASSIGN TO "SORTWK1".
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CADPROD
000440     LABEL RECORDS ARE STANDARD.
000450     COPY REGPROD.
000460 FD  REPLIQ
000470     LABEL RECORDS ARE STANDARD.
000480 01  REG-RELAT                   PIC X(100).
000490 SD  SORTWK.
000500 01  SD-REGLIQ.
000510     05  SD-SITPROD              PIC X(01).
000520     05  SD-CODPROD              PIC 9(08).
000530     05  SD-DESCPROD             PIC X(30).
000540     05  SD-QUANTIDADE           PIC 9(07).
000550     05  SD-PMEDIO               PIC 9(12)V99.
000560 WORKING-STORAGE SECTION.
000570 01  PROD-STATUS                 PIC X(02).
000580 01  REL-STATUS                  PIC X(02).
000590 01  W-SWITCHES.
000600     05  W-EOF                   PIC X(01) VALUE "N".
000610         88  W-EOF-SIM           VALUE "S".
000620     05  W-PRIMEIRO-GRUPO        PIC X(01) VALUE "S".
000630         88  W-PRIMEIRO-GRUPO-SIM VALUE "S".
000640 01  W-SITPROD-ANTERIOR          PIC X(01) VALUE SPACE.
000650 01  W-VALOR                     PIC 9(15)V99.
000660 01  W-TOTAL-SITUACAO            PIC 9(15)V99 VALUE ZERO.
000670 01  W-TOTAL-GERAL               PIC 9(15)V99 VALUE ZERO.
000680 01  W-QTDE-SITUACAO             PIC 9(07) VALUE ZERO.
000690 01  W-QTDE-IMPRESSA             PIC 9(07) VALUE ZERO.
000700 01  LIN-CABEC1                  PIC X(80) VALUE
000710     "RELATORIO DE LIQUIDACAO - ITENS EM LIQUIDACAO E INATIVOS".
000720 01  LIN-CABEC2.
000730     05  FILLER                  PIC X(42) VALUE
000740         "CODIGO    DESCRICAO".
000750     05  FILLER                  PIC X(50) VALUE
000760         "   QTDE         CUSTO MEDIO          VALOR ESTOQUE".
000770 01  LIN-CABEC-SIT.
000780     05  FILLER                  PIC X(10) VALUE "SITUACAO: ".
000790     05  LCS-SITPROD             PIC X(01).
000800     05  FILLER                  PIC X(03) VALUE " - ".
000810     05  LCS-DESCR               PIC X(12).
000820 01  LIN-DET.
000830     05  LD-CODPROD              PIC 9(08).
000840     05  FILLER                  PIC X(02) VALUE SPACES.
000850     05  LD-DESCPROD             PIC X(30).
000860     05  FILLER                  PIC X(02) VALUE SPACES.
000870     05  LD-QUANTIDADE           PIC ZZZZZZ9.
000880     05  FILLER                  PIC X(02) VALUE SPACES.
000890     05  LD-PMEDIO               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
000900     05  FILLER                  PIC X(02) VALUE SPACES.
000910     05  LD-VALOR                PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
000920 01  LIN-TOTAL.
000930     05  LT-DESCR                PIC X(30).
000940     05  LT-QTDE                 PIC ZZZZZZ9.
000950     05  FILLER                  PIC X(10) VALUE " ITENS".
000960     05  FILLER                  PIC X(07) VALUE "VALOR: ".
000970     05  LT-VALOR                PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
000980 COPY SPLPARM.
000990 01  W-EOF-SPL                   PIC X(01).
001000     88  W-EOF-SPL-SIM           VALUE "S".
001010 PROCEDURE DIVISION.
001020******************************************************************
001030*    0000-MAINLINE                                                *
001040******************************************************************
001050 0000-MAINLINE.
001060     SORT SORTWK ON ASCENDING KEY SD-SITPROD SD-CODPROD
001070         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
001080         OUTPUT PROCEDURE IS 2000-IMPRIMIR THRU 2000-EXIT.
001090     DISPLAY "CEP084: PRODUTOS A LIQUIDAR COM ESTOQUE: "
001100             W-QTDE-IMPRESSA.
001110     STOP RUN.
001120******************************************************************
001130*    1000-SELECIONAR - VARRE O CADPROD E LIBERA PARA O SORT OS    *
001140*    PRODUTOS EM LIQUIDACAO OU INATIVOS COM SALDO EM ESTOQUE      *
001150******************************************************************
001160 1000-SELECIONAR.
001170     OPEN INPUT CADPROD.
001180     IF PROD-STATUS NOT = "00"
001190         DISPLAY "CEP084: CADPROD INDISPONIVEL - STATUS "
001200                 PROD-STATUS
001210         GO TO 1000-EXIT.
001220     MOVE "N" TO W-EOF.
001230     PERFORM 1100-LER-PRODUTO THRU 1100-EXIT
001240         UNTIL W-EOF-SIM.
001250     CLOSE CADPROD.
001260 1000-EXIT. EXIT.
001270 1100-LER-PRODUTO.
001280     READ CADPROD NEXT RECORD
001290         AT END MOVE "S" TO W-EOF.
001300     IF W-EOF-SIM
001310         GO TO 1100-EXIT.
001320     IF (PROD-LIQUIDACAO OR PROD-INATIVO)
001330         AND QUANTIDADE > ZERO
001340         MOVE SITPROD    TO SD-SITPROD
001350         MOVE CODPROD    TO SD-CODPROD
001360         MOVE DESCPROD   TO SD-DESCPROD
001370         MOVE QUANTIDADE TO SD-QUANTIDADE
001380         MOVE PMEDIO     TO SD-PMEDIO
001390         RELEASE SD-REGLIQ.
001400 1100-EXIT. EXIT.
001410******************************************************************
001420*    2000-IMPRIMIR - GRAVA O RELATORIO ORDENADO POR SITUACAO,     *
001430*    COM QUEBRA E TOTAL POR SITUACAO E TOTAL GERAL NO FIM         *
001440******************************************************************
001450 2000-IMPRIMIR.
001460     OPEN OUTPUT REPLIQ.
001470     MOVE "S" TO W-PRIMEIRO-GRUPO.
001480     WRITE REG-RELAT FROM LIN-CABEC1.
001490     WRITE REG-RELAT FROM LIN-CABEC2.
001500     MOVE "N" TO W-EOF.
001510     PERFORM 2100-RETORNAR THRU 2100-EXIT.
001520     PERFORM 2200-ESCREVER THRU 2200-EXIT
001530         UNTIL W-EOF-SIM.
001540     IF NOT W-PRIMEIRO-GRUPO-SIM
001550         PERFORM 2400-TOTAL-SITUACAO THRU 2400-EXIT.
001560     MOVE "TOTAL GERAL A LIQUIDAR" TO LT-DESCR.
001570     MOVE W-QTDE-IMPRESSA TO LT-QTDE.
001580     MOVE W-TOTAL-GERAL TO LT-VALOR.
001590     MOVE SPACES TO REG-RELAT.
001600     WRITE REG-RELAT.
001610     WRITE REG-RELAT FROM LIN-TOTAL.
001620     CLOSE REPLIQ.
001630     PERFORM ROT-ESPOLAR THRU ROT-ESPOLAR-EXIT.
001640 2000-EXIT. EXIT.
001650 2100-RETORNAR.
001660     RETURN SORTWK
001670         AT END MOVE "S" TO W-EOF.
001680 2100-EXIT. EXIT.
001690 2200-ESCREVER.
001700     IF W-PRIMEIRO-GRUPO-SIM
001710         OR SD-SITPROD NOT = W-SITPROD-ANTERIOR
001720         PERFORM 2300-CABECALHO-SIT THRU 2300-EXIT.
001730     COMPUTE W-VALOR = SD-QUANTIDADE * SD-PMEDIO.
001740     MOVE SD-CODPROD    TO LD-CODPROD.
001750     MOVE SD-DESCPROD   TO LD-DESCPROD.
001760     MOVE SD-QUANTIDADE TO LD-QUANTIDADE.
001770     MOVE SD-PMEDIO     TO LD-PMEDIO.
001780     MOVE W-VALOR       TO LD-VALOR.
001790     WRITE REG-RELAT FROM LIN-DET.
001800     ADD W-VALOR TO W-TOTAL-SITUACAO W-TOTAL-GERAL.
001810     ADD 1 TO W-QTDE-SITUACAO W-QTDE-IMPRESSA.
001820     PERFORM 2100-RETORNAR THRU 2100-EXIT.
001830 2200-EXIT. EXIT.
001840******************************************************************
001850*    2300-CABECALHO-SIT - QUEBRA DE CONTROLE POR SITPROD; FECHA   *
001860*    O TOTAL DA SITUACAO ANTERIOR ANTES DE ABRIR A NOVA           *
001870******************************************************************
001880 2300-CABECALHO-SIT.
001890     IF NOT W-PRIMEIRO-GRUPO-SIM
001900         PERFORM 2400-TOTAL-SITUACAO THRU 2400-EXIT.
001910     MOVE "N" TO W-PRIMEIRO-GRUPO.
001920     MOVE SD-SITPROD TO W-SITPROD-ANTERIOR.
001930     MOVE SD-SITPROD TO LCS-SITPROD.
001940     IF SD-SITPROD = "L"
001950         MOVE "LIQUIDACAO" TO LCS-DESCR
001960     ELSE
001970         MOVE "INATIVO" TO LCS-DESCR.
001980     MOVE SPACES TO REG-RELAT.
001990     WRITE REG-RELAT.
002000     WRITE REG-RELAT FROM LIN-CABEC-SIT.
002010 2300-EXIT. EXIT.
002020 2400-TOTAL-SITUACAO.
002030     MOVE "TOTAL DA SITUACAO" TO LT-DESCR.
002040     MOVE W-QTDE-SITUACAO TO LT-QTDE.
002050     MOVE W-TOTAL-SITUACAO TO LT-VALOR.
002060     WRITE REG-RELAT FROM LIN-TOTAL.
002070     MOVE ZERO TO W-QTDE-SITUACAO.
002080     MOVE ZERO TO W-TOTAL-SITUACAO.
002090 2400-EXIT. EXIT.
002100******************************************************************
002110*    ROT-ESPOLAR - REGISTRA A EXECUCAO NO SPOOL (SPL000) E COPIA   *
002120*    O RELATORIO RECEM-GRAVADO PARA O SPOOLDAT, PERMITINDO A      *
002130*    REIMPRESSAO PELO SPLREP SEM RODAR O BATCH DE NOVO            *
002140******************************************************************
002150 ROT-ESPOLAR.
002160     MOVE "I" TO SPA-ACAO.
002170     MOVE "CEP084" TO SPA-PROGRAMA.
002180     MOVE SPACES TO SPA-OPERADOR.
002190     MOVE SPACES TO SPA-PARAMS.
002200     CALL "SPL000" USING SPL-PARAMETROS-AREA.
002210     OPEN INPUT REPLIQ.
002220     IF REL-STATUS NOT = "00"
002230         GO TO ROT-ESPOLAR-FIM.
002240     MOVE "N" TO W-EOF-SPL.
002250     PERFORM ROT-ESPOLAR-LER THRU ROT-ESPOLAR-LER-EXIT
002260         UNTIL W-EOF-SPL-SIM.
002270     CLOSE REPLIQ.
002280 ROT-ESPOLAR-FIM.
002290     MOVE "F" TO SPA-ACAO.
002300     CALL "SPL000" USING SPL-PARAMETROS-AREA.
002310 ROT-ESPOLAR-EXIT. EXIT.
002320 ROT-ESPOLAR-LER.
002330     READ REPLIQ
002340         AT END MOVE "S" TO W-EOF-SPL.
002350     IF NOT W-EOF-SPL-SIM
002360         MOVE "L" TO SPA-ACAO
002370         MOVE REG-RELAT TO SPA-LINHA
002380         CALL "SPL000" USING SPL-PARAMETROS-AREA.
002390 ROT-ESPOLAR-LER-EXIT. EXIT.
