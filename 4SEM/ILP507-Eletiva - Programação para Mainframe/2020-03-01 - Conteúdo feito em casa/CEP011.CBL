000160* 2026-08-22 BH        O RELATORIO PASSA A SER CATALOGADO NO      *
000170*                      SPOOL (SPL000) PARA REIMPRESSAO PELO       *
000180*                      SPLREP SEM RODAR O BATCH DE NOVO           *
000180* 2026-10-15 BH        GRAVA A FOTOGRAFIA PERMANENTE DO ESTOQUE   *
000180*                      NO FOTOEST (REGFOT), POR PRODUTO E         *
000180*                      ALMOXARIFADO, DATADA DO DIA DO             *
000180*                      FECHAMENTO                                 *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP011.
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ALM-CODIGO
000510         FILE STATUS IS ALM-STATUS.
000520     SELECT FOTOEST ASSIGN TO "FOTOEST"
000520         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS FE-CHAVE
000520         FILE STATUS IS FOT-STATUS.
000520     SELECT SORTWK ASSIGN TO "SORTWK1".
000530 DATA DIVISION.
000540 FILE SECTION.
000640 FD  CADALM
000650     LABEL RECORDS ARE STANDARD.
000660     COPY REGALM.
000660 FD  FOTOEST
000660     LABEL RECORDS ARE STANDARD.
000660     COPY REGFOT.
000670 SD  SORTWK.
000680 01  SD-REGPROD.
000690     05  SD-TIPOPROD             PIC X(01).
000750 01  REL-STATUS                  PIC X(02).
000760 01  SAL-STATUS                  PIC X(02).
000770 01  ALM-STATUS                  PIC X(02).
000770 01  FOT-STATUS                  PIC X(02).
000780 01  W-ALM-STATUS-ABERTURA       PIC X(02).
000790 01  W-SWITCHES.
000800     05  W-EOF                   PIC X(01) VALUE "N".
000940 01  W-SUBTOTAL-ALM              PIC 9(15)V99.
000950 01  W-VALOR-SALDO               PIC 9(15)V99.
000960 01  W-DESCR-ALM                 PIC X(30).
000960 01  W-DATA-FOTO                 PIC 9(08).
000960 01  W-QTDE-FOTO                 PIC 9(07) VALUE ZERO.
000960 01  W-FOTO-ABERTA               PIC X(01) VALUE "N".
000960     88  W-FOTO-ABERTA-SIM       VALUE "S".
000970 01  LIN-CABEC1                  PIC X(80) VALUE
000980     "FECHAMENTO DE ESTOQUE - VALORIZACAO DO INVENTARIO".
000990 01  LIN-CABEC2.
001370*    0000-MAINLINE                                                *
001380******************************************************************
001390 0000-MAINLINE.
001390     ACCEPT W-DATA-FOTO FROM DATE YYYYMMDD.
001390     PERFORM ROT-ABRIR-FOTO THRU ROT-ABRIR-FOTO-EXIT.
001400     SORT SORTWK ON ASCENDING KEY SD-TIPOPROD SD-CODPROD
001410         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
001420         OUTPUT PROCEDURE IS 2000-IMPRIMIR THRU 2000-EXIT.
001440             W-QTDE-IMPRESSA.
001450     DISPLAY "CEP011: VALOR TOTAL DO INVENTARIO: "
001460             W-TOTAL-GERAL.
001460     IF W-FOTO-ABERTA-SIM
001460         CLOSE FOTOEST
001460         DISPLAY "CEP011: FOTO DO ESTOQUE EM " W-DATA-FOTO
001460                 " - REGISTROS: " W-QTDE-FOTO.
001470     STOP RUN.
001470******************************************************************
001470*    ROT-ABRIR-FOTO - ABRE O FOTOEST (CRIA NA PRIMEIRA VEZ). SEM  *
001470*    ELE O FECHAMENTO RODA, SO NAO GRAVA A FOTOGRAFIA             *
001470******************************************************************
001470 ROT-ABRIR-FOTO.
001470     OPEN I-O FOTOEST.
001470     IF FOT-STATUS = "35"
001470         OPEN OUTPUT FOTOEST
001470         CLOSE FOTOEST
001470         OPEN I-O FOTOEST.
001470     IF FOT-STATUS = "00"
001470         MOVE "S" TO W-FOTO-ABERTA
001470     ELSE
001470         DISPLAY "CEP011: FOTOEST INDISPONIVEL " FOT-STATUS.
001470 ROT-ABRIR-FOTO-EXIT. EXIT.
001470******************************************************************
001470*    ROT-GRAVAR-FOTO - GRAVA O REGISTRO DA FOTOGRAFIA DO DIA; SE O *
001470*    FECHAMENTO FOR RODADO DE NOVO NO MESMO DIA, REGRAVA           *
001470******************************************************************
001470 ROT-GRAVAR-FOTO.
001470     IF NOT W-FOTO-ABERTA-SIM
001470         GO TO ROT-GRAVAR-FOTO-EXIT.
001470     MOVE W-DATA-FOTO TO FE-DATA.
001470     MOVE PMEDIO      TO FE-PMEDIO.
001470     MOVE TIPOPROD    TO FE-TIPOPROD.
001470     COMPUTE FE-VALOR ROUNDED = FE-QUANTIDADE * FE-PMEDIO.
001470     WRITE REGFOT
001470         INVALID KEY
001470             REWRITE REGFOT
001470                 INVALID KEY
001470                     DISPLAY "CEP011: ERRO GRAVANDO FOTOEST "
001470                             FE-CODPROD
001470             END-REWRITE.
001470     ADD 1 TO W-QTDE-FOTO.
001470 ROT-GRAVAR-FOTO-EXIT. EXIT.
001480******************************************************************
001490*    1000-SELECIONAR - LE TODO O CADPROD E GRAVA NO SORTWK         *
001500******************************************************************
001720     MOVE DESCPROD    TO SD-DESCPROD.
001730     MOVE PTOTAL      TO SD-PTOTAL.
001740     RELEASE SD-REGPROD.
001740     MOVE ZERO        TO FE-CODALM.
001740     MOVE CODPROD     TO FE-CODPROD.
001740     MOVE QUANTIDADE  TO FE-QUANTIDADE.
001740     PERFORM ROT-GRAVAR-FOTO THRU ROT-GRAVAR-FOTO-EXIT.
001750     PERFORM 1100-LER-CADPROD THRU 1100-EXIT.
001760 1200-EXIT. EXIT.
001770******************************************************************
002940     MOVE SA-CODPROD TO CODPROD.
002950     READ CADPROD
002960         INVALID KEY
002960             MOVE ZERO TO PMEDIO
002960             MOVE SPACES TO TIPOPROD.
002980     COMPUTE W-VALOR-SALDO ROUNDED = SA-QUANTIDADE * PMEDIO.
002980     MOVE SA-CODALM     TO FE-CODALM.
002980     MOVE SA-CODPROD    TO FE-CODPROD.
002980     MOVE SA-QUANTIDADE TO FE-QUANTIDADE.
002980     PERFORM ROT-GRAVAR-FOTO THRU ROT-GRAVAR-FOTO-EXIT.
002990     ADD W-VALOR-SALDO TO W-SUBTOTAL-ALM.
003000     PERFORM 5100-LER-SALDO THRU 5100-EXIT.
003010 5200-EXIT. EXIT.
