000010******************************************************************
000020* PROGRAM-ID : CBO000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-13                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DE TAXA DE CAMBIO (MOLDE DO JUR000). NA *
000080*              ACAO "T" POSICIONA O TABCAMBIO NA MOEDA PEDIDA E LE*
000090*              PARA A FRENTE ENQUANTO A DATA DA TAXA NAO PASSA DA *
000100*              DATA INFORMADA, DEVOLVENDO A ULTIMA TAXA VALIDA    *
000110*              NAQUELA DATA. MOEDA NACIONAL (BRANCO OU "BRL")     *
000120*              VOLTA COM TAXA 1 SEM ABRIR O ARQUIVO.              *
000130*-----------------------------------------------------------------*
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-10-13 BH        VERSAO INICIAL                             *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CBO000.
000200 AUTHOR. BRUNO HARNIK.
000210 INSTALLATION. FATEC.
000220 DATE-WRITTEN. 2026-10-13.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SPECIAL-NAMES.
000270     DECIMAL-POINT IS COMMA.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TABCAMBIO ASSIGN TO "TABCAMBIO"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CB-CHAVE
000340         FILE STATUS IS CBO-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  TABCAMBIO
000380     LABEL RECORDS ARE STANDARD.
000390     COPY REGCBO.
000400 WORKING-STORAGE SECTION.
000410 01  CBO-STATUS                  PIC X(02).
000420 01  W-FIM-TAXA                  PIC X(01).
000430     88  W-FIM-TAXA-SIM          VALUE "S".
000440 LINKAGE SECTION.
000450 COPY CBOPARM.
000460 PROCEDURE DIVISION USING CBO-PARAMETROS-AREA.
000470******************************************************************
000480*    0000-MAINLINE                                                *
000490******************************************************************
000500 0000-MAINLINE.
000510     MOVE ZERO TO CBO-TAXA CBO-DATA-TAXA.
000520     IF CBO-MOEDA-NACIONAL
000530         MOVE 1 TO CBO-TAXA
000540         MOVE CBO-DATA TO CBO-DATA-TAXA
000550         MOVE "00" TO CBO-RETORNO
000560         GOBACK.
000570     MOVE "10" TO CBO-RETORNO.
000580     OPEN INPUT TABCAMBIO.
000590     IF CBO-STATUS NOT = "00"
000600         MOVE "35" TO CBO-RETORNO
000610         GOBACK.
000620     PERFORM 1000-PROCURAR THRU 1000-EXIT.
000630     CLOSE TABCAMBIO.
000640     GOBACK.
000650******************************************************************
000660*    1000-PROCURAR - POSICIONA NA PRIMEIRA TAXA DA MOEDA E GUARDA *
000670*    A ULTIMA CUJA DATA NAO PASSA DE CBO-DATA                     *
000680******************************************************************
000690 1000-PROCURAR.
000700     MOVE CBO-MOEDA TO CB-MOEDA.
000710     MOVE ZERO TO CB-DATA.
000720     MOVE "N" TO W-FIM-TAXA.
000730     START TABCAMBIO KEY IS NOT LESS THAN CB-CHAVE
000740         INVALID KEY GO TO 1000-EXIT.
000750     PERFORM 1100-LER-TAXA THRU 1100-EXIT
000760         UNTIL W-FIM-TAXA-SIM.
000770 1000-EXIT. EXIT.
000780 1100-LER-TAXA.
000790     READ TABCAMBIO NEXT
000800         AT END
000810             MOVE "S" TO W-FIM-TAXA
000820             GO TO 1100-EXIT.
000830     IF CB-MOEDA NOT = CBO-MOEDA OR CB-DATA > CBO-DATA
000840         MOVE "S" TO W-FIM-TAXA
000850         GO TO 1100-EXIT.
000860     MOVE CB-TAXA TO CBO-TAXA.
000870     MOVE CB-DATA TO CBO-DATA-TAXA.
000880     MOVE "00" TO CBO-RETORNO.
000890 1100-EXIT. EXIT.
