000010******************************************************************
000020* PROGRAM-ID : SOD000                                            *
000030* AUTHOR     : BRUNO HARNIK                                      *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME            *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070* PURPOSE    : SUB-ROTINA DE SEGREGACAO DE FUNCOES NA TELA       *
000080*              (MOLDE DA CKP000). O CEP016, O CEP015 E O CEP042  *
000090*              INFORMAM A ACAO QUE O OPERADOR VAI FAZER E A ACAO *
000100*              JA FEITA NO MESMO DOCUMENTO; SE FOR O MESMO       *
000110*              OPERADOR E O PAR TIVER REGRA DE SEVERIDADE ALTA   *
000120*              COM BLOQUEIO NO SODREGRA (EM QUALQUER ORDEM), A   *
000130*              ACAO E BARRADA. SEM O ARQUIVO A ACAO E LIBERADA.  *
000140*-----------------------------------------------------------------
000150* HISTORICO DE ALTERACOES                                        *
000160* DATA       INICIAIS  DESCRICAO                                 *
000170* 2026-10-15 BH        VERSAO INICIAL                            *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SOD000.
000210 AUTHOR. BRUNO HARNIK.
000220 INSTALLATION. FATEC.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000280     DECIMAL-POINT IS COMMA.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SODREGRA ASSIGN TO "SODREGRA"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS SR-CHAVE
000350         FILE STATUS IS SOD-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  SODREGRA
000390     LABEL RECORDS ARE STANDARD.
000400     COPY REGSOD.
000410 WORKING-STORAGE SECTION.
000420 01  SOD-STATUS                  PIC X(02).
000430 01  W-ACHOU                     PIC X(01).
000440     88  W-ACHOU-SIM             VALUE "S".
000450 LINKAGE SECTION.
000460 COPY SODPARM.
000470 PROCEDURE DIVISION USING SOD-PARAMETROS-AREA.
000480******************************************************************
000490*    0000-MAINLINE                                               *
000500******************************************************************
000510 0000-MAINLINE.
000520     MOVE "L" TO SOD-RETORNO.
000530     MOVE SPACES TO SOD-DESCRICAO.
000540     IF SOD-OPERADOR = SPACES
000550         OR SOD-OPERADOR NOT = SOD-OPERADOR-ANTERIOR
000560         GOBACK.
000570     PERFORM 1000-CONSULTAR THRU 1000-EXIT.
000580     GOBACK.
000590******************************************************************
000600*    1000-CONSULTAR - PROCURA O PAR NAS DUAS ORDENS              *
000610******************************************************************
000620 1000-CONSULTAR.
000630     OPEN INPUT SODREGRA.
000640     IF SOD-STATUS NOT = "00"
000650         GO TO 1000-EXIT.
000660     MOVE "S" TO W-ACHOU.
000670     MOVE SOD-ACAO-ANTERIOR TO SR-ACAO-1.
000680     MOVE SOD-ACAO          TO SR-ACAO-2.
000690     READ SODREGRA
000700         INVALID KEY
000710             MOVE "N" TO W-ACHOU.
000720     IF NOT W-ACHOU-SIM
000730         MOVE "S" TO W-ACHOU
000740         MOVE SOD-ACAO          TO SR-ACAO-1
000750         MOVE SOD-ACAO-ANTERIOR TO SR-ACAO-2
000760         READ SODREGRA
000770             INVALID KEY
000780                 MOVE "N" TO W-ACHOU
000790         END-READ
000800     END-IF.
000810     CLOSE SODREGRA.
000820     IF NOT W-ACHOU-SIM
000830         GO TO 1000-EXIT.
000840     IF SR-SEV-ALTA AND SR-BLOQUEIO-SIM
000850         MOVE "B"          TO SOD-RETORNO
000860         MOVE SR-DESCRICAO TO SOD-DESCRICAO.
000870 1000-EXIT. EXIT.
