000010******************************************************************
000020* PROGRAM-ID : MVX000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DO ESPELHO INDEXADO DOS MOVIMENTOS DE   *
000080*              ESTOQUE (MOLDE DO PEN000/BHR000). TODO PROGRAMA QUE *
000090*              GRAVA NO MOVESTQ CHAMA A MVX000 LOGO DEPOIS PARA   *
000100*              GRAVAR O MESMO MOVIMENTO NO MOVIDX, CHAVEADO POR   *
000110*              PRODUTO + DATA + SEQUENCIA, DE MODO QUE O KARDEX   *
000120*              (CEP023) E AS CONSULTAS DE UM PRODUTO (CEP058)     *
000130*              LEIAM SO A FAIXA DO PRODUTO. O ARQUIVO E CRIADO NO *
000140*              PRIMEIRO USO; SE FICAR DESCASADO (RESTAURACAO DO   *
000150*              CADRST, PERDA DO ARQUIVO) O CEP090 O RECRIA A      *
000160*              PARTIR DO MOVHIST + MOVESTQ.                       *
000170*------------------------------------------------------------------
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-10-15 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. MVX000.
000240 AUTHOR. BRUNO HARNIK.
000250 INSTALLATION. FATEC.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT MOVIDX ASSIGN TO "MOVIDX"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS MX-CHAVE
000380         FILE STATUS IS MVX-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  MOVIDX
000420     LABEL RECORDS ARE STANDARD.
000430     COPY REGMVX.
000440 WORKING-STORAGE SECTION.
000450 01  MVX-STATUS                  PIC X(02).
000460 01  W-EOF                       PIC X(01).
000470     88  W-EOF-SIM               VALUE "S".
000480 01  W-CODPROD                   PIC 9(08).
000490 01  W-DATA                      PIC 9(08).
000500 01  W-SEQ                       PIC 9(05).
000510     COPY REGMOV.
000520 LINKAGE SECTION.
000530 COPY MVXPARM.
000540 PROCEDURE DIVISION USING MVX-PARAMETROS-AREA.
000550******************************************************************
000560*    0000-MAINLINE                                                *
000570******************************************************************
000580 0000-MAINLINE.
000590     MOVE "N" TO MVX-RETORNO.
000600     EVALUATE MVX-ACAO
000610         WHEN "G"
000620             PERFORM 1000-GRAVAR-MOVIMENTO THRU 1000-EXIT
000630     END-EVALUATE.
000640     GOBACK.
000650******************************************************************
000660*    1000-GRAVAR-MOVIMENTO - GRAVA O MOVIMENTO NA PROXIMA         *
000670*    SEQUENCIA DO PRODUTO NA DATA (PRESERVA A ORDEM DO MOVESTQ)   *
000680******************************************************************
000690 1000-GRAVAR-MOVIMENTO.
000700     OPEN I-O MOVIDX.
000710     IF MVX-STATUS = "35"
000720         OPEN OUTPUT MOVIDX
000730         CLOSE MOVIDX
000740         OPEN I-O MOVIDX.
000750     IF MVX-STATUS NOT = "00"
000760         GO TO 1000-EXIT.
000770     MOVE MVX-MOVIMENTO TO REGMOV.
000780     MOVE MOV-CODPROD TO W-CODPROD.
000790     COMPUTE W-DATA = (MOV-ANO * 10000) + (MOV-MES * 100)
000800         + MOV-DIA.
000810     PERFORM 1100-PROXIMA-SEQ THRU 1100-EXIT.
000820     MOVE W-CODPROD     TO MX-CODPROD.
000830     MOVE W-DATA        TO MX-DATA.
000840     MOVE W-SEQ         TO MX-SEQ.
000850     MOVE MVX-MOVIMENTO TO MX-MOVIMENTO.
000860     WRITE REGMVX
000870         INVALID KEY
000880             CLOSE MOVIDX
000890             GO TO 1000-EXIT.
000900     CLOSE MOVIDX.
000910     MOVE "S" TO MVX-RETORNO.
000920 1000-EXIT. EXIT.
000930******************************************************************
000940*    1100-PROXIMA-SEQ - POSICIONA NO INICIO DO PRODUTO/DATA E     *
000950*    PERCORRE A FAIXA ATE A ULTIMA SEQUENCIA USADA                *
000960******************************************************************
000970 1100-PROXIMA-SEQ.
000980     MOVE 1 TO W-SEQ.
000990     MOVE W-CODPROD TO MX-CODPROD.
001000     MOVE W-DATA    TO MX-DATA.
001010     MOVE ZERO      TO MX-SEQ.
001020     START MOVIDX KEY IS NOT LESS THAN MX-CHAVE
001030         INVALID KEY
001040             GO TO 1100-EXIT.
001050     MOVE "N" TO W-EOF.
001060     PERFORM 1200-LER-FAIXA THRU 1200-EXIT
001070         UNTIL W-EOF-SIM.
001080 1100-EXIT. EXIT.
001090 1200-LER-FAIXA.
001100     READ MOVIDX NEXT RECORD
001110         AT END
001120             MOVE "S" TO W-EOF
001130             GO TO 1200-EXIT.
001140     IF MX-CODPROD NOT = W-CODPROD
001150         OR MX-DATA NOT = W-DATA
001160         MOVE "S" TO W-EOF
001170         GO TO 1200-EXIT.
001180     COMPUTE W-SEQ = MX-SEQ + 1.
001190 1200-EXIT. EXIT.
