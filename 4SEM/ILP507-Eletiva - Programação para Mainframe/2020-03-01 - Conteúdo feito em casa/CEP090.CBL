000010******************************************************************
000020* PROGRAM-ID : CEP090                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : RECRIACAO DO ESPELHO INDEXADO DOS MOVIMENTOS       *
000080*              (MOVIDX) A PARTIR DO ARQUIVO MORTO MOVHIST E DO    *
000090*              MOVESTQ VIVO. CLASSIFICA POR PRODUTO + DATA,       *
000100*              MANTENDO NA MESMA DATA A ORDEM DOS ARQUIVOS        *
000110*              (MORTO PRIMEIRO, DEPOIS O VIVO), E GRAVA O MOVIDX  *
000120*              DO ZERO COM A SEQUENCIA POR PRODUTO/DATA. RODAR    *
000130*              APOS A RESTAURACAO DO CADRST, NA IMPLANTACAO DO    *
000140*              MOVIDX OU SEMPRE QUE O ARQUIVO SE PERDER; O CORTE  *
000150*              DO CEP028 NAO EXIGE A RECRIACAO (SO TROCA O        *
000160*              MOVIMENTO DE ARQUIVO).                             *
000170*------------------------------------------------------------------
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-10-15 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CEP090.
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
000340     SELECT MOVHIST ASSIGN TO "MOVHIST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS HIS-STATUS.
000370     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS MOV-STATUS.
000400     SELECT MOVIDX ASSIGN TO "MOVIDX"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS MX-CHAVE
000440         FILE STATUS IS MVX-STATUS.
000450     SELECT SORTWK ASSIGN TO "SORTWK6".
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  MOVHIST
000490     LABEL RECORDS ARE STANDARD.
000500 01  REG-MOVHIST                 PIC X(45).
000510 FD  MOVESTQ
000520     LABEL RECORDS ARE STANDARD.
000530     COPY REGMOV.
000540 FD  MOVIDX
000550     LABEL RECORDS ARE STANDARD.
000560     COPY REGMVX.
000570 SD  SORTWK.
000580 01  SD-MOVIMENTO.
000590     05  SD-CODPROD              PIC 9(08).
000600     05  SD-DATA                 PIC 9(08).
000610     05  SD-ORDEM                PIC 9(09).
000620     05  SD-REGMOV               PIC X(45).
000630 WORKING-STORAGE SECTION.
000640 01  HIS-STATUS                  PIC X(02).
000650 01  MOV-STATUS                  PIC X(02).
000660 01  MVX-STATUS                  PIC X(02).
000670 COPY RUNPARM.
000680 01  W-SWITCHES.
000690     05  W-EOF                   PIC X(01).
000700         88  W-EOF-SIM           VALUE "S".
000710 01  W-ORDEM                     PIC 9(09) VALUE ZERO.
000720 01  W-QTDE-HIST                 PIC 9(07) VALUE ZERO.
000730 01  W-QTDE-VIVO                 PIC 9(07) VALUE ZERO.
000740 01  W-QTDE-GRAVADA              PIC 9(07) VALUE ZERO.
000750 01  W-QTDE-REJEITADA            PIC 9(07) VALUE ZERO.
000760 01  W-CODPROD-ANT               PIC 9(08) VALUE ZERO.
000770 01  W-DATA-ANT                  PIC 9(08) VALUE ZERO.
000780 01  W-SEQ                       PIC 9(05) VALUE ZERO.
000790 PROCEDURE DIVISION.
000800******************************************************************
000810*    0000-MAINLINE                                                *
000820******************************************************************
000830 0000-MAINLINE.
000840     MOVE "CEP090" TO RCT-PROGRAMA.
000850     MOVE ZERO TO RCT-DATA.
000860     MOVE "L" TO RCT-ACAO.
000870     CALL "RUNCTL" USING RCT-PARAMETROS.
000880     SORT SORTWK ON ASCENDING KEY SD-CODPROD SD-DATA SD-ORDEM
000890         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
000900         OUTPUT PROCEDURE IS 2000-GRAVAR THRU 2000-EXIT.
000910     DISPLAY "CEP090: MOVIMENTOS DO MOVHIST..: " W-QTDE-HIST.
000920     DISPLAY "CEP090: MOVIMENTOS DO MOVESTQ..: " W-QTDE-VIVO.
000930     DISPLAY "CEP090: GRAVADOS NO MOVIDX.....: " W-QTDE-GRAVADA.
000940     DISPLAY "CEP090: REJEITADOS.............: "
000950         W-QTDE-REJEITADA.
000960     MOVE W-QTDE-GRAVADA TO RCT-REGISTROS.
000970     MOVE "F" TO RCT-ACAO.
000980     CALL "RUNCTL" USING RCT-PARAMETROS.
000990     STOP RUN.
001000******************************************************************
001010*    1000-SELECIONAR - LIBERA O MORTO E DEPOIS O VIVO, NUMERANDO  *
001020*    NA ORDEM DE LEITURA PARA DESEMPATAR A MESMA DATA             *
001030******************************************************************
001040 1000-SELECIONAR.
001050     OPEN INPUT MOVHIST.
001060     IF HIS-STATUS = "00"
001070         MOVE "N" TO W-EOF
001080         PERFORM 1100-LER-HIST THRU 1100-EXIT
001090             UNTIL W-EOF-SIM
001100         CLOSE MOVHIST
001110     ELSE
001120         DISPLAY "CEP090: SEM ARQUIVO MORTO MOVHIST".
001130     OPEN INPUT MOVESTQ.
001140     IF MOV-STATUS NOT = "00"
001150         DISPLAY "CEP090: ARQUIVO MOVESTQ NAO EXISTE"
001160         GO TO 1000-EXIT.
001170     MOVE "N" TO W-EOF.
001180     PERFORM 1200-LER-VIVO THRU 1200-EXIT
001190         UNTIL W-EOF-SIM.
001200     CLOSE MOVESTQ.
001210 1000-EXIT. EXIT.
001220 1100-LER-HIST.
001230     READ MOVHIST
001240         AT END
001250             MOVE "S" TO W-EOF
001260             GO TO 1100-EXIT.
001270     MOVE REG-MOVHIST TO REGMOV.
001280     ADD 1 TO W-QTDE-HIST.
001290     PERFORM 1500-LIBERAR THRU 1500-EXIT.
001300 1100-EXIT. EXIT.
001310 1200-LER-VIVO.
001320     READ MOVESTQ
001330         AT END
001340             MOVE "S" TO W-EOF
001350             GO TO 1200-EXIT.
001360     ADD 1 TO W-QTDE-VIVO.
001370     PERFORM 1500-LIBERAR THRU 1500-EXIT.
001380 1200-EXIT. EXIT.
001390 1500-LIBERAR.
001400     ADD 1 TO W-ORDEM.
001410     MOVE MOV-CODPROD TO SD-CODPROD.
001420     COMPUTE SD-DATA = (MOV-ANO * 10000) + (MOV-MES * 100)
001430         + MOV-DIA.
001440     MOVE W-ORDEM     TO SD-ORDEM.
001450     MOVE REGMOV      TO SD-REGMOV.
001460     RELEASE SD-MOVIMENTO.
001470 1500-EXIT. EXIT.
001480******************************************************************
001490*    2000-GRAVAR - RECRIA O MOVIDX NA ORDEM DA CHAVE, REINICIANDO *
001500*    A SEQUENCIA A CADA PRODUTO/DATA                              *
001510******************************************************************
001520 2000-GRAVAR.
001530     OPEN OUTPUT MOVIDX.
001540     IF MVX-STATUS NOT = "00"
001550         DISPLAY "CEP090: ERRO NA CRIACAO DO MOVIDX: " MVX-STATUS
001560         GO TO 2000-EXIT.
001570     MOVE "N" TO W-EOF.
001580     PERFORM 2100-RETORNAR THRU 2100-EXIT.
001590     PERFORM 2200-ESCREVER THRU 2200-EXIT
001600         UNTIL W-EOF-SIM.
001610     CLOSE MOVIDX.
001620 2000-EXIT. EXIT.
001630 2100-RETORNAR.
001640     RETURN SORTWK
001650         AT END MOVE "S" TO W-EOF.
001660 2100-EXIT. EXIT.
001670 2200-ESCREVER.
001680     IF SD-CODPROD = W-CODPROD-ANT
001690         AND SD-DATA = W-DATA-ANT
001700         ADD 1 TO W-SEQ
001710     ELSE
001720         MOVE 1          TO W-SEQ
001730         MOVE SD-CODPROD TO W-CODPROD-ANT
001740         MOVE SD-DATA    TO W-DATA-ANT.
001750     MOVE SD-CODPROD TO MX-CODPROD.
001760     MOVE SD-DATA    TO MX-DATA.
001770     MOVE W-SEQ      TO MX-SEQ.
001780     MOVE SD-REGMOV  TO MX-MOVIMENTO.
001790     WRITE REGMVX
001800         INVALID KEY
001810             ADD 1 TO W-QTDE-REJEITADA
001820         NOT INVALID KEY
001830             ADD 1 TO W-QTDE-GRAVADA.
001840     PERFORM 2100-RETORNAR THRU 2100-EXIT.
001850 2200-EXIT. EXIT.
