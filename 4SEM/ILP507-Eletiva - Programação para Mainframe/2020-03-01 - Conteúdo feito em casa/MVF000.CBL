000010******************************************************************
000020* PROGRAM-ID : MVF000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DO CARGO VIGENTE EM UMA DATA (MOLDE DO  *
000080*              PEN000). O CADFUNC GUARDA SO O CARGO ATUAL; A      *
000090*              MOVIMENTACAO DO MOVFUNC (FP16203) DIZ QUAL CARGO   *
000100*              VALIA ANTES: O CARGO EM UMA DATA E O CARGO         *
000110*              ANTERIOR DA PRIMEIRA MOVIMENTACAO POSTERIOR A ELA  *
000120*              OU, SEM MOVIMENTACAO POSTERIOR, O DO CADFUNC. NA   *
000130*              ACAO "M" DEVOLVE TAMBEM OS TRECHOS DO MES PARA O   *
000140*              PROPORCIONAL DA FOLHA (FP16204). USADA AINDA NA    *
000150*              LOTACAO EM DATA (FP16214).                         *
000160*------------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-10-15 BH        VERSAO INICIAL                             *
000190* 2026-10-15 BH        DIA DE INICIO DO TRECHO APURADO PELO       *
000190*                      ANO/MES TRUNCADO DA DATA EFETIVA           *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. MVF000.
000230 AUTHOR. BRUNO HARNIK.
000240 INSTALLATION. FATEC.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MOVFUNC ASSIGN TO "MOVFUNC"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS MV-CHAVE
000370         FILE STATUS IS MVF-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  MOVFUNC
000410     LABEL RECORDS ARE STANDARD.
000420     COPY REGMVF.
000430 WORKING-STORAGE SECTION.
000440 01  MVF-STATUS                  PIC X(02).
000450 01  W-EOF                       PIC X(01).
000460     88  W-EOF-SIM               VALUE "S".
000470 01  W-ACHOU-POSTERIOR           PIC X(01).
000480     88  W-ACHOU-POSTERIOR-SIM   VALUE "S".
000490 01  W-DATA-REF                  PIC 9(08).
000500 01  W-DATA-FIM                  PIC 9(08).
000510 01  W-ANO-MES                   PIC 9(06).
000510 01  W-ANO-MES-MOV               PIC 9(06).
000520 LINKAGE SECTION.
000530 COPY MVFPARM.
000540 PROCEDURE DIVISION USING MVF-PARAMETROS-AREA.
000550******************************************************************
000560*    0000-MAINLINE                                                *
000570******************************************************************
000580 0000-MAINLINE.
000590     MOVE "N" TO MVF-RETORNO.
000600     EVALUATE MVF-ACAO
000610         WHEN "C"
000620             MOVE MVF-DATA TO W-DATA-REF
000630             MOVE MVF-DATA TO W-DATA-FIM
000640             PERFORM 1000-PROCURAR THRU 1000-EXIT
000650         WHEN "M"
000660             COMPUTE W-ANO-MES = MVF-DATA / 100
000670             COMPUTE W-DATA-REF = (W-ANO-MES * 100) + 1
000680             COMPUTE W-DATA-FIM = (W-ANO-MES * 100) + 31
000690             PERFORM 1000-PROCURAR THRU 1000-EXIT
000700     END-EVALUATE.
000710     GOBACK.
000720******************************************************************
000730*    1000-PROCURAR - VARRE A MOVIMENTACAO DO FUNCIONARIO EM ORDEM *
000740*    DE DATA: A PRIMEIRA POSTERIOR A DATA DE REFERENCIA DA O      *
000750*    CARGO ANTERIOR; AS QUE CAEM ATE A DATA FIM ABREM TRECHOS     *
000760******************************************************************
000770 1000-PROCURAR.
000780     MOVE MVF-CODCAR-ATUAL TO MVF-CODCAR.
000790     MOVE 1 TO MVF-QTDE-SEG.
000800     MOVE 1 TO MVF-SEG-DIA(1).
000810     MOVE "N" TO W-ACHOU-POSTERIOR.
000820     OPEN INPUT MOVFUNC.
000830     IF MVF-STATUS NOT = "00"
000840         GO TO 1000-FIM.
000850     MOVE "N" TO W-EOF.
000860     MOVE MVF-CODFUNC TO MV-CODFUNC.
000870     MOVE ZERO        TO MV-DATA-EFETIVA.
000880     MOVE ZERO        TO MV-SEQ.
000890     START MOVFUNC KEY IS NOT LESS THAN MV-CHAVE
000900         INVALID KEY MOVE "S" TO W-EOF.
000910     IF NOT W-EOF-SIM
000920         PERFORM 1100-LER-MOVFUNC THRU 1100-EXIT.
000930     PERFORM 1200-TRATAR THRU 1200-EXIT
000940         UNTIL W-EOF-SIM.
000950     CLOSE MOVFUNC.
000960 1000-FIM.
000970     MOVE MVF-CODCAR TO MVF-SEG-CODCAR(1).
000980     MOVE "S" TO MVF-RETORNO.
000990 1000-EXIT. EXIT.
001000 1100-LER-MOVFUNC.
001010     READ MOVFUNC NEXT RECORD
001020         AT END MOVE "S" TO W-EOF.
001030     IF NOT W-EOF-SIM AND MV-CODFUNC NOT = MVF-CODFUNC
001040         MOVE "S" TO W-EOF.
001050 1100-EXIT. EXIT.
001060 1200-TRATAR.
001070     IF MV-DATA-EFETIVA NOT > W-DATA-REF
001080         GO TO 1200-LER.
001090     IF MV-DATA-EFETIVA > W-DATA-FIM
001100         AND W-ACHOU-POSTERIOR-SIM
001110         MOVE "S" TO W-EOF
001120         GO TO 1200-EXIT.
001130     IF NOT W-ACHOU-POSTERIOR-SIM
001140         MOVE MV-CODCAR-ANT TO MVF-CODCAR
001150         MOVE "S" TO W-ACHOU-POSTERIOR.
001160     IF MV-DATA-EFETIVA NOT > W-DATA-FIM
001170         AND MVF-QTDE-SEG < 5
001180         ADD 1 TO MVF-QTDE-SEG
001180         COMPUTE W-ANO-MES-MOV = MV-DATA-EFETIVA / 100
001190         COMPUTE MVF-SEG-DIA(MVF-QTDE-SEG) =
001190             MV-DATA-EFETIVA - (W-ANO-MES-MOV * 100)
001210         MOVE MV-CODCAR-NOVO TO MVF-SEG-CODCAR(MVF-QTDE-SEG).
001220 1200-LER.
001230     PERFORM 1100-LER-MOVFUNC THRU 1100-EXIT.
001240 1200-EXIT. EXIT.
