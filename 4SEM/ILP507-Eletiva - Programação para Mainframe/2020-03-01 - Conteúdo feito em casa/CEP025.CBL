000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-08-22 BH        VERSAO INICIAL                             *
000180* 2026-10-14 BH        PRODUTO EM LIQUIDACAO, BLOQUEADO PARA      *
000180*                      COMPRA OU INATIVO (SITPROD NO CADPROD)     *
000180*                      NAO GANHA PONTO DE REPOSICAO NEM           *
000180*                      SUGESTAO DE COMPRA                         *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP025.
000380     SELECT PTOREPOS ASSIGN TO "PTOREPOS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS PTO-STATUS.
000400     SELECT CADPROD ASSIGN TO "CADPROD"
000400         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CODPROD
000400         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000400         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000400         FILE STATUS IS PROD-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  MOVESTQ
000520     05  PTO-CODPROD             PIC 9(08).
000530     05  PTO-PONTO               PIC 9(07).
000540     05  PTO-QTDE-SUGERIDA       PIC 9(07).
000540 FD  CADPROD
000540     LABEL RECORDS ARE STANDARD.
000540     COPY REGPROD.
000550 WORKING-STORAGE SECTION.
000560 01  MOV-STATUS                  PIC X(02).
000560 01  PROD-STATUS                 PIC X(02).
000570 01  PARM-STATUS                 PIC X(02).
000580 01  PTO-STATUS                  PIC X(02).
000590 01  W-SWITCHES.
000610         88  W-EOF-SIM           VALUE "S".
000620     05  W-ACHOU-TAB             PIC X(01) VALUE "N".
000630         88  W-ACHOU-TAB-SIM     VALUE "S".
000630     05  W-PROD-ABERTO           PIC X(01) VALUE "N".
000630         88  W-PROD-ABERTO-SIM   VALUE "S".
000640 01  W-MESES-JANELA              PIC 9(02) VALUE 6.
000650 01  W-DATA-ATUAL.
000660     05  W-ANO-ATUAL             PIC 9(04).
000740 01  W-QTDE-TAB                  PIC 9(03) COMP VALUE ZERO.
000750 01  W-MEDIA                     PIC 9(07).
000760 01  W-QTDE-GRAVADA              PIC 9(05) VALUE ZERO.
000760 01  W-QTDE-BLOQUEADA            PIC 9(05) VALUE ZERO.
000770 01  MSG-TABELA-CHEIA            PIC X(30)
000780         VALUE "TABELA DE PRODUTOS CHEIA".
000790******************************************************************
001000             W-MESES-JANELA.
001010     DISPLAY "CEP025: PONTOS DE REPOSICAO GRAVADOS: "
001020             W-QTDE-GRAVADA.
001020     DISPLAY "CEP025: BLOQUEADOS PARA COMPRA.....: "
001020             W-QTDE-BLOQUEADA.
001030     STOP RUN.
001040******************************************************************
001050*    0500-LER-PARM - JANELA DE MESES DO PARMSYS (DEFAULT 6)       *
001740******************************************************************
001750 2000-GRAVAR-PONTOS.
001760     OPEN OUTPUT PTOREPOS.
001760     OPEN INPUT CADPROD.
001760     IF PROD-STATUS = "00"
001760         MOVE "S" TO W-PROD-ABERTO.
001770     PERFORM 2100-GRAVAR-UM THRU 2100-EXIT
001780         VARYING W-IDX FROM 1 BY 1
001790         UNTIL W-IDX > W-QTDE-TAB.
001800     CLOSE PTOREPOS.
001800     IF W-PROD-ABERTO-SIM
001800         CLOSE CADPROD.
001810 2000-EXIT. EXIT.
001820 2100-GRAVAR-UM.
001830     COMPUTE W-MEDIA ROUNDED =
001840         TC-CONSUMO(W-IDX) / W-MESES-JANELA.
001850     IF W-MEDIA = ZERO
001860         GO TO 2100-EXIT.
001860     IF W-PROD-ABERTO-SIM
001860         MOVE TC-CODPROD(W-IDX) TO CODPROD
001860         READ CADPROD
001860             INVALID KEY
001860                 CONTINUE
001860             NOT INVALID KEY
001860                 IF NOT PROD-COMPRA-LIBERADA
001860                     ADD 1 TO W-QTDE-BLOQUEADA
001860                     GO TO 2100-EXIT
001860                 END-IF
001860         END-READ.
001870     MOVE TC-CODPROD(W-IDX) TO PTO-CODPROD.
001880     MOVE W-MEDIA           TO PTO-PONTO.
001890     COMPUTE PTO-QTDE-SUGERIDA = W-MEDIA * 2.
