000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-09-02 BH        VERSAO INICIAL                             *
000200* 2026-10-15 BH        A POSICAO EM 31/12 PARTE DA ULTIMA         *
000200*                      FOTOGRAFIA DO FECHAMENTO (FOTOEST) ATE A   *
000200*                      DATA MAIS OS MOVIMENTOS POSTERIORES A      *
000200*                      ELA; SEM FOTO CONTINUA A POSICAO ATUAL     *
000200*                      DO CADPROD                                 *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CEP052.
000460     SELECT PARMSYS ASSIGN TO "PARMSYS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PARM-STATUS.
000490     SELECT FOTOEST ASSIGN TO "FOTOEST"
000490         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS FE-CHAVE
000490         FILE STATUS IS FOT-STATUS.
000490     SELECT MOVHIST ASSIGN TO "MOVHIST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS HIS-STATUS.
000490     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000490         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS MOV-STATUS.
000490     SELECT REPINV ASSIGN TO "REPINV"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS REL-STATUS.
000600 FD  PARMSYS
000610     LABEL RECORDS ARE STANDARD.
000620     COPY PARMSYS.
000630 FD  FOTOEST
000630     LABEL RECORDS ARE STANDARD.
000630     COPY REGFOT.
000630 FD  MOVHIST
000630     LABEL RECORDS ARE STANDARD.
000630     COPY REGMOV.
000630 FD  MOVESTQ
000630     LABEL RECORDS ARE STANDARD.
000630 01  REG-MOVVIVO                 PIC X(50).
000630 FD  REPINV
000640     LABEL RECORDS ARE STANDARD.
000650 01  REG-RELAT                   PIC X(132).
000680 01  CAM-STATUS                  PIC X(02).
000690 01  PARM-STATUS                 PIC X(02).
000700 01  REL-STATUS                  PIC X(02).
000700 01  FOT-STATUS                  PIC X(02).
000700 01  HIS-STATUS                  PIC X(02).
000700 01  MOV-STATUS                  PIC X(02).
000710 01  W-SWITCHES.
000720     05  W-EOF                   PIC X(01).
000730         88  W-EOF-SIM           VALUE "S".
000850 01  W-VALOR-ITEM                PIC 9(15)V99.
000860 01  W-VALOR-FIFO                PIC 9(15)V99.
000870 01  W-TOTAL-FIFO                PIC 9(15)V99 VALUE ZERO.
000870******************************************************************
000870*    POSICAO EM 31/12 A PARTIR DA FOTOGRAFIA DO FECHAMENTO        *
000870*    (FOTOEST) MAIS OS MOVIMENTOS POSTERIORES A ELA               *
000870******************************************************************
000870 01  W-TEM-FOTO                  PIC X(01) VALUE "N".
000870     88  W-TEM-FOTO-SIM          VALUE "S".
000870 01  W-FIM-FOTO                  PIC X(01).
000870     88  W-FIM-FOTO-SIM          VALUE "S".
000870 01  W-ACHOU                     PIC X(01).
000870     88  W-ACHOU-SIM             VALUE "S".
000870 01  W-DATA-LIMITE               PIC 9(08).
000870 01  W-DATA-FOTO                 PIC 9(08) VALUE ZERO.
000870 01  W-DATA-SALTO                PIC 9(08).
000870 01  W-DATA-MOV                  PIC 9(08).
000870 01  W-CODPROD-PROC              PIC 9(08).
000870 01  W-QTDE-SINAL                PIC S9(08).
000870 01  W-QTDE-LIVRO                PIC S9(09).
000870 01  W-PMEDIO-LIVRO              PIC 9(12)V99.
000870 01  W-SUB                       PIC 9(04) COMP.
000870 01  TAB-FOTO.
000870     05  W-QTDE-PRODS            PIC 9(04) COMP VALUE ZERO.
000870     05  TF-OCR OCCURS 999 TIMES.
000870         10  TF-CODPROD          PIC 9(08).
000870         10  TF-QUANTIDADE       PIC S9(09).
000870         10  TF-PMEDIO           PIC 9(12)V99.
000880 COPY SPLPARM.
000890******************************************************************
000900*    LINHAS DO LIVRO                                              *
001430     DISPLAY "IMPRIMIR ANEXO FIFO (S/N) =>".
001440     ACCEPT W-CONF-ANEXO.
001450     PERFORM ROT-LER-PARM THRU ROT-LER-PARM-EXIT.
001450     COMPUTE W-DATA-LIMITE = W-ANO-INF * 10000 + 1231.
001450     PERFORM ROT-POSICAO-FOTO THRU ROT-POSICAO-FOTO-EXIT.
001460     OPEN INPUT CADPROD.
001470     IF PROD-STATUS NOT = "00"
001480         DISPLAY "CEP052: ARQUIVO CADPROD NAO EXISTE"
001760     DISPLAY "CEP052: ITENS NO LIVRO..: " W-QTDE-ITENS.
001770     DISPLAY "CEP052: PAGINAS.........: " W-PAGINA.
001780     DISPLAY "CEP052: TOTAL (PMEDIO)..: " W-TOTAL-GERAL.
001780     IF W-TEM-FOTO-SIM
001780         DISPLAY "CEP052: POSICAO DA FOTO DE " W-DATA-FOTO
001780     ELSE
001780         DISPLAY "CEP052: SEM FOTO - POSICAO ATUAL DO CADPROD".
001790     STOP RUN.
001800******************************************************************
001810*    ROT-LER-PARM - ITENS POR PAGINA DO PARMSYS (DEFAULT 20)       *
002070     MOVE CODPROD    TO LD-CODPROD.
002080     MOVE DESCPROD   TO LD-DESCPROD.
002090     MOVE UNPROD     TO LD-UNPROD.
002090     MOVE QUANTIDADE TO W-QTDE-LIVRO.
002090     MOVE PMEDIO     TO W-PMEDIO-LIVRO.
002090     IF W-TEM-FOTO-SIM
002090         MOVE CODPROD TO W-CODPROD-PROC
002090         PERFORM ROT-ACHAR-PRODUTO THRU ROT-ACHAR-PRODUTO-EXIT
002090         MOVE ZERO TO W-QTDE-LIVRO
002090         IF W-ACHOU-SIM
002090             MOVE TF-QUANTIDADE(W-SUB) TO W-QTDE-LIVRO
002090             MOVE TF-PMEDIO(W-SUB)     TO W-PMEDIO-LIVRO
002090         END-IF
002090         IF W-QTDE-LIVRO < ZERO
002090             MOVE ZERO TO W-QTDE-LIVRO
002090         END-IF
002090     END-IF.
002090     MOVE W-QTDE-LIVRO   TO LD-QUANTIDADE.
002090     MOVE W-PMEDIO-LIVRO TO LD-PMEDIO.
002090     COMPUTE W-VALOR-ITEM = W-PMEDIO-LIVRO * W-QTDE-LIVRO.
002130     MOVE W-VALOR-ITEM TO LD-TOTAL.
002140     WRITE REG-RELAT FROM LIN-DET.
002150     ADD W-VALOR-ITEM TO W-TOTAL-GERAL.
002170     ADD 1 TO W-ITENS-NA-PAGINA.
002180     PERFORM ROT-LER-PROD THRU ROT-LER-PROD-EXIT.
002190 ROT-LINHA-PROD-EXIT. EXIT.
002200******************************************************************
002200*    ROT-POSICAO-FOTO - ULTIMA FOTOGRAFIA DO FECHAMENTO ATE 31/12 *
002200*    (PULANDO DE DATA EM DATA PELA CHAVE), CARREGADA COM OS       *
002200*    TOTAIS POR PRODUTO E ACERTADA PELOS MOVIMENTOS DO DIA         *
002200*    SEGUINTE A FOTO ATE 31/12 (MORTO PRIMEIRO, DEPOIS O VIVO).   *
002200*    A ENTRADA RECALCULA O PRECO MEDIO COMO NO RECEBIMENTO. SEM   *
002200*    FOTO O LIVRO SAI DA POSICAO ATUAL DO CADPROD                 *
002200******************************************************************
002200 ROT-POSICAO-FOTO.
002200     OPEN INPUT FOTOEST.
002200     IF FOT-STATUS NOT = "00"
002200         GO TO ROT-POSICAO-FOTO-EXIT.
002200     MOVE ZERO TO W-DATA-SALTO.
002200     MOVE "N" TO W-FIM-FOTO.
002200     PERFORM ROT-PROXIMA-DATA THRU ROT-PROXIMA-DATA-EXIT
002200         UNTIL W-FIM-FOTO-SIM.
002200     IF W-DATA-FOTO = ZERO
002200         CLOSE FOTOEST
002200         GO TO ROT-POSICAO-FOTO-EXIT.
002200     MOVE "S" TO W-TEM-FOTO.
002200     MOVE W-DATA-FOTO TO FE-DATA.
002200     MOVE ZERO        TO FE-CODALM.
002200     MOVE ZERO        TO FE-CODPROD.
002200     MOVE "N" TO W-FIM-FOTO.
002200     START FOTOEST KEY IS NOT LESS THAN FE-CHAVE
002200         INVALID KEY MOVE "S" TO W-FIM-FOTO.
002200     PERFORM ROT-CARREGAR-FOTO THRU ROT-CARREGAR-FOTO-EXIT
002200         UNTIL W-FIM-FOTO-SIM.
002200     CLOSE FOTOEST.
002200     OPEN INPUT MOVHIST.
002200     IF HIS-STATUS = "00"
002200         MOVE "N" TO W-EOF
002200         PERFORM ROT-LER-HIST THRU ROT-LER-HIST-EXIT
002200             UNTIL W-EOF-SIM
002200         CLOSE MOVHIST.
002200     OPEN INPUT MOVESTQ.
002200     IF MOV-STATUS = "00"
002200         MOVE "N" TO W-EOF
002200         PERFORM ROT-LER-VIVO THRU ROT-LER-VIVO-EXIT
002200             UNTIL W-EOF-SIM
002200         CLOSE MOVESTQ.
002200 ROT-POSICAO-FOTO-EXIT. EXIT.
002200 ROT-PROXIMA-DATA.
002200     MOVE W-DATA-SALTO TO FE-DATA.
002200     MOVE 99           TO FE-CODALM.
002200     MOVE 99999999     TO FE-CODPROD.
002200     START FOTOEST KEY IS GREATER THAN FE-CHAVE
002200         INVALID KEY
002200             MOVE "S" TO W-FIM-FOTO
002200             GO TO ROT-PROXIMA-DATA-EXIT.
002200     READ FOTOEST NEXT RECORD
002200         AT END
002200             MOVE "S" TO W-FIM-FOTO
002200             GO TO ROT-PROXIMA-DATA-EXIT.
002200     IF FE-DATA > W-DATA-LIMITE
002200         MOVE "S" TO W-FIM-FOTO
002200         GO TO ROT-PROXIMA-DATA-EXIT.
002200     MOVE FE-DATA TO W-DATA-SALTO.
002200     MOVE FE-DATA TO W-DATA-FOTO.
002200 ROT-PROXIMA-DATA-EXIT. EXIT.
002200 ROT-CARREGAR-FOTO.
002200     READ FOTOEST NEXT RECORD
002200         AT END
002200             MOVE "S" TO W-FIM-FOTO
002200             GO TO ROT-CARREGAR-FOTO-EXIT.
002200     IF FE-DATA NOT = W-DATA-FOTO
002200         OR NOT FE-TOTAL-PRODUTO
002200         MOVE "S" TO W-FIM-FOTO
002200         GO TO ROT-CARREGAR-FOTO-EXIT.
002200     IF W-QTDE-PRODS NOT < 999
002200         DISPLAY "CEP052: TABELA DA FOTO CHEIA"
002200         MOVE "S" TO W-FIM-FOTO
002200         GO TO ROT-CARREGAR-FOTO-EXIT.
002200     ADD 1 TO W-QTDE-PRODS.
002200     MOVE FE-CODPROD    TO TF-CODPROD(W-QTDE-PRODS).
002200     MOVE FE-QUANTIDADE TO TF-QUANTIDADE(W-QTDE-PRODS).
002200     MOVE FE-PMEDIO     TO TF-PMEDIO(W-QTDE-PRODS).
002200 ROT-CARREGAR-FOTO-EXIT. EXIT.
002200 ROT-LER-HIST.
002200     READ MOVHIST
002200         AT END MOVE "S" TO W-EOF
002200         NOT AT END
002200             PERFORM ROT-APLICAR-MOV THRU ROT-APLICAR-MOV-EXIT.
002200 ROT-LER-HIST-EXIT. EXIT.
002200 ROT-LER-VIVO.
002200     READ MOVESTQ
002200         AT END MOVE "S" TO W-EOF
002200         NOT AT END
002200             MOVE REG-MOVVIVO TO REGMOV
002200             PERFORM ROT-APLICAR-MOV THRU ROT-APLICAR-MOV-EXIT.
002200 ROT-LER-VIVO-EXIT. EXIT.
002200 ROT-APLICAR-MOV.
002200     COMPUTE W-DATA-MOV = (MOV-ANO * 10000)
002200         + (MOV-MES * 100) + MOV-DIA.
002200     IF W-DATA-MOV NOT > W-DATA-FOTO
002200         OR W-DATA-MOV > W-DATA-LIMITE
002200         GO TO ROT-APLICAR-MOV-EXIT.
002200     MOVE MOV-CODPROD TO W-CODPROD-PROC.
002200     PERFORM ROT-ACHAR-PRODUTO THRU ROT-ACHAR-PRODUTO-EXIT.
002200     IF NOT W-ACHOU-SIM
002200         IF W-QTDE-PRODS NOT < 999
002200             GO TO ROT-APLICAR-MOV-EXIT
002200         ELSE
002200             ADD 1 TO W-QTDE-PRODS
002200             MOVE W-QTDE-PRODS TO W-SUB
002200             MOVE MOV-CODPROD TO TF-CODPROD(W-SUB)
002200             MOVE ZERO TO TF-QUANTIDADE(W-SUB)
002200             MOVE ZERO TO TF-PMEDIO(W-SUB).
002200     IF MOV-TIPO = "E"
002200         OR MOV-SINAL = "+"
002200         MOVE MOV-QUANTIDADE TO W-QTDE-SINAL
002200     ELSE
002200         COMPUTE W-QTDE-SINAL = ZERO - MOV-QUANTIDADE.
002200     IF MOV-ENTRADA
002200         AND TF-QUANTIDADE(W-SUB) + MOV-QUANTIDADE > ZERO
002200         COMPUTE TF-PMEDIO(W-SUB) ROUNDED =
002200             ((TF-QUANTIDADE(W-SUB) * TF-PMEDIO(W-SUB))
002200             + (MOV-QUANTIDADE * MOV-PRECO))
002200             / (TF-QUANTIDADE(W-SUB) + MOV-QUANTIDADE).
002200     ADD W-QTDE-SINAL TO TF-QUANTIDADE(W-SUB).
002200 ROT-APLICAR-MOV-EXIT. EXIT.
002200******************************************************************
002200*    ROT-ACHAR-PRODUTO - W-SUB DO PRODUTO W-CODPROD-PROC NA       *
002200*    TABELA DA FOTO (W-ACHOU = "S" QUANDO ESTA CARREGADO)         *
002200******************************************************************
002200 ROT-ACHAR-PRODUTO.
002200     MOVE "N" TO W-ACHOU.
002200     PERFORM ROT-TESTAR-PRODUTO THRU ROT-TESTAR-PRODUTO-EXIT
002200         VARYING W-SUB FROM 1 BY 1
002200         UNTIL W-SUB > W-QTDE-PRODS
002200         OR W-ACHOU-SIM.
002200 ROT-ACHAR-PRODUTO-EXIT. EXIT.
002200 ROT-TESTAR-PRODUTO.
002200     IF TF-CODPROD(W-SUB) = W-CODPROD-PROC
002200         MOVE "S" TO W-ACHOU
002200         SUBTRACT 1 FROM W-SUB.
002200 ROT-TESTAR-PRODUTO-EXIT. EXIT.
002200 ROT-NOVA-PAGINA.
002210     ADD 1 TO W-PAGINA.
002220     MOVE W-PAGINA TO LP-PAGINA.
