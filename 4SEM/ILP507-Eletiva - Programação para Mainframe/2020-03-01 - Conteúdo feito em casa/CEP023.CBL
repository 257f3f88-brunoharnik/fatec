000187*                      EXTRATO PELO MOV-SINAL                     *
000188* 2026-09-02 BH        AREA DO MOVHIST DE 41 PARA 45 BYTES       *
000188*                      (REGMOV CRESCEU COM O MOV-CODDEPC)        *
000188* 2026-10-15 BH        SALDO DE ABERTURA PARTE DA ULTIMA          *
000188*                      FOTOGRAFIA DO FECHAMENTO (FOTOEST)         *
000188*                      ANTERIOR A DATA INICIAL MAIS OS            *
000188*                      MOVIMENTOS ENTRE ELA E O INICIO; SEM       *
000188*                      FOTO CONTINUA DEDUZIDO DA QUANTIDADE       *
000188*                      ATUAL                                      *
000188* 2026-10-15 BH        COM O MOVIDX DISPONIVEL LE SO A FAIXA DO   *
000188*                      PRODUTO PELA CHAVE; SEM ELE CONTINUA       *
000188*                      LENDO O MOVHIST E O MOVESTQ                *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP023.
000402     SELECT MOVHIST ASSIGN TO "MOVHIST"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS HIS-STATUS.
000406     SELECT MOVIDX ASSIGN TO "MOVIDX"
000406         ORGANIZATION IS INDEXED
000406         ACCESS MODE IS DYNAMIC
000406         RECORD KEY IS MX-CHAVE
000406         FILE STATUS IS MVX-STATUS.
000410     SELECT FOTOEST ASSIGN TO "FOTOEST"
000410         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS FE-CHAVE
000410         FILE STATUS IS FOT-STATUS.
000410     SELECT REPKARDEX ASSIGN TO "REPKARDEX"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS REL-STATUS.
000512 FD  MOVHIST
000514     LABEL RECORDS ARE STANDARD.
000516 01  REG-MOVHIST                 PIC X(45).
000516 FD  MOVIDX
000516     LABEL RECORDS ARE STANDARD.
000516     COPY REGMVX.
000520 FD  FOTOEST
000520     LABEL RECORDS ARE STANDARD.
000520     COPY REGFOT.
000520 FD  REPKARDEX
000530     LABEL RECORDS ARE STANDARD.
000540 01  REG-RELAT                   PIC X(100).
000560 01  PROD-STATUS                 PIC X(02).
000570 01  MOV-STATUS                  PIC X(02).
000572 01  HIS-STATUS                  PIC X(02).
000572 01  MVX-STATUS                  PIC X(02).
000580 01  REL-STATUS                  PIC X(02).
000580 01  FOT-STATUS                  PIC X(02).
000590 01  W-SWITCHES.
000600     05  W-EOF                   PIC X(01) VALUE "N".
000610         88  W-EOF-SIM           VALUE "S".
000610     05  W-USA-INDICE            PIC X(01) VALUE "N".
000610         88  W-USA-INDICE-SIM    VALUE "S".
000620 01  W-CODPROD-INF               PIC 9(08).
000630 01  W-DIA-INI                   PIC 9(02).
000640 01  W-MES-INI                   PIC 9(02).
000740 01  W-SALDO-CORRENTE            PIC S9(09).
000750 01  W-QTDE-SINAL                PIC S9(08).
000760 01  W-QTDE-LISTADA              PIC 9(07) VALUE ZERO.
000760 01  W-TEM-FOTO                  PIC X(01) VALUE "N".
000760     88  W-TEM-FOTO-SIM          VALUE "S".
000760 01  W-FIM-FOTO                  PIC X(01).
000760     88  W-FIM-FOTO-SIM          VALUE "S".
000760 01  W-DATA-FOTO                 PIC 9(08) VALUE ZERO.
000760 01  W-DATA-SALTO                PIC 9(08).
000760 01  W-QTDE-FOTO                 PIC 9(07) VALUE ZERO.
000760 01  W-LIQUIDO-DESDE-FOTO        PIC S9(09) VALUE ZERO.
000760 01  W-DATA-EDIT.
000760     05  W-DATA-EDIT-ANO         PIC 9(04).
000760     05  W-DATA-EDIT-MES         PIC 9(02).
000760     05  W-DATA-EDIT-DIA         PIC 9(02).
000770******************************************************************
000780*    LINHAS DO EXTRATO                                            *
000790******************************************************************
000880     05  FILLER                  PIC X(21) VALUE
000890         "SALDO DE ABERTURA..: ".
000900     05  LA-SALDO                PIC -ZZZZZZZ9.
000910 01  LIN-ORIGEM-FOTO.
000910     05  FILLER                  PIC X(34) VALUE
000910         "ABERTURA A PARTIR DA FOTO DO DIA  ".
000910     05  LOF-DIA                 PIC 9(02).
000910     05  FILLER                  PIC X(01) VALUE "/".
000910     05  LOF-MES                 PIC 9(02).
000910     05  FILLER                  PIC X(01) VALUE "/".
000910     05  LOF-ANO                 PIC 9(04).
000910 01  LIN-ORIGEM-ATUAL            PIC X(80) VALUE
000910     "ABERTURA DEDUZIDA DA QUANTIDADE ATUAL (SEM FOTO ANTERIOR)".
000910 01  LIN-CABEC3                  PIC X(80) VALUE
000920     "DATA        TP SN   QUANTIDADE          PRECO        SALDO".
000930 01  LIN-DET.
001470             DISPLAY "CEP023: PRODUTO NAO CADASTRADO"
001480             CLOSE CADPROD
001490             STOP RUN.
001490     OPEN INPUT MOVIDX.
001490     IF MVX-STATUS = "00"
001490         MOVE "S" TO W-USA-INDICE
001490     ELSE
001490         DISPLAY "CEP023: MOVIDX NAO DISPONIVEL (RODAR O CEP090)"
001490         DISPLAY "CEP023: LENDO O MOVHIST E O MOVESTQ COMPLETOS".
001500     PERFORM 1000-APURAR-ABERTURA THRU 1000-EXIT.
001510     PERFORM 2000-LISTAR-EXTRATO THRU 2000-EXIT.
001510     IF W-USA-INDICE-SIM
001510         CLOSE MOVIDX.
001520     CLOSE CADPROD.
001530     DISPLAY "CEP023: MOVIMENTOS LISTADOS: " W-QTDE-LISTADA.
001540     STOP RUN.
001590******************************************************************
001600 1000-APURAR-ABERTURA.
001610     MOVE ZERO TO W-LIQUIDO-DESDE-INI.
001610     PERFORM 1010-PROCURAR-FOTO THRU 1010-EXIT.
001610     IF W-USA-INDICE-SIM
001610         PERFORM 1300-SOMAR-INDICE THRU 1300-EXIT
001610         GO TO 1000-CALCULAR.
001612     OPEN INPUT MOVHIST.
001614     IF HIS-STATUS = "00"
001615         MOVE "N" TO W-EOF
001620     OPEN INPUT MOVESTQ.
001630     IF MOV-STATUS NOT = "00"
001640         DISPLAY "CEP023: ARQUIVO MOVESTQ NAO EXISTE"
001640         GO TO 1000-CALCULAR.
001670     MOVE "N" TO W-EOF.
001680     PERFORM 1100-SOMAR-LIQUIDO THRU 1100-EXIT
001690         UNTIL W-EOF-SIM.
001700     CLOSE MOVESTQ.
001700 1000-CALCULAR.
001700     IF W-TEM-FOTO-SIM
001650         COMPUTE W-SALDO-ABERTURA =
001650             W-QTDE-FOTO + W-LIQUIDO-DESDE-FOTO
001650     ELSE
001650         COMPUTE W-SALDO-ABERTURA =
001650             QUANTIDADE - W-LIQUIDO-DESDE-INI.
001730 1000-EXIT. EXIT.
001730******************************************************************
001730*    1010-PROCURAR-FOTO - ULTIMA FOTOGRAFIA DO FECHAMENTO         *
001730*    (FOTOEST) ANTERIOR A DATA INICIAL COM O TOTAL DO PRODUTO;    *
001730*    PULA DE DATA EM DATA PELA CHAVE SEM LER O ARQUIVO TODO       *
001730******************************************************************
001730 1010-PROCURAR-FOTO.
001730     OPEN INPUT FOTOEST.
001730     IF FOT-STATUS NOT = "00"
001730         GO TO 1010-EXIT.
001730     MOVE ZERO TO W-DATA-SALTO.
001730     MOVE "N" TO W-FIM-FOTO.
001730     PERFORM 1020-PROXIMA-DATA THRU 1020-EXIT
001730         UNTIL W-FIM-FOTO-SIM.
001730     CLOSE FOTOEST.
001730 1010-EXIT. EXIT.
001730 1020-PROXIMA-DATA.
001730     MOVE W-DATA-SALTO TO FE-DATA.
001730     MOVE 99           TO FE-CODALM.
001730     MOVE 99999999     TO FE-CODPROD.
001730     START FOTOEST KEY IS GREATER THAN FE-CHAVE
001730         INVALID KEY
001730             MOVE "S" TO W-FIM-FOTO
001730             GO TO 1020-EXIT.
001730     READ FOTOEST NEXT RECORD
001730         AT END
001730             MOVE "S" TO W-FIM-FOTO
001730             GO TO 1020-EXIT.
001730     IF FE-DATA NOT < W-DATA-INI
001730         MOVE "S" TO W-FIM-FOTO
001730         GO TO 1020-EXIT.
001730     MOVE FE-DATA       TO W-DATA-SALTO.
001730     MOVE ZERO          TO FE-CODALM.
001730     MOVE W-CODPROD-INF TO FE-CODPROD.
001730     READ FOTOEST
001730         INVALID KEY
001730             GO TO 1020-EXIT.
001730     MOVE "S"           TO W-TEM-FOTO.
001730     MOVE FE-DATA       TO W-DATA-FOTO.
001730     MOVE FE-QUANTIDADE TO W-QTDE-FOTO.
001730 1020-EXIT. EXIT.
001732 1050-SOMAR-HIST.
001733     READ MOVHIST
001734         AT END MOVE "S" TO W-EOF
001872         IF W-DATA-MOV NOT < W-DATA-INI
001874             ADD W-QTDE-SINAL TO W-LIQUIDO-DESDE-INI
001876         END-IF
001876         IF W-TEM-FOTO-SIM
001876             AND W-DATA-MOV > W-DATA-FOTO
001876             AND W-DATA-MOV < W-DATA-INI
001876             ADD W-QTDE-SINAL TO W-LIQUIDO-DESDE-FOTO
001876         END-IF
001878     END-IF.
001880 1150-EXIT. EXIT.
001870******************************************************************
001950     ELSE
001960         COMPUTE W-QTDE-SINAL = ZERO - MOV-QUANTIDADE.
001970 1200-EXIT. EXIT.
001970******************************************************************
001970*    1300-SOMAR-INDICE - LIQUIDO PELO MOVIDX, LENDO SO A FAIXA DO *
001970*    PRODUTO: A PARTIR DA FOTO ATE A DATA INICIAL, OU SEM FOTO DA *
001970*    DATA INICIAL ATE O ULTIMO MOVIMENTO DO PRODUTO               *
001970******************************************************************
001970 1300-SOMAR-INDICE.
001970     MOVE W-CODPROD-INF TO MX-CODPROD.
001970     IF W-TEM-FOTO-SIM
001970         MOVE W-DATA-FOTO TO MX-DATA
001970     ELSE
001970         MOVE W-DATA-INI  TO MX-DATA.
001970     MOVE ZERO TO MX-SEQ.
001970     START MOVIDX KEY IS NOT LESS THAN MX-CHAVE
001970         INVALID KEY
001970             GO TO 1300-EXIT.
001970     MOVE "N" TO W-EOF.
001970     PERFORM 1350-LER-INDICE THRU 1350-EXIT
001970         UNTIL W-EOF-SIM.
001970 1300-EXIT. EXIT.
001970 1350-LER-INDICE.
001970     READ MOVIDX NEXT RECORD
001970         AT END
001970             MOVE "S" TO W-EOF
001970             GO TO 1350-EXIT.
001970     IF MX-CODPROD NOT = W-CODPROD-INF
001970         MOVE "S" TO W-EOF
001970         GO TO 1350-EXIT.
001970     IF W-TEM-FOTO-SIM
001970         AND MX-DATA NOT < W-DATA-INI
001970         MOVE "S" TO W-EOF
001970         GO TO 1350-EXIT.
001970     MOVE MX-MOVIMENTO TO REGMOV.
001970     PERFORM 1150-SOMAR-SE-PERIODO THRU 1150-EXIT.
001970 1350-EXIT. EXIT.
001980******************************************************************
001990*    2000-LISTAR-EXTRATO - SEGUNDA PASSADA LISTANDO O PERIODO     *
002000*    COM O SALDO CORRENTE LINHA A LINHA                           *
002070     WRITE REG-RELAT FROM LIN-CABEC2.
002080     MOVE W-SALDO-ABERTURA TO LA-SALDO.
002090     WRITE REG-RELAT FROM LIN-ABERTURA.
002090     IF W-TEM-FOTO-SIM
002090         MOVE W-DATA-FOTO     TO W-DATA-EDIT
002090         MOVE W-DATA-EDIT-DIA TO LOF-DIA
002090         MOVE W-DATA-EDIT-MES TO LOF-MES
002090         MOVE W-DATA-EDIT-ANO TO LOF-ANO
002090         WRITE REG-RELAT FROM LIN-ORIGEM-FOTO
002090     ELSE
002090         WRITE REG-RELAT FROM LIN-ORIGEM-ATUAL.
002100     WRITE REG-RELAT FROM LIN-CABEC3.
002110     MOVE W-SALDO-ABERTURA TO W-SALDO-CORRENTE.
002110     IF W-USA-INDICE-SIM
002110         PERFORM 2300-LISTAR-INDICE THRU 2300-EXIT
002110         GO TO 2000-FECHAR.
002112     OPEN INPUT MOVHIST.
002113     IF HIS-STATUS = "00"
002114         MOVE "N" TO W-EOF
002500     WRITE REG-RELAT FROM LIN-DET.
002510     ADD 1 TO W-QTDE-LISTADA.
002520 2200-EXIT. EXIT.
002520******************************************************************
002520*    2300-LISTAR-INDICE - PERIODO PELO MOVIDX, DA DATA INICIAL A  *
002520*    DATA FINAL DO PRODUTO, JA NA ORDEM DE DATA                   *
002520******************************************************************
002520 2300-LISTAR-INDICE.
002520     MOVE W-CODPROD-INF TO MX-CODPROD.
002520     MOVE W-DATA-INI    TO MX-DATA.
002520     MOVE ZERO          TO MX-SEQ.
002520     START MOVIDX KEY IS NOT LESS THAN MX-CHAVE
002520         INVALID KEY
002520             GO TO 2300-EXIT.
002520     MOVE "N" TO W-EOF.
002520     PERFORM 2350-LER-INDICE THRU 2350-EXIT
002520         UNTIL W-EOF-SIM.
002520 2300-EXIT. EXIT.
002520 2350-LER-INDICE.
002520     READ MOVIDX NEXT RECORD
002520         AT END
002520             MOVE "S" TO W-EOF
002520             GO TO 2350-EXIT.
002520     IF MX-CODPROD NOT = W-CODPROD-INF
002520         OR MX-DATA > W-DATA-FIM
002520         MOVE "S" TO W-EOF
002520         GO TO 2350-EXIT.
002520     MOVE MX-MOVIMENTO TO REGMOV.
002520     PERFORM 2200-TRATAR-MOV THRU 2200-EXIT.
002520 2350-EXIT. EXIT.
