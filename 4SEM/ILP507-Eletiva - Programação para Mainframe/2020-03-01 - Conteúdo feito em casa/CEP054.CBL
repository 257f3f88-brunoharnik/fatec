000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-09-02 BH        VERSAO INICIAL                             *
000170* 2026-10-11 BH        LISTA DE SEPARACAO AVISA, NA LINHA DO      *
000170*                      ITEM, A QUANTIDADE DO PRODUTO EM           *
000170*                      QUARENTENA NO ALMOXARIFADO (INSPEC), QUE   *
000170*                      NAO PODE SER SEPARADA                      *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CEP054.
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PVI-CHAVE
000520         FILE STATUS IS ITM-STATUS.
000520     SELECT INSPEC ASSIGN TO "INSPEC"
000520         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS IS-CHAVE
000520         FILE STATUS IS INS-STATUS.
000530     SELECT REPPICK ASSIGN TO "REPPICK"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS REL-STATUS.
000680 FD  PEDITEM
000690     LABEL RECORDS ARE STANDARD.
000700     COPY REGPEDI.
000710 FD  INSPEC
000710     LABEL RECORDS ARE STANDARD.
000710     COPY REGINS.
000710 FD  REPPICK
000720     LABEL RECORDS ARE STANDARD.
000730 01  REG-RELAT                   PIC X(100).
000790     05  SD-CODPROD              PIC 9(08).
000800     05  SD-DESCPROD             PIC X(30).
000810     05  SD-QUANTIDADE           PIC 9(07).
000810     05  SD-QUARENTENA           PIC 9(07).
000820 WORKING-STORAGE SECTION.
000830 01  BIN-STATUS                  PIC X(02).
000840 01  PROD-STATUS                 PIC X(02).
000850 01  PED-STATUS                  PIC X(02).
000860 01  ITM-STATUS                  PIC X(02).
000870 01  REL-STATUS                  PIC X(02).
000870 01  INS-STATUS                  PIC X(02).
000870 01  W-EOF-INS                   PIC X(01).
000870     88  W-EOF-INS-SIM           VALUE "S".
000880 01  W-SWITCHES.
000890     05  W-FIM                   PIC X(01) VALUE "N".
000900         88  W-FIM-SIM           VALUE "S".
001240     05  LD-DESCPROD             PIC X(30).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  LD-QUANTIDADE           PIC ZZZZZZ9.
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001260     05  LD-AVISO-TXT            PIC X(11).
001260     05  LD-AVISO-QTDE           PIC ZZZZZZ9 BLANK WHEN ZERO.
001260     05  LD-AVISO-FIM            PIC X(12).
001270 PROCEDURE DIVISION.
001280******************************************************************
001290*    0000-MAINLINE                                                *
003170         DISPLAY "ARQUIVO DE ITENS NAO EXISTE"
003180         GO TO 3000-EXIT.
003190     OPEN INPUT CADPROD.
003190     OPEN INPUT BINLOC.
003190     OPEN INPUT INSPEC.
003210     MOVE "N" TO W-EOF.
003220     MOVE W-NUMERO-INF TO PVI-NUMERO.
003230     MOVE ZERO TO PVI-SEQ.
003310     IF PROD-STATUS = "00"
003320         CLOSE CADPROD.
003330     IF BIN-STATUS = "00"
003330         CLOSE BINLOC.
003330     IF INS-STATUS = "00"
003330         CLOSE INSPEC.
003350 3000-EXIT. EXIT.
003360 3100-LER-ITEM.
003370     READ PEDITEM NEXT RECORD
003630             NOT INVALID KEY
003640                 MOVE DESCPROD TO SD-DESCPROD.
003650     MOVE PVI-QUANTIDADE TO SD-QUANTIDADE.
003650     MOVE ZERO TO SD-QUARENTENA.
003650     IF INS-STATUS = "00"
003650         PERFORM 3300-SOMAR-QUARENTENA THRU 3300-EXIT.
003650     RELEASE SD-PICK.
003670     PERFORM 3100-LER-ITEM THRU 3100-EXIT.
003680 3200-EXIT. EXIT.
003680******************************************************************
003680*    3300-SOMAR-QUARENTENA - QUANTIDADE DO PRODUTO AINDA EM       *
003680*    QUARENTENA NESTE ALMOXARIFADO (INSPECAO PENDENTE OU          *
003680*    REJEITADO AGUARDANDO DEVOLUCAO), QUE NAO PODE SER SEPARADA   *
003680******************************************************************
003680 3300-SOMAR-QUARENTENA.
003680     MOVE "N" TO W-EOF-INS.
003680     MOVE PVI-CODPROD TO IS-CODPROD.
003680     MOVE ZERO        TO IS-SEQ.
003680     START INSPEC KEY IS NOT LESS THAN IS-CHAVE
003680         INVALID KEY MOVE "S" TO W-EOF-INS.
003680     PERFORM 3310-LER-INSPECAO THRU 3310-EXIT
003680         UNTIL W-EOF-INS-SIM.
003680 3300-EXIT. EXIT.
003680 3310-LER-INSPECAO.
003680     READ INSPEC NEXT RECORD
003680         AT END MOVE "S" TO W-EOF-INS.
003680     IF W-EOF-INS-SIM
003680         GO TO 3310-EXIT.
003680     IF IS-CODPROD NOT = PVI-CODPROD
003680         MOVE "S" TO W-EOF-INS
003680         GO TO 3310-EXIT.
003680     IF IS-CONCLUIDA OR IS-CODALM NOT = W-CODALM-INF
003680         GO TO 3310-EXIT.
003680     COMPUTE SD-QUARENTENA = SD-QUARENTENA
003680         + IS-QTDE-RECEBIDA - IS-QTDE-APROVADA.
003680 3310-EXIT. EXIT.
003690******************************************************************
003700*    4000-IMPRIMIR - LISTA ORDENADA NA ORDEM DE CAMINHADA          *
003710******************************************************************
003910     MOVE SD-CODPROD    TO LD-CODPROD.
003920     MOVE SD-DESCPROD   TO LD-DESCPROD.
003930     MOVE SD-QUANTIDADE TO LD-QUANTIDADE.
003930     MOVE SPACES        TO LD-AVISO-TXT LD-AVISO-FIM.
003930     MOVE SD-QUARENTENA TO LD-AVISO-QTDE.
003930     IF SD-QUARENTENA > ZERO
003930         MOVE "QUARENTENA " TO LD-AVISO-TXT
003930         MOVE " NAO SEPARAR" TO LD-AVISO-FIM.
003940     WRITE REG-RELAT FROM LIN-DET.
003950     ADD 1 TO W-QTDE-ITENS.
003960 4100-EXIT. EXIT.
