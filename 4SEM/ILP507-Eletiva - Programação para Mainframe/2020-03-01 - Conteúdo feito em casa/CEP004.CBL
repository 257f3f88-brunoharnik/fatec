000159* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO     *
000159*                      (GER000): RESTAURACAO DE BACKUP ANTIGO    *
000159*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR  *
000159* 2026-09-15 BH        ENTRADA LANCA O CREDITO DE PIS/COFINS NO   *
000159*                      LIVPIS (TIPO "C") SOBRE O VALOR DA NOTA    *
000159* 2026-10-11 BH        ENTRADA DE PRODUTO COM INSPECAO            *
000159*                      OBRIGATORIA FICA EM QUARENTENA             *
000159*                      (QUARENTENA DO CADPROD) E GERA O           *
000159*                      REGISTRO PENDENTE NO INSPEC PARA A         *
000159*                      INSPECAO DO CEP080                         *
000159* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000159*                      (MVX000)                                   *
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. CEP004.
000964         ACCESS MODE IS DYNAMIC
000965         RECORD KEY IS BK-CHAVE
000966         FILE STATUS IS BKO-STATUS.
000966     SELECT INSPEC ASSIGN TO "INSPEC"
000966         ORGANIZATION IS INDEXED
000966         ACCESS MODE IS DYNAMIC
000966         RECORD KEY IS IS-CHAVE
000966         FILE STATUS IS INS-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  CADPROD
001222 FD  BACKORD
001224     LABEL RECORDS ARE STANDARD.
001226     COPY REGBKO.
001226 FD  INSPEC
001226     LABEL RECORDS ARE STANDARD.
001226     COPY REGINS.
001230 WORKING-STORAGE SECTION.
001240******************************************************************
001250*    AREAS DE CONTROLE DE ARQUIVO E DE TELA                       *
001282 01  W-SERIE-INF                 PIC X(20).
001282 01  W-SER-CONT                  PIC 9(07).
001282 COPY GERPARM.
001282 COPY PISPARM.
001282 COPY MVXPARM.
001290 01  ALM-STATUS                  PIC X(02).
001300 01  SAL-STATUS                  PIC X(02).
001310 01  LOT-STATUS                  PIC X(02).
001330 01  KIT-STATUS                  PIC X(02).
001340 01  CAM-STATUS                  PIC X(02).
001342 01  BKO-STATUS                  PIC X(02).
001342 01  INS-STATUS                  PIC X(02).
001342 01  W-EOF-INS                   PIC X(01).
001342     88  W-EOF-INS-SIM           VALUE "S".
001342 01  W-EM-QUARENTENA             PIC X(01).
001342     88  W-EM-QUARENTENA-SIM     VALUE "S".
001342 01  W-PROX-SEQ-INS              PIC 9(05).
001342 01  W-CODFORN-INS               PIC 9(04).
001342 01  W-PRECO-INS                 PIC 9(12)V99.
001344 01  W-QTDE-BKO-PEND             PIC 9(05).
001346 01  W-EOF-BKO                   PIC X(01).
001348     88  W-EOF-BKO-SIM           VALUE "S".
002890     MOVE W-DIA-MOV   TO DIAULTC.
002900     MOVE W-MES-MOV   TO TFMESULTC.
002910     MOVE W-ANO-MOV   TO ANOULTC.
002910     MOVE "N" TO W-EM-QUARENTENA.
002910     IF PROD-COM-INSPECAO
002910         MOVE "S"     TO W-EM-QUARENTENA
002910         MOVE CODFORN TO W-CODFORN-INS
002910         MOVE ULTPRE  TO W-PRECO-INS
002910         ADD W-QTDE-MOV TO QUARENTENA.
002910     REWRITE REGPROD
002910         INVALID KEY
002910             DISPLAY "ERRO NA ATUALIZACAO DO ESTOQUE".
002910     CLOSE CADPROD.
002960     PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT.
002960     PERFORM ROT-CREDITAR-PIS THRU ROT-CREDITAR-PIS-EXIT.
002970     PERFORM ROT-ATUALIZAR-SALDOALM
002980         THRU ROT-ATUALIZAR-SALDOALM-EXIT.
002990     PERFORM ROT-ENTRAR-LOTE THRU ROT-ENTRAR-LOTE-EXIT.
003002     IF PROD-COM-SERIE
003004         PERFORM ROT-CAPTAR-SERIES
003006             THRU ROT-CAPTAR-SERIES-EXIT.
003010     IF W-EM-QUARENTENA-SIM
003010         PERFORM ROT-GRAVAR-INSPECAO
003010             THRU ROT-GRAVAR-INSPECAO-EXIT.
003010     DISPLAY "*** ENTRADA REGISTRADA COM SUCESSO ***".
003012     PERFORM ROT-AVISAR-BACKORD THRU ROT-AVISAR-BACKORD-EXIT.
003020     PERFORM ROT-MENS2 THRU ROT-MENS2-EXIT.
003030 ROT-ENTRADA-EXIT. EXIT.
003030******************************************************************
003030*    ROT-GRAVAR-INSPECAO - PRODUTO COM INSPECAO OBRIGATORIA: A    *
003030*    ENTRADA FICA EM QUARENTENA (FORA DO DISPONIVEL) E ENTRA NA   *
003030*    FILA DE INSPECAO DO CEP080, SEM PEDIDO DE COMPRA             *
003030******************************************************************
003030 ROT-GRAVAR-INSPECAO.
003030     OPEN I-O INSPEC.
003030     IF INS-STATUS = "35"
003030         OPEN OUTPUT INSPEC
003030         CLOSE INSPEC
003030         OPEN I-O INSPEC.
003030     IF INS-STATUS NOT = "00"
003030         DISPLAY "ARQUIVO INSPEC NAO PODE SER ABERTO"
003030         GO TO ROT-GRAVAR-INSPECAO-EXIT.
003030     MOVE ZERO TO W-PROX-SEQ-INS.
003030     MOVE "N" TO W-EOF-INS.
003030     MOVE W-COD-INF   TO IS-CODPROD.
003030     MOVE ZERO        TO IS-SEQ.
003030     START INSPEC KEY IS NOT LESS THAN IS-CHAVE
003030         INVALID KEY MOVE "S" TO W-EOF-INS.
003030     PERFORM ROT-ULT-SEQ-INS THRU ROT-ULT-SEQ-INS-EXIT
003030         UNTIL W-EOF-INS-SIM.
003030     ADD 1 TO W-PROX-SEQ-INS.
003030     MOVE W-COD-INF       TO IS-CODPROD.
003030     MOVE W-PROX-SEQ-INS  TO IS-SEQ.
003030     MOVE W-CODALM-INF    TO IS-CODALM.
003030     MOVE W-CODFORN-INS   TO IS-CODFORN.
003030     MOVE ZERO            TO IS-PEDIDO.
003030     COMPUTE IS-DATA-REC = (W-ANO-MOV * 10000)
003030         + (W-MES-MOV * 100) + W-DIA-MOV.
003030     MOVE W-QTDE-MOV      TO IS-QTDE-RECEBIDA.
003030     MOVE W-PRECO-INS     TO IS-PRECO.
003030     MOVE ZERO            TO IS-QTDE-APROVADA.
003030     MOVE ZERO            TO IS-QTDE-REJEITADA.
003030     MOVE SPACES          TO IS-INSPETOR.
003030     MOVE SPACES          TO IS-MOTIVO.
003030     MOVE ZERO            TO IS-DATA-INSP.
003030     MOVE ZERO            TO IS-NUM-DEV.
003030     MOVE "P"             TO IS-SITUACAO.
003030     WRITE REGINS
003030         INVALID KEY
003030             DISPLAY "ERRO NA GRAVACAO DA INSPECAO"
003030         NOT INVALID KEY
003030             DISPLAY "ENTRADA EM QUARENTENA - AGUARDA INSPECAO".
003030     CLOSE INSPEC.
003030 ROT-GRAVAR-INSPECAO-EXIT. EXIT.
003030 ROT-ULT-SEQ-INS.
003030     READ INSPEC NEXT RECORD
003030         AT END MOVE "S" TO W-EOF-INS.
003030     IF NOT W-EOF-INS-SIM AND IS-CODPROD NOT = W-COD-INF
003030         MOVE "S" TO W-EOF-INS.
003030     IF NOT W-EOF-INS-SIM
003030         MOVE IS-SEQ TO W-PROX-SEQ-INS.
003030 ROT-ULT-SEQ-INS-EXIT. EXIT.
003030******************************************************************
003030*    ROT-CREDITAR-PIS - CREDITO DE PIS/COFINS DA COMPRA SOBRE O   *
003030*    VALOR DA NOTA (ULTPRE X QUANTIDADE, SEM AS DESPESAS)         *
003030******************************************************************
003030 ROT-CREDITAR-PIS.
003030     MOVE "G"            TO PIS-ACAO.
003030     MOVE "C"            TO PIS-TIPO.
003030     MOVE W-COD-INF      TO PIS-CODPROD.
003030     MOVE CODNCM         TO PIS-CODNCM.
003030     COMPUTE PIS-BASE = ULTPRE * W-QTDE-MOV.
003030     COMPUTE PIS-DATA = W-ANO-MOV * 10000 + W-MES-MOV * 100
003030         + W-DIA-MOV.
003030     MOVE "CEP004"       TO PIS-PROGRAMA.
003030     MOVE ZERO           TO PIS-DOCUMENTO.
003030     CALL "PIS000" USING PIS-PARAMETROS-AREA.
003030 ROT-CREDITAR-PIS-EXIT. EXIT.
003031******************************************************************
003031*    ROT-CAPTAR-SERIES - PRODUTO COM CTRLSERIE "S": UM NUMERO DE   *
003031*    SERIE POR UNIDADE QUE ENTROU, CADASTRADO NO SERIAIS COMO      *
003560     OPEN EXTEND MOVESTQ.
003570     IF MOV-STATUS = "35"
003580         OPEN OUTPUT MOVESTQ.
003590     MOVE REGMOV TO MVX-MOVIMENTO.
003590     WRITE REGMOV.
003600     CLOSE MOVESTQ.
003600     MOVE "G" TO MVX-ACAO.
003600     CALL "MVX000" USING MVX-PARAMETROS-AREA.
003610 ROT-GRAVAR-MOV-EXIT. EXIT.
003620******************************************************************
003630*    ROT-DIGITAR-DATA-MOV - CAPTURA A DATA DO MOVIMENTO            *
007240     OPEN EXTEND MOVESTQ.
007250     IF MOV-STATUS = "35"
007260         OPEN OUTPUT MOVESTQ.
007270     MOVE REGMOV TO MVX-MOVIMENTO.
007270     WRITE REGMOV.
007280     CLOSE MOVESTQ.
007280     MOVE "G" TO MVX-ACAO.
007280     CALL "MVX000" USING MVX-PARAMETROS-AREA.
007290 ROT-GRAVAR-MOV-COMP-EXIT. EXIT.
007300******************************************************************
007310*    ROT-BAIXAR-SALDOALM-COMP - BAIXA O SALDO DO COMPONENTE NO     *
