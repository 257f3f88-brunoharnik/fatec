000150*              "13" E "FE"; O MODO DE ESTORNO USA "E3" E "EF").   *
000160*              ASSIM O RESULTADO MENSAL DEIXA DE SER CHICOTEADO   *
000170*              PELO MES DO PAGAMENTO.                             *
000172*              GRAVA PONTO DE CONTROLE (CKP000) A CADA 500        *
000174*              FUNCIONARIOS LIDOS; REEXECUTADO NA MESMA DATA      *
000176*              DEPOIS DE UM ABEND, CORTA O CTBLOTE NO PONTO E     *
000178*              RETOMA DO FUNCIONARIO SEGUINTE.                    *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-09-02 BH        VERSAO INICIAL                             *
000210* 2026-09-23 BH        CTBLOTE GANHA LOT-ORIGEM, GRAVADA "P"      *
000210* 2026-09-25 BH        CTBLOTE GANHA LOT-CODDEPC (DEPARTAMENTO),  *
000210*                      GRAVADO ZERADO                             *
000210* 2026-10-15 BH        PONTO DE CONTROLE (CKP000) A CADA 500      *
000210*                      FUNCIONARIOS E REINICIO NA MESMA DATA:     *
000210*                      CTBLOTE CORTADO NO PONTO, TOTAIS           *
000210*                      RECUPERADOS; EVENTOS NO RUNLOG (RUNCTL)    *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CTBPROV.
000540     SELECT CTBLOTE ASSIGN TO "CTBLOTE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS LOT-STATUS.
000562     SELECT LOTETMP ASSIGN TO "LOTETMP"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS TMP-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CADFUNC
000770     05  LOT-CONTA-CREDITO       PIC 9(08).
000780     05  LOT-VALOR               PIC 9(13)V99.
000790     05  LOT-HISTORICO           PIC X(30).
000790     05  LOT-ORIGEM              PIC X(01).
000790     05  LOT-CODDEPC             PIC 9(04).
000792 FD  LOTETMP
000794     LABEL RECORDS ARE STANDARD.
000796 01  REG-LOTETMP                 PIC X(72).
000800 WORKING-STORAGE SECTION.
000810 01  FUNC-STATUS                 PIC X(02).
000820 01  CAR-STATUS                  PIC X(02).
000830 01  PON-STATUS                  PIC X(02).
000840 01  CTB-STATUS                  PIC X(02).
000850 01  LOT-STATUS                  PIC X(02).
000855 01  TMP-STATUS                  PIC X(02).
000860 01  W-SWITCHES.
000870     05  W-EOF                   PIC X(01).
000880         88  W-EOF-SIM           VALUE "S".
000900         88  W-PONTO-ABERTO-SIM  VALUE "S".
000910     05  W-ACHOU-MAPA            PIC X(01).
000920         88  W-ACHOU-MAPA-SIM    VALUE "S".
000922     05  W-REINICIO              PIC X(01) VALUE "N".
000924         88  W-REINICIO-SIM      VALUE "S".
000926     05  W-INTERVALO-CKPT        PIC 9(05) VALUE 500.
000928     05  W-CONTA-INTERVALO       PIC 9(05) VALUE ZERO.
000930 01  W-MES-INF                   PIC 9(02).
000940 01  W-ANO-INF                   PIC 9(04).
000950 01  W-MODO                      PIC X(01).
001160 01  W-CHAVE-PROC                PIC X(02).
001170 01  W-CONTA-DEBITO              PIC 9(08).
001180 01  W-CONTA-CREDITO             PIC 9(08).
001181 01  W-QTDE-LIDOS                PIC 9(09) VALUE ZERO.
001182 01  W-QTDE-LOTE-BASE            PIC 9(09) VALUE ZERO.
001183 01  W-QTDE-COPIA                PIC 9(09).
001184 01  W-ULT-CODFUNC               PIC 9(06).
001185 COPY RUNPARM.
001186 COPY CKPPARM.
001187******************************************************************
001188*    PARAMETRO DA EXECUCAO E TOTAIS GUARDADOS NO PONTO DE          *
001189*    CONTROLE                                                      *
001190******************************************************************
001190 01  W-PARAM-EXEC.
001190     05  W-PE-MES                PIC 9(02).
001190     05  W-PE-ANO                PIC 9(04).
001190     05  W-PE-MODO               PIC X(01).
001190     05  FILLER                  PIC X(13) VALUE SPACES.
001190 01  W-CKP-TOTAIS.
001190     05  PC-QTDE-LOTE-BASE       PIC 9(09).
001190     05  PC-QTDE-FUNC            PIC 9(05).
001190     05  PC-QTDE-LANC            PIC 9(05).
001190     05  PC-QTDE-SEM-MAPA        PIC 9(05).
001190     05  PC-TOT-13               PIC 9(13)V99.
001190     05  PC-TOT-FERIAS           PIC 9(13)V99.
001190******************************************************************
001200*    MAPA DE CONTAS DA ORIGEM "P" (CARREGADO DO TABCTB)           *
001210******************************************************************
001620     OPEN INPUT FPONTO.
001630     IF PON-STATUS = "00"
001640         MOVE "S" TO W-PONTO-ABERTO.
001642     PERFORM 0500-VERIF-REINICIO THRU 0500-EXIT.
001650     PERFORM 0600-ABRIR-LOTE THRU 0600-EXIT.
001680     MOVE "N" TO W-EOF.
001682     IF W-REINICIO-SIM
001684         MOVE W-ULT-CODFUNC TO CODFUNC
001686         START CADFUNC KEY IS GREATER THAN CODFUNC
001688             INVALID KEY MOVE "S" TO W-EOF
001690         END-START
001692     ELSE
001694         MOVE LOW-VALUES TO CODFUNC
001700         START CADFUNC KEY IS NOT LESS THAN CODFUNC
001710             INVALID KEY MOVE "S" TO W-EOF
001712         END-START
001714     END-IF.
001720     IF NOT W-EOF-SIM
001730         PERFORM 2100-LER-FUNC THRU 2100-EXIT.
001740     PERFORM 2000-PROCESSAR-FUNC THRU 2000-EXIT
001840             W-QTDE-SEM-MAPA.
001850     DISPLAY "CTBPROV: TOTAL PROVISAO 13O......: " W-TOT-13.
001860     DISPLAY "CTBPROV: TOTAL PROVISAO FERIAS...: " W-TOT-FERIAS.
001862     MOVE "C" TO CKP-ACAO.
001864     MOVE W-QTDE-LIDOS TO CKP-QTDE-LIDOS.
001866     CALL "CKP000" USING CKP-PARAMETROS-AREA.
001868     MOVE W-QTDE-FUNC TO RCT-REGISTROS.
001869     MOVE "F" TO RCT-ACAO.
001869     CALL "RUNCTL" USING RCT-PARAMETROS.
001870     STOP RUN.
001871******************************************************************
001872*    0500-VERIF-REINICIO - PONTO DE CONTROLE EM ANDAMENTO NA       *
001873*    MESMA DATA E COM A MESMA COMPETENCIA/MODO = REINICIO: CORTA   *
001874*    O CTBLOTE NO PONTO, RECUPERA OS TOTAIS E REGISTRA O "R" NO    *
001875*    RUNLOG; SENAO A EXECUCAO E NOVA                               *
001876******************************************************************
001877 0500-VERIF-REINICIO.
001878     MOVE "CTBPROV" TO RCT-PROGRAMA.
001879     MOVE ZERO TO RCT-DATA.
001880     MOVE W-MES-INF TO W-PE-MES.
001880     MOVE W-ANO-INF TO W-PE-ANO.
001880     MOVE W-MODO    TO W-PE-MODO.
001880     INITIALIZE CKP-PARAMETROS-AREA.
001880     MOVE "CTBPROV"    TO CKP-PROGRAMA.
001880     MOVE ZERO         TO CKP-DATA.
001880     MOVE W-PARAM-EXEC TO CKP-PARAMETRO.
001880     MOVE "L"          TO CKP-ACAO.
001880     CALL "CKP000" USING CKP-PARAMETROS-AREA.
001880     IF NOT CKP-REINICIAR
001880         PERFORM 0650-CONTAR-LOTE THRU 0650-EXIT
001880         MOVE "L" TO RCT-ACAO
001880         CALL "RUNCTL" USING RCT-PARAMETROS
001880         GO TO 0500-EXIT.
001880     MOVE "S" TO W-REINICIO.
001880     MOVE CKP-ULT-CHAVE(1:6) TO W-ULT-CODFUNC.
001880     MOVE CKP-QTDE-LIDOS     TO W-QTDE-LIDOS.
001880     MOVE CKP-TOTAIS         TO W-CKP-TOTAIS.
001880     MOVE PC-QTDE-LOTE-BASE  TO W-QTDE-LOTE-BASE.
001880     MOVE PC-QTDE-FUNC       TO W-QTDE-FUNC.
001880     MOVE PC-QTDE-LANC       TO W-QTDE-LANC.
001880     MOVE PC-QTDE-SEM-MAPA   TO W-QTDE-SEM-MAPA.
001880     MOVE PC-TOT-13          TO W-TOT-13.
001880     MOVE PC-TOT-FERIAS      TO W-TOT-FERIAS.
001880     PERFORM 0700-CORTAR-LOTE THRU 0700-EXIT.
001880     DISPLAY "CTBPROV: REINICIO APOS O FUNCIONARIO "
001880             W-ULT-CODFUNC.
001880     MOVE W-QTDE-FUNC   TO RCT-REGISTROS.
001880     MOVE CKP-ULT-CHAVE TO RCT-CHAVE.
001880     MOVE "R" TO RCT-ACAO.
001880     CALL "RUNCTL" USING RCT-PARAMETROS.
001880 0500-EXIT. EXIT.
001880******************************************************************
001880*    0600-ABRIR-LOTE - CTBLOTE EM EXTEND, CRIANDO O ARQUIVO NA     *
001880*    PRIMEIRA UTILIZACAO (STATUS 35)                               *
001880******************************************************************
001880 0600-ABRIR-LOTE.
001880     OPEN EXTEND CTBLOTE.
001880     IF LOT-STATUS = "35"
001880         OPEN OUTPUT CTBLOTE.
001880 0600-EXIT. EXIT.
001880******************************************************************
001880*    0650-CONTAR-LOTE - LINHAS JA EXISTENTES NO CTBLOTE ANTES     *
001880*    DESTA EXECUCAO (BASE DO CORTE NUM REINICIO)                   *
001880******************************************************************
001880 0650-CONTAR-LOTE.
001880     MOVE ZERO TO W-QTDE-LOTE-BASE.
001880     OPEN INPUT CTBLOTE.
001880     IF LOT-STATUS NOT = "00"
001880         GO TO 0650-EXIT.
001880     MOVE "N" TO W-EOF.
001880     PERFORM 0660-LER-LOTE THRU 0660-EXIT
001880         UNTIL W-EOF-SIM.
001880     CLOSE CTBLOTE.
001880 0650-EXIT. EXIT.
001880 0660-LER-LOTE.
001880     READ CTBLOTE
001880         AT END MOVE "S" TO W-EOF
001880         NOT AT END ADD 1 TO W-QTDE-LOTE-BASE.
001880 0660-EXIT. EXIT.
001880******************************************************************
001880*    0700-CORTAR-LOTE - DEIXA NO CTBLOTE SO AS LINHAS GRAVADAS    *
001880*    ATE O PONTO DE CONTROLE (O QUE PASSOU DELE SERA REGRAVADO     *
001880*    NA RETOMADA), COPIANDO PELO LOTETMP                           *
001880******************************************************************
001880 0700-CORTAR-LOTE.
001880     OPEN INPUT CTBLOTE.
001880     IF LOT-STATUS NOT = "00"
001880         GO TO 0700-EXIT.
001880     OPEN OUTPUT LOTETMP.
001880     MOVE ZERO TO W-QTDE-COPIA.
001880     MOVE "N" TO W-EOF.
001880     PERFORM 0710-COPIAR-PARA-TMP THRU 0710-EXIT
001880         UNTIL W-EOF-SIM
001880         OR W-QTDE-COPIA NOT < CKP-QTDE-SAIDA-1.
001880     CLOSE CTBLOTE LOTETMP.
001880     OPEN INPUT LOTETMP.
001880     OPEN OUTPUT CTBLOTE.
001880     MOVE "N" TO W-EOF.
001880     PERFORM 0720-COPIAR-DE-VOLTA THRU 0720-EXIT
001880         UNTIL W-EOF-SIM.
001880     CLOSE LOTETMP CTBLOTE.
001880 0700-EXIT. EXIT.
001880 0710-COPIAR-PARA-TMP.
001880     READ CTBLOTE
001880         AT END MOVE "S" TO W-EOF
001880         NOT AT END
001880             WRITE REG-LOTETMP FROM REG-CTBLOTE
001880             ADD 1 TO W-QTDE-COPIA.
001880 0710-EXIT. EXIT.
001880 0720-COPIAR-DE-VOLTA.
001880     READ LOTETMP
001880         AT END MOVE "S" TO W-EOF
001880         NOT AT END
001880             WRITE REG-CTBLOTE FROM REG-LOTETMP.
001880 0720-EXIT. EXIT.
001880******************************************************************
001890*    1000-CARREGAR-MAPA - CARREGA AS LINHAS DE ORIGEM "P" DO       *
001900*    TABCTB NA TABELA DE MAPA                                      *
002340     MOVE W-PROV-FERIAS TO W-PROV-13.
002350     PERFORM 4000-LANCAR THRU 4000-EXIT.
002360 2000-LER.
002362     ADD 1 TO W-QTDE-LIDOS.
002364     MOVE CODFUNC IN REGFUNC TO W-ULT-CODFUNC.
002366     PERFORM 2200-CHECKPOINT THRU 2200-EXIT.
002370     PERFORM 2100-LER-FUNC THRU 2100-EXIT.
002380 2000-EXIT. EXIT.
002390 2100-LER-FUNC.
002400     READ CADFUNC NEXT RECORD
002410         AT END MOVE "S" TO W-EOF.
002420 2100-EXIT. EXIT.
002421******************************************************************
002422*    2200-CHECKPOINT - GRAVA O PONTO DE CONTROLE A CADA N          *
002423*    FUNCIONARIOS (FECHA E REABRE O CTBLOTE PARA QUE AS LINHAS     *
002424*    CONTADAS NO PONTO ESTEJAM GRAVADAS)                           *
002425******************************************************************
002426 2200-CHECKPOINT.
002427     ADD 1 TO W-CONTA-INTERVALO.
002428     IF W-CONTA-INTERVALO NOT < W-INTERVALO-CKPT
002429         PERFORM 2210-GRAVAR-CKPT THRU 2210-EXIT
002430         MOVE ZERO TO W-CONTA-INTERVALO.
002430 2200-EXIT. EXIT.
002430 2210-GRAVAR-CKPT.
002430     CLOSE CTBLOTE.
002430     MOVE W-QTDE-LOTE-BASE TO PC-QTDE-LOTE-BASE.
002430     MOVE W-QTDE-FUNC      TO PC-QTDE-FUNC.
002430     MOVE W-QTDE-LANC      TO PC-QTDE-LANC.
002430     MOVE W-QTDE-SEM-MAPA  TO PC-QTDE-SEM-MAPA.
002430     MOVE W-TOT-13         TO PC-TOT-13.
002430     MOVE W-TOT-FERIAS     TO PC-TOT-FERIAS.
002430     MOVE SPACES           TO CKP-ULT-CHAVE.
002430     MOVE W-ULT-CODFUNC    TO CKP-ULT-CHAVE(1:6).
002430     MOVE W-QTDE-LIDOS     TO CKP-QTDE-LIDOS.
002430     COMPUTE CKP-QTDE-SAIDA-1 = W-QTDE-LOTE-BASE + W-QTDE-LANC.
002430     MOVE ZERO             TO CKP-QTDE-SAIDA-2.
002430     MOVE W-CKP-TOTAIS     TO CKP-TOTAIS.
002430     MOVE "G" TO CKP-ACAO.
002430     CALL "CKP000" USING CKP-PARAMETROS-AREA.
002430     PERFORM 0600-ABRIR-LOTE THRU 0600-EXIT.
002430 2210-EXIT. EXIT.
002430******************************************************************
002440*    3000-BASE-MENSAL - BASE MENSAL DA PROVISAO (MESMA REGRA DO    *
002450*    1400-BASE-MENSAL DO FP16211)                                  *
003220     STRING "PROVISAO " W-CHAVE-PROC " FUNC "
003230         CODFUNC IN REGFUNC
003240         DELIMITED BY SIZE INTO LOT-HISTORICO.
003240     MOVE "P"             TO LOT-ORIGEM.
003240     MOVE ZERO            TO LOT-CODDEPC.
003250     WRITE REG-CTBLOTE.
003260     ADD 1 TO W-QTDE-LANC.
003270 4000-EXIT. EXIT.
