000100*              (H-HORISTA POR HORA, D-DIARISTA POR DIA,           *
000110*              M-MENSALISTA VALOR FIXO), GRAVANDO O RESULTADO EM  *
000120*              FOPAGTO PARA HISTORICO.                            *
000122*              GRAVA PONTO DE CONTROLE (CKP000) A CADA 50 CODIGOS *
000124*              LIDOS E APOS TODO FUNCIONARIO COM CONSIGNADO (O    *
000126*              SALDO DO EMPRESTI E ABATIDO NO PROPRIO REGISTRO).  *
000128*              REEXECUTADO NA MESMA DATA DEPOIS DE UM ABEND,      *
000129*              CORTA O FOPAGTO NO PONTO E PULA OS CODIGOS JA      *
000129*              CALCULADOS (CONSUMINDO A DIGITACAO DE CONTINGENCIA *
000129*              QUE ELES TIVERAM).                                 *
000130*------------------------------------------------------------------
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000349* 2026-09-02 BH        COMPETENCIA FECHADA NO FOLHACTL (FP16222)  *
000349*                      NAO ACEITA RECALCULO: O PROGRAMA AVISA E   *
000349*                      ENCERRA                                    *
000349* 2026-10-15 BH        ADIANTAMENTO QUINZENAL DA COMPETENCIA      *
000349*                      (FOPAGTO TIPO "A" DO FP16224) ABATIDO DO   *
000349*                      LIQUIDO E GRAVADO EM PAG-ADIANTAMENTO      *
000349* 2026-10-15 BH        PENSAO ALIMENTICIA JUDICIAL (PENSAO DO     *
000349*                      FP16225, CALCULADA PELO PEN000) DEDUZIDA   *
000349*                      DA BASE DO IRRF E DESCONTADA DO LIQUIDO;   *
000349*                      DETALHE POR BENEFICIARIO GRAVADO NO        *
000349*                      PENPAGTO                                   *
000349* 2026-10-15 BH        MES DE PROMOCAO/TRANSFERENCIA (MOVFUNC)    *
000349*                      PAGO PROPORCIONALMENTE AOS DIAS EM CADA    *
000349*                      CARGO, PELA SUB-ROTINA MVF000              *
000349* 2026-10-15 BH        BANCO DE HORAS (BHR000): FUNCIONARIO       *
000349*                      ADERIDO NA COMPETENCIA TEM AS EXTRAS DO    *
000349*                      PONTO CREDITADAS NO BANCOHR EM VEZ DE      *
000349*                      PAGAS, E RECEBE COMO EXTRAS A 50%/100%     *
000349*                      AS HORAS QUE PASSARAM DO PRAZO DE          *
000349*                      COMPENSACAO                                *
000349* 2026-10-15 BH        PONTO DE CONTROLE (CKP000) A CADA 50       *
000349*                      CODIGOS E APOS CADA CONSIGNADO; REINICIO   *
000349*                      NA MESMA DATA CORTA O FOPAGTO NO PONTO E   *
000349*                      PULA OS CODIGOS JA CALCULADOS; EVENTO "R"  *
000349*                      NO RUNLOG (RUNCTL)                         *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. FP16204.
000590     SELECT FOPAGTO ASSIGN TO "FOPAGTO"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PAG-STATUS.
000612     SELECT PAGTMP ASSIGN TO "PAGTMP"
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS TMP-STATUS.
000620     SELECT TABIMP ASSIGN TO "TABIMP"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS IMP-STATUS.
000830 FD  FOPAGTO
000840     LABEL RECORDS ARE STANDARD.
000850     COPY REGPAG.
000852 FD  PAGTMP
000854     LABEL RECORDS ARE STANDARD.
000856 01  REG-PAGTMP                  PIC X(167).
000860 FD  TABIMP
000870     LABEL RECORDS ARE STANDARD.
000880     COPY REGIMP.
000960 01  FUNC-STATUS                 PIC X(02).
000970 01  CAR-STATUS                  PIC X(02).
000980 01  PAG-STATUS                  PIC X(02).
000985 01  TMP-STATUS                  PIC X(02).
000990 01  IMP-STATUS                  PIC X(02).
001000 01  PON-STATUS                  PIC X(02).
001010 01  DPN-STATUS                  PIC X(02).
001012 01  W-PERC-CONSIG               PIC 9(02) VALUE 30.
001012 01  W-PARCELA-CONSIG            PIC 9(07)V99.
001012 01  W-LIMITE-CONSIG             PIC 9(09)V99.
001012 01  W-ADIANTAMENTO              PIC 9(07)V99.
001012 01  W-PENSAO                    PIC 9(07)V99.
001012 01  W-EOF-PAG                   PIC X(01).
001012     88  W-EOF-PAG-SIM           VALUE "S".
001012 01  W-EOF-AFA                   PIC X(01).
001012     88  W-EOF-AFA-SIM           VALUE "S".
001012 01  W-DIAS-SEM-PAGAR            PIC 9(03).
001060         88  W-FUNC-ACHADO-SIM   VALUE "S".
001070     05  W-CAR-ACHADO            PIC X(01).
001080         88  W-CAR-ACHADO-SIM    VALUE "S".
001082     05  W-REINICIO              PIC X(01) VALUE "N".
001084         88  W-REINICIO-SIM      VALUE "S".
001086     05  W-EOF-CKP               PIC X(01).
001088         88  W-EOF-CKP-SIM       VALUE "S".
001089     05  W-INTERVALO-CKPT        PIC 9(05) VALUE 50.
001089     05  W-CONTA-INTERVALO       PIC 9(05) VALUE ZERO.
001090 01  W-COD-FUNC-INF              PIC 9(06).
001100 01  W-NOME-ATUAL                PIC X(30).
001110 01  W-CODCAR-ATUAL              PIC 9(04).
001120 01  W-TIPOSALARIO-ATUAL         PIC X(01).
001130 01  W-SALARIOBASE-ATUAL         PIC 9(07)V99.
001130 01  W-BASE-PONDERADA            PIC 9(09)V99.
001130 01  W-BASE-SEG                  PIC 9(09)V99.
001130 01  W-DIA-INI                   PIC 9(02).
001130 01  W-DIA-FIM                   PIC 9(02).
001130 01  W-DIAS-SEG                  PIC 9(02).
001130 01  W-IDX-PROX                  PIC 9(02) COMP.
001140 01  W-HORAS-TRABALHADAS         PIC 9(03)V99.
001150 01  W-DIAS-TRABALHADOS          PIC 9(02).
001152 01  W-HORAS-EXT50               PIC 9(03)V99.
001380 01  W-QTDE-INSS                 PIC 9(02) COMP VALUE ZERO.
001390 01  W-QTDE-IRRF                 PIC 9(02) COMP VALUE ZERO.
001400 01  W-QTDE-CALCULADOS           PIC 9(07) VALUE ZERO.
001401 01  W-QTDE-LIDOS                PIC 9(09) VALUE ZERO.
001402 01  W-QTDE-PULAR                PIC 9(09) VALUE ZERO.
001403 01  W-QTDE-PONTO                PIC 9(09).
001404 01  W-QTDE-PAG-BASE             PIC 9(09) VALUE ZERO.
001405 01  W-QTDE-COPIA                PIC 9(09).
001406 01  W-ULT-CODFUNC               PIC 9(06) VALUE ZERO.
001407 COPY CKPPARM.
001408******************************************************************
001409*    PARAMETRO DO CALCULO E TOTAIS GUARDADOS NO PONTO DE CONTROLE *
001409******************************************************************
001409 01  W-PARAM-EXEC.
001409     05  W-PE-MES                PIC 9(02).
001409     05  W-PE-ANO                PIC 9(04).
001409     05  FILLER                  PIC X(14) VALUE SPACES.
001409 01  W-CKP-TOTAIS.
001409     05  PC-QTDE-PAG-BASE        PIC 9(09).
001409     05  PC-QTDE-CALCULADOS      PIC 9(07).
001410 COPY RUNPARM.
001410 COPY PENPARM.
001410 COPY MVFPARM.
001410 COPY BHRPARM.
001410 01  W-BANCO-HORAS               PIC X(01).
001410     88  W-BANCO-HORAS-SIM       VALUE "S".
001410 01  W-BH-VENC-50                PIC 9(03)V99.
001410 01  W-BH-VENC-100               PIC 9(03)V99.
001420******************************************************************
001430*    TABELAS DE FAIXAS CARREGADAS DO TABIMP NA INICIALIZACAO      *
001440******************************************************************
001714     IF W-FOLHA-FECHADA-SIM
001716         DISPLAY "COMPETENCIA FECHADA (FP16222) - SEM RECALCULO"
001718         STOP RUN.
001720     PERFORM 0200-VERIF-REINICIO THRU 0200-EXIT.
001745     PERFORM 0400-LER-PARM THRU 0400-EXIT.
001750     PERFORM 0500-CARREGAR-TABIMP THRU 0500-EXIT.
001760     PERFORM 1000-PROCESSAR THRU 1000-EXIT
001780     MOVE W-QTDE-CALCULADOS TO RCT-REGISTROS.
001790     MOVE "F" TO RCT-ACAO.
001800     CALL "RUNCTL" USING RCT-PARAMETROS.
001802     MOVE "C" TO CKP-ACAO.
001804     MOVE W-QTDE-LIDOS TO CKP-QTDE-LIDOS.
001806     CALL "CKP000" USING CKP-PARAMETROS-AREA.
001810     STOP RUN.
001810******************************************************************
001810*    0200-VERIF-REINICIO - PONTO DE CONTROLE EM ANDAMENTO NA       *
001810*    MESMA DATA E PARA A MESMA COMPETENCIA = REINICIO: CORTA O     *
001810*    FOPAGTO NO PONTO, MARCA QUANTOS CODIGOS PULAR E REGISTRA O    *
001810*    "R" NO RUNLOG; SENAO O CALCULO E NOVO ("L" COMO ANTES)        *
001810******************************************************************
001810 0200-VERIF-REINICIO.
001810     MOVE "FP16204" TO RCT-PROGRAMA.
001810     MOVE ZERO TO RCT-DATA.
001810     MOVE W-MES-COMP TO W-PE-MES.
001810     MOVE W-ANO-COMP TO W-PE-ANO.
001810     INITIALIZE CKP-PARAMETROS-AREA.
001810     MOVE "FP16204"    TO CKP-PROGRAMA.
001810     MOVE ZERO         TO CKP-DATA.
001810     MOVE W-PARAM-EXEC TO CKP-PARAMETRO.
001810     MOVE "L"          TO CKP-ACAO.
001810     CALL "CKP000" USING CKP-PARAMETROS-AREA.
001810     IF NOT CKP-REINICIAR
001810         PERFORM 0250-CONTAR-FOPAGTO THRU 0250-EXIT
001810         MOVE "L" TO RCT-ACAO
001810         CALL "RUNCTL" USING RCT-PARAMETROS
001810         GO TO 0200-EXIT.
001810     MOVE "S" TO W-REINICIO.
001810     MOVE CKP-ULT-CHAVE(1:6) TO W-ULT-CODFUNC.
001810     MOVE CKP-QTDE-LIDOS     TO W-QTDE-PULAR.
001810     MOVE CKP-TOTAIS         TO W-CKP-TOTAIS.
001810     MOVE PC-QTDE-PAG-BASE   TO W-QTDE-PAG-BASE.
001810     MOVE PC-QTDE-CALCULADOS TO W-QTDE-CALCULADOS.
001810     PERFORM 0270-CORTAR-FOPAGTO THRU 0270-EXIT.
001810     DISPLAY "REINICIO: " W-QTDE-PULAR " CODIGOS JA CALCULADOS"
001810             " (ULTIMO " W-ULT-CODFUNC ") SERAO PULADOS".
001810     MOVE W-QTDE-CALCULADOS TO RCT-REGISTROS.
001810     MOVE CKP-ULT-CHAVE     TO RCT-CHAVE.
001810     MOVE "R" TO RCT-ACAO.
001810     CALL "RUNCTL" USING RCT-PARAMETROS.
001810 0200-EXIT. EXIT.
001810******************************************************************
001810*    0250-CONTAR-FOPAGTO - REGISTROS JA EXISTENTES NO FOPAGTO      *
001810*    ANTES DESTA EXECUCAO (BASE DO CORTE NUM REINICIO)             *
001810******************************************************************
001810 0250-CONTAR-FOPAGTO.
001810     MOVE ZERO TO W-QTDE-PAG-BASE.
001810     OPEN INPUT FOPAGTO.
001810     IF PAG-STATUS NOT = "00"
001810         GO TO 0250-EXIT.
001810     MOVE "N" TO W-EOF-CKP.
001810     PERFORM 0260-LER-FOPAGTO THRU 0260-EXIT
001810         UNTIL W-EOF-CKP-SIM.
001810     CLOSE FOPAGTO.
001810 0250-EXIT. EXIT.
001810 0260-LER-FOPAGTO.
001810     READ FOPAGTO
001810         AT END MOVE "S" TO W-EOF-CKP
001810         NOT AT END ADD 1 TO W-QTDE-PAG-BASE.
001810 0260-EXIT. EXIT.
001810******************************************************************
001810*    0270-CORTAR-FOPAGTO - DEIXA NO FOPAGTO SO OS REGISTROS        *
001810*    GRAVADOS ATE O PONTO DE CONTROLE, COPIANDO PELO PAGTMP        *
001810******************************************************************
001810 0270-CORTAR-FOPAGTO.
001810     OPEN INPUT FOPAGTO.
001810     IF PAG-STATUS NOT = "00"
001810         GO TO 0270-EXIT.
001810     OPEN OUTPUT PAGTMP.
001810     MOVE ZERO TO W-QTDE-COPIA.
001810     MOVE "N" TO W-EOF-CKP.
001810     PERFORM 0280-COPIAR-PARA-TMP THRU 0280-EXIT
001810         UNTIL W-EOF-CKP-SIM
001810         OR W-QTDE-COPIA NOT < CKP-QTDE-SAIDA-1.
001810     CLOSE FOPAGTO PAGTMP.
001810     OPEN INPUT PAGTMP.
001810     OPEN OUTPUT FOPAGTO.
001810     MOVE "N" TO W-EOF-CKP.
001810     PERFORM 0290-COPIAR-DE-VOLTA THRU 0290-EXIT
001810         UNTIL W-EOF-CKP-SIM.
001810     CLOSE PAGTMP FOPAGTO.
001810 0270-EXIT. EXIT.
001810 0280-COPIAR-PARA-TMP.
001810     READ FOPAGTO
001810         AT END MOVE "S" TO W-EOF-CKP
001810         NOT AT END
001810             WRITE REG-PAGTMP FROM REGPAG
001810             ADD 1 TO W-QTDE-COPIA.
001810 0280-EXIT. EXIT.
001810 0290-COPIAR-DE-VOLTA.
001810     READ PAGTMP
001810         AT END MOVE "S" TO W-EOF-CKP
001810         NOT AT END
001810             WRITE REGPAG FROM REG-PAGTMP.
001810 0290-EXIT. EXIT.
001811******************************************************************
001811*    0300-VERIF-FECHAMENTO - RECUSA O CALCULO QUANDO A COMPETENCIA  *
001811*    ESTA FECHADA NO FOLHACTL (FP16222)                            *
002290     IF W-COD-FUNC-INF = ZERO
002300         MOVE "S" TO W-FIM
002310         GO TO 1000-EXIT.
002312     IF W-QTDE-PULAR > ZERO
002314         SUBTRACT 1 FROM W-QTDE-PULAR
002316         ADD 1 TO W-QTDE-LIDOS
002317         PERFORM 1020-PULAR-CALCULADO THRU 1020-EXIT
002318         GO TO 1000-EXIT.
002319     ADD 1 TO W-QTDE-LIDOS.
002319     PERFORM 1050-CHECKPOINT THRU 1050-EXIT.
002320     PERFORM 1100-LER-FUNCIONARIO THRU 1100-EXIT.
002330     IF NOT W-FUNC-ACHADO-SIM
002340         GO TO 1000-EXIT.
002350     PERFORM 1200-LER-CARGO THRU 1200-EXIT.
002360     IF NOT W-CAR-ACHADO-SIM
002370         GO TO 1000-EXIT.
002370     PERFORM 1210-PRORATEAR-CARGO THRU 1210-EXIT.
002370     IF NOT W-CAR-ACHADO-SIM
002370         GO TO 1000-EXIT.
002380     PERFORM 1300-CALCULAR-BRUTO THRU 1300-EXIT.
002385     PERFORM 1330-APLICAR-AFASTAMENTO THRU 1330-EXIT.
002390     PERFORM 1350-CALCULAR-DESCONTOS THRU 1350-EXIT.
002391     PERFORM 1340-CALCULAR-BENEFICIOS THRU 1340-EXIT.
002392     PERFORM 1380-DESCONTAR-CONSIG THRU 1380-EXIT.
002392     PERFORM 1390-DESCONTAR-ADIANT THRU 1390-EXIT.
002400     DISPLAY "FUNCIONARIO....: " W-NOME-ATUAL.
002410     DISPLAY "SALARIO BRUTO..: " W-SALARIO-BRUTO.
002420     DISPLAY "INSS...........: " W-INSS.
002430     DISPLAY "IRRF...........: " W-IRRF.
002438     IF W-PARCELA-CONSIG > ZERO
002439         DISPLAY "CONSIGNADO.....: " W-PARCELA-CONSIG.
002439     IF W-ADIANTAMENTO > ZERO
002439         DISPLAY "ADIANTAMENTO...: " W-ADIANTAMENTO.
002439     IF W-PENSAO > ZERO
002439         DISPLAY "PENSAO ALIMENT.: " W-PENSAO.
002439     IF W-VT-DESCONTO > ZERO
002439         DISPLAY "DESCONTO VT....: " W-VT-DESCONTO.
002439     IF W-VR-CUSTO > ZERO
002440     DISPLAY "SALARIO LIQUIDO: " W-LIQUIDO.
002442     DISPLAY "FGTS PATRONAL..: " W-FGTS.
002450     PERFORM 1400-GRAVAR-HISTORICO THRU 1400-EXIT.
002452     IF W-PARCELA-CONSIG > ZERO
002454         MOVE W-QTDE-LIDOS TO W-QTDE-PONTO
002456         PERFORM 1060-GRAVAR-CKPT THRU 1060-EXIT
002458         MOVE ZERO TO W-CONTA-INTERVALO.
002460 1000-EXIT. EXIT.
002461******************************************************************
002462*    1020-PULAR-CALCULADO - CODIGO JA CALCULADO ANTES DO PONTO DE  *
002463*    CONTROLE: NADA E GRAVADO, MAS AS LEITURAS QUE DECIDEM A       *
002464*    DIGITACAO DE CONTINGENCIA (HORISTA/DIARISTA SEM PONTO) SAO    *
002465*    REFEITAS PARA CONSUMIR A MESMA ENTRADA DA EXECUCAO ORIGINAL   *
002466******************************************************************
002467 1020-PULAR-CALCULADO.
002468     DISPLAY "FUNCIONARIO " W-COD-FUNC-INF
002469             " JA CALCULADO ANTES DO REINICIO".
002470     PERFORM 1100-LER-FUNCIONARIO THRU 1100-EXIT.
002470     IF NOT W-FUNC-ACHADO-SIM
002470         GO TO 1020-EXIT.
002470     PERFORM 1200-LER-CARGO THRU 1200-EXIT.
002470     IF NOT W-CAR-ACHADO-SIM
002470         GO TO 1020-EXIT.
002470     PERFORM 1210-PRORATEAR-CARGO THRU 1210-EXIT.
002470     IF NOT W-CAR-ACHADO-SIM
002470         GO TO 1020-EXIT.
002470     IF W-TIPOSALARIO-ATUAL NOT = "H"
002470         AND W-TIPOSALARIO-ATUAL NOT = "D"
002470         GO TO 1020-EXIT.
002470     PERFORM 1310-LER-PONTO THRU 1310-EXIT.
002470     IF W-PONTO-ACHADO-SIM
002470         GO TO 1020-EXIT.
002470     IF W-TIPOSALARIO-ATUAL = "H"
002470         DISPLAY "SEM APONTAMENTO - HORAS TRABALHADAS =>"
002470         ACCEPT W-HORAS-TRABALHADAS
002470     ELSE
002470         DISPLAY "SEM APONTAMENTO - DIAS TRABALHADOS =>"
002470         ACCEPT W-DIAS-TRABALHADOS.
002470 1020-EXIT. EXIT.
002470******************************************************************
002470*    1050-CHECKPOINT - A CADA N CODIGOS LIDOS GRAVA O PONTO COM    *
002470*    OS CODIGOS ANTERIORES AO CORRENTE                             *
002470******************************************************************
002470 1050-CHECKPOINT.
002470     ADD 1 TO W-CONTA-INTERVALO.
002470     IF W-CONTA-INTERVALO < W-INTERVALO-CKPT
002470         GO TO 1050-EXIT.
002470     MOVE ZERO TO W-CONTA-INTERVALO.
002470     COMPUTE W-QTDE-PONTO = W-QTDE-LIDOS - 1.
002470     PERFORM 1060-GRAVAR-CKPT THRU 1060-EXIT.
002470 1050-EXIT. EXIT.
002470******************************************************************
002470*    1060-GRAVAR-CKPT - PONTO COM W-QTDE-PONTO CODIGOS TRATADOS,   *
002470*    O ULTIMO CODIGO CALCULADO E O TAMANHO DO FOPAGTO              *
002470******************************************************************
002470 1060-GRAVAR-CKPT.
002470     MOVE W-QTDE-PAG-BASE   TO PC-QTDE-PAG-BASE.
002470     MOVE W-QTDE-CALCULADOS TO PC-QTDE-CALCULADOS.
002470     MOVE SPACES            TO CKP-ULT-CHAVE.
002470     MOVE W-ULT-CODFUNC     TO CKP-ULT-CHAVE(1:6).
002470     MOVE W-QTDE-PONTO      TO CKP-QTDE-LIDOS.
002470     COMPUTE CKP-QTDE-SAIDA-1 =
002470         W-QTDE-PAG-BASE + W-QTDE-CALCULADOS.
002470     MOVE ZERO              TO CKP-QTDE-SAIDA-2.
002470     MOVE W-CKP-TOTAIS      TO CKP-TOTAIS.
002470     MOVE "G" TO CKP-ACAO.
002470     CALL "CKP000" USING CKP-PARAMETROS-AREA.
002470 1060-EXIT. EXIT.
002470******************************************************************
002480*    1100-LER-FUNCIONARIO - LOCALIZA O FUNCIONARIO NO CADFUNC     *
002490******************************************************************
003050             MOVE SALARIOBASE TO W-SALARIOBASE-ATUAL.
003060     CLOSE CADCAR.
003070 1200-EXIT. EXIT.
003070******************************************************************
003070*    1210-PRORATEAR-CARGO - CARGO(S) DO FUNCIONARIO NA COMPETENCIA *
003070*    PELA MOVIMENTACAO DO MOVFUNC (MVF000). COM UM SO CARGO NO MES *
003070*    VALE O SALARIOBASE DELE (O DA EPOCA, SE A COMPETENCIA FOR     *
003070*    ANTERIOR A UMA PROMOCAO); COM TROCA NO MES, O SALARIOBASE      *
003070*    PASSA A SER A MEDIA DOS CARGOS PONDERADA PELOS DIAS DE CADA    *
003070*    UM (MES COMERCIAL DE 30 DIAS), CONVERTIDA PARA O TIPOSALARIO  *
003070*    DO ULTIMO CARGO, QUE E O CARGO GRAVADO NA FOLHA               *
003070******************************************************************
003070 1210-PRORATEAR-CARGO.
003070     MOVE "M"                 TO MVF-ACAO.
003070     MOVE W-COD-FUNC-INF      TO MVF-CODFUNC.
003070     MOVE W-CODCAR-ATUAL      TO MVF-CODCAR-ATUAL.
003070     COMPUTE MVF-DATA = (W-ANO-COMP * 10000) + (W-MES-COMP * 100)
003070         + 1.
003070     CALL "MVF000" USING MVF-PARAMETROS-AREA.
003070     IF MVF-QTDE-SEG = 1
003070         IF MVF-SEG-CODCAR(1) NOT = W-CODCAR-ATUAL
003070             MOVE MVF-SEG-CODCAR(1) TO W-CODCAR-ATUAL
003070             PERFORM 1200-LER-CARGO THRU 1200-EXIT
003070         END-IF
003070         GO TO 1210-EXIT.
003070     MOVE ZERO TO W-BASE-PONDERADA.
003070     PERFORM 1220-SOMAR-SEGMENTO THRU 1220-EXIT
003070         VARYING W-IDX FROM 1 BY 1
003070         UNTIL W-IDX > MVF-QTDE-SEG
003070            OR NOT W-CAR-ACHADO-SIM.
003070     IF NOT W-CAR-ACHADO-SIM
003070         GO TO 1210-EXIT.
003070     EVALUATE W-TIPOSALARIO-ATUAL
003070         WHEN "H"
003070             COMPUTE W-SALARIOBASE-ATUAL ROUNDED =
003070                 W-BASE-PONDERADA / 220
003070         WHEN "D"
003070             COMPUTE W-SALARIOBASE-ATUAL ROUNDED =
003070                 W-BASE-PONDERADA / 30
003070         WHEN OTHER
003070             MOVE W-BASE-PONDERADA TO W-SALARIOBASE-ATUAL
003070     END-EVALUATE.
003070     DISPLAY "TROCA DE CARGO NA COMPETENCIA - SALARIOBASE "
003070         "PROPORCIONAL: " W-SALARIOBASE-ATUAL.
003070 1210-EXIT. EXIT.
003070******************************************************************
003070*    1220-SOMAR-SEGMENTO - SOMA A PARCELA DE UM TRECHO DO MES: O   *
003070*    SALARIOBASE DO CARGO EM EQUIVALENTE MENSAL (HORISTA X 220,    *
003070*    DIARISTA X 30) VEZES OS DIAS DO TRECHO SOBRE 30. AO FINAL DA   *
003070*    VARREDURA FICAM CARREGADOS O CARGO E O TIPOSALARIO DO ULTIMO  *
003070******************************************************************
003070 1220-SOMAR-SEGMENTO.
003070     MOVE MVF-SEG-CODCAR(W-IDX) TO W-CODCAR-ATUAL.
003070     PERFORM 1200-LER-CARGO THRU 1200-EXIT.
003070     IF NOT W-CAR-ACHADO-SIM
003070         GO TO 1220-EXIT.
003070     MOVE MVF-SEG-DIA(W-IDX) TO W-DIA-INI.
003070     IF W-DIA-INI > 30
003070         MOVE 30 TO W-DIA-INI.
003070     IF W-IDX < MVF-QTDE-SEG
003070         COMPUTE W-IDX-PROX = W-IDX + 1
003070         MOVE MVF-SEG-DIA(W-IDX-PROX) TO W-DIA-FIM
003070         IF W-DIA-FIM > 30
003070             MOVE 30 TO W-DIA-FIM
003070         END-IF
003070     ELSE
003070         MOVE 31 TO W-DIA-FIM.
003070     COMPUTE W-DIAS-SEG = W-DIA-FIM - W-DIA-INI.
003070     EVALUATE W-TIPOSALARIO-ATUAL
003070         WHEN "H"
003070             COMPUTE W-BASE-SEG = W-SALARIOBASE-ATUAL * 220
003070         WHEN "D"
003070             COMPUTE W-BASE-SEG = W-SALARIOBASE-ATUAL * 30
003070         WHEN OTHER
003070             MOVE W-SALARIOBASE-ATUAL TO W-BASE-SEG
003070     END-EVALUATE.
003070     COMPUTE W-BASE-PONDERADA ROUNDED = W-BASE-PONDERADA
003070         + (W-BASE-SEG * W-DIAS-SEG / 30).
003070 1220-EXIT. EXIT.
003080******************************************************************
003090*    1300-CALCULAR-BRUTO - APURA O SALARIO BRUTO POR TIPOSALARIO  *
003100******************************************************************
003310         WHEN OTHER
003320             MOVE ZERO TO W-SALARIO-BRUTO
003330     END-EVALUATE.
003330     PERFORM 1315-BANCO-HORAS THRU 1315-EXIT.
003332     PERFORM 1320-CALCULAR-EXTRAS THRU 1320-EXIT.
003340 1300-EXIT. EXIT.
003350******************************************************************
003590                     PON-DIAS " DIAS".
003600     CLOSE FPONTO.
003610 1310-EXIT. EXIT.
003610******************************************************************
003610*    1315-BANCO-HORAS - ADERIDO AO BANCO DE HORAS NA COMPETENCIA:  *
003610*    AS EXTRAS DO PONTO VIRAM CREDITO NO BANCOHR E AS EXTRAS A     *
003610*    PAGAR PASSAM A SER AS HORAS VENCIDAS (CREDITOS NAO            *
003610*    COMPENSADOS NO PRAZO DA ADESAO), PAGAS A 50%/100% CONFORME O  *
003610*    LOTE DE ORIGEM                                                *
003610******************************************************************
003610 1315-BANCO-HORAS.
003610     MOVE "N"  TO W-BANCO-HORAS.
003610     MOVE ZERO TO W-BH-VENC-50.
003610     MOVE ZERO TO W-BH-VENC-100.
003610     MOVE "V"            TO BHR-ACAO.
003610     MOVE W-COD-FUNC-INF TO BHR-CODFUNC.
003610     MOVE W-ANO-COMP     TO BHR-COMP-ANO.
003610     MOVE W-MES-COMP     TO BHR-COMP-MES.
003610     CALL "BHR000" USING BHR-PARAMETROS-AREA.
003610     IF NOT BHR-OK
003610         GO TO 1315-EXIT.
003610     MOVE "S" TO W-BANCO-HORAS.
003610     MOVE BHR-VENC-50  TO W-BH-VENC-50.
003610     MOVE BHR-VENC-100 TO W-BH-VENC-100.
003610     IF W-PONTO-ACHADO-SIM
003610         MOVE "G"              TO BHR-ACAO
003610         MOVE "C"              TO BHR-TIPO
003610         MOVE ZERO             TO BHR-VALOR
003610         MOVE 50               TO BHR-PERC
003610         MOVE W-HORAS-EXT50    TO BHR-HORAS
003610         CALL "BHR000" USING BHR-PARAMETROS-AREA
003610         MOVE 100              TO BHR-PERC
003610         MOVE W-HORAS-EXT100   TO BHR-HORAS
003610         CALL "BHR000" USING BHR-PARAMETROS-AREA.
003610     DISPLAY "BANCO DE HORAS.: " W-HORAS-EXT50 " H 50% E "
003610             W-HORAS-EXT100 " H 100% CREDITADAS".
003610     MOVE W-BH-VENC-50  TO W-HORAS-EXT50.
003610     MOVE W-BH-VENC-100 TO W-HORAS-EXT100.
003610     IF W-BH-VENC-50 > ZERO OR W-BH-VENC-100 > ZERO
003610         DISPLAY "BANCO DE HORAS.: " W-BH-VENC-50 " H 50% E "
003610                 W-BH-VENC-100 " H 100% VENCIDAS - PAGAS".
003610 1315-EXIT. EXIT.
003611******************************************************************
003611*    1330-APLICAR-AFASTAMENTO - DESCONTA DO BRUTO OS DIAS DE       *
003611*    AFASTAMENTO NAO PAGOS PELA EMPRESA NA COMPETENCIA: DOENCA E   *
003760             (W-SALARIO-BRUTO * TI-ALIQUOTA(W-QTDE-INSS)
003770             / 100) - TI-DEDUZIR(W-QTDE-INSS).
003780     COMPUTE W-BASE-IRRF = W-SALARIO-BRUTO - W-INSS.
003780     PERFORM 1352-CALCULAR-PENSAO THRU 1352-EXIT.
003780     IF W-PENSAO < W-BASE-IRRF
003780         SUBTRACT W-PENSAO FROM W-BASE-IRRF
003780     ELSE
003780         MOVE ZERO TO W-BASE-IRRF.
003790     PERFORM 1355-CONTAR-DEPENDENTES THRU 1355-EXIT.
003800     COMPUTE W-DED-DPN-TOTAL =
003810         W-QTDE-DPN * W-DED-DEPENDENTE.
003930         COMPUTE W-IRRF ROUNDED =
003940             (W-BASE-IRRF * TR-ALIQUOTA(W-QTDE-IRRF)
003950             / 100) - TR-DEDUZIR(W-QTDE-IRRF).
003960     COMPUTE W-LIQUIDO =
003960         W-SALARIO-BRUTO - W-INSS - W-IRRF - W-PENSAO.
003962     COMPUTE W-FGTS ROUNDED = W-SALARIO-BRUTO * 8 / 100.
003970 1350-EXIT. EXIT.
003970******************************************************************
003970*    1352-CALCULAR-PENSAO - PENSAO ALIMENTICIA JUDICIAL DA FOLHA  *
003970*    MENSAL (PEN000 SOBRE O BRUTO E O INSS); O VALOR E DEDUZIDO   *
003970*    DA BASE DO IRRF                                              *
003970******************************************************************
003970 1352-CALCULAR-PENSAO.
003970     MOVE ZERO                TO W-PENSAO.
003970     MOVE "C"                 TO PEN-ACAO.
003970     MOVE W-COD-FUNC-INF      TO PEN-CODFUNC.
003970     MOVE W-ANO-COMP          TO PEN-COMP-ANO.
003970     MOVE W-MES-COMP          TO PEN-COMP-MES.
003970     MOVE "M"                 TO PEN-TIPO-FOLHA.
003970     MOVE W-SALARIO-BRUTO     TO PEN-BRUTO.
003970     MOVE W-INSS              TO PEN-INSS.
003970     CALL "PEN000" USING PEN-PARAMETROS-AREA.
003970     IF PEN-OK
003970         MOVE PEN-VALOR-TOTAL TO W-PENSAO.
003970 1352-EXIT. EXIT.
003980******************************************************************
003990*    1355-CONTAR-DEPENDENTES - CONTA OS DEPENDENTES DO             *
004000*    FUNCIONARIO NO FDEPEND PARA A DEDUCAO DE IRRF                *
004569     MOVE W-VT-DESCONTO       TO PAG-VT-DESCONTO.
004569     MOVE W-VT-CUSTO          TO PAG-VT-CUSTO.
004569     MOVE W-VR-CUSTO          TO PAG-VR-CUSTO.
004569     MOVE W-ADIANTAMENTO      TO PAG-ADIANTAMENTO.
004569     MOVE W-PENSAO            TO PAG-PENSAO.
004570     OPEN EXTEND FOPAGTO.
004580     IF PAG-STATUS = "35"
004590         OPEN OUTPUT FOPAGTO
004610         OPEN EXTEND FOPAGTO.
004620     WRITE REGPAG.
004630     ADD 1 TO W-QTDE-CALCULADOS.
004635     MOVE W-COD-FUNC-INF TO W-ULT-CODFUNC.
004640     CLOSE FOPAGTO.
004640     MOVE "G" TO PEN-ACAO.
004640     CALL "PEN000" USING PEN-PARAMETROS-AREA.
004640     IF W-BANCO-HORAS-SIM
004640         PERFORM 1410-GRAVAR-BANCO THRU 1410-EXIT.
004650 1400-EXIT. EXIT.
004650******************************************************************
004650*    1410-GRAVAR-BANCO - BAIXA NO BANCOHR AS HORAS VENCIDAS PAGAS  *
004650*    NESTA FOLHA (O RECALCULO REGRAVA OU EXCLUI O MOVIMENTO)       *
004650******************************************************************
004650 1410-GRAVAR-BANCO.
004650     MOVE "G"            TO BHR-ACAO.
004650     MOVE W-COD-FUNC-INF TO BHR-CODFUNC.
004650     MOVE W-ANO-COMP     TO BHR-COMP-ANO.
004650     MOVE W-MES-COMP     TO BHR-COMP-MES.
004650     MOVE "P"            TO BHR-TIPO.
004650     MOVE 50             TO BHR-PERC.
004650     MOVE W-BH-VENC-50   TO BHR-HORAS.
004650     MOVE W-VALOR-EXT50  TO BHR-VALOR.
004650     CALL "BHR000" USING BHR-PARAMETROS-AREA.
004650     MOVE 100            TO BHR-PERC.
004650     MOVE W-BH-VENC-100  TO BHR-HORAS.
004650     MOVE W-VALOR-EXT100 TO BHR-VALOR.
004650     CALL "BHR000" USING BHR-PARAMETROS-AREA.
004650 1410-EXIT. EXIT.
005000******************************************************************
004700******************************************************************
004700*    1340-CALCULAR-BENEFICIOS - VT/VR DA ADESAO DO BENEFIC          *
005000             DISPLAY "ERRO NO ABATIMENTO DO EMPRESTIMO".
005000     CLOSE EMPRESTI.
005000 1380-EXIT. EXIT.
005000******************************************************************
005000*    1390-DESCONTAR-ADIANT - ABATE DO LIQUIDO O ADIANTAMENTO       *
005000*    QUINZENAL JA PAGO NA COMPETENCIA (FOPAGTO TIPO "A" GRAVADO    *
005000*    PELO FP16224), LIMITADO AO LIQUIDO RESTANTE                   *
005000******************************************************************
005000 1390-DESCONTAR-ADIANT.
005000     MOVE ZERO TO W-ADIANTAMENTO.
005000     OPEN INPUT FOPAGTO.
005000     IF PAG-STATUS NOT = "00"
005000         GO TO 1390-EXIT.
005000     MOVE "N" TO W-EOF-PAG.
005000     PERFORM 1391-LER-ADIANT THRU 1391-EXIT
005000         UNTIL W-EOF-PAG-SIM.
005000     CLOSE FOPAGTO.
005000     IF W-ADIANTAMENTO > W-LIQUIDO
005000         MOVE W-LIQUIDO TO W-ADIANTAMENTO
005000         DISPLAY "ADIANTAMENTO LIMITADO AO LIQUIDO DA FOLHA".
005000     SUBTRACT W-ADIANTAMENTO FROM W-LIQUIDO.
005000 1390-EXIT. EXIT.
005000 1391-LER-ADIANT.
005000     READ FOPAGTO
005000         AT END MOVE "S" TO W-EOF-PAG
005000         NOT AT END
005000             IF FOLHA-ADIANTAMENTO
005000                 AND PAG-CODFUNC  = W-COD-FUNC-INF
005000                 AND PAG-COMP-ANO = W-ANO-COMP
005000                 AND PAG-COMP-MES = W-MES-COMP
005000                 ADD PAG-LIQUIDO TO W-ADIANTAMENTO
005000             END-IF.
005000 1391-EXIT. EXIT.
