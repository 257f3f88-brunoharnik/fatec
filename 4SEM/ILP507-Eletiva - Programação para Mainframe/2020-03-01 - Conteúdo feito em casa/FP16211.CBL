000150*              DEPARTAMENTO EM REP13SAL.                          *
000160*              O ANOADM DO CADFUNC TEM 2 DIGITOS: ATE 50 LE-SE    *
000170*              20XX, ACIMA DISSO 19XX.                            *
000172*              GRAVA PONTO DE CONTROLE (CKP000) A CADA 500        *
000174*              FUNCIONARIOS LIDOS; REEXECUTADO NA MESMA DATA      *
000176*              DEPOIS DE UM ABEND, CORTA O FOPAGTO NO PONTO E     *
000178*              RETOMA DO FUNCIONARIO SEGUINTE.                    *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000260*                      COM DESCONTO ZERADO                        *
000262* 2026-09-02 BH        COMPETENCIA 12 DO ANO FECHADA NO FOLHACTL  *
000264*                      (FP16222) NAO ACEITA RECALCULO DO 13O      *
000264* 2026-10-15 BH        PENSAO ALIMENTICIA JUDICIAL QUE INCIDE     *
000264*                      NO 13O (PEN000) DEDUZIDA DA BASE DO        *
000264*                      IRRF, DESCONTADA DO LIQUIDO E GRAVADA EM   *
000264*                      PAG-PENSAO E NO PENPAGTO                   *
000264* 2026-10-15 BH        PONTO DE CONTROLE (CKP000) A CADA 500      *
000264*                      FUNCIONARIOS E REINICIO NA MESMA DATA:     *
000264*                      FOPAGTO CORTADO NO PONTO, TOTAIS POR       *
000264*                      DEPARTAMENTO RECUPERADOS; EVENTOS NO       *
000264*                      RUNLOG (RUNCTL)                            *
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. FP16211.
000670     SELECT REP13SAL ASSIGN TO "REP13SAL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS REL-STATUS.
000692     SELECT PAGTMP ASSIGN TO "PAGTMP"
000694         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS TMP-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000715 FD  FOLHACTL
000900 FD  REP13SAL
000910     LABEL RECORDS ARE STANDARD.
000920 01  REG-RELAT                   PIC X(100).
000922 FD  PAGTMP
000924     LABEL RECORDS ARE STANDARD.
000926 01  REG-PAGTMP                  PIC X(167).
000930 WORKING-STORAGE SECTION.
000940 01  FUNC-STATUS                 PIC X(02).
000942 01  FCT-STATUS                  PIC X(02).
000980 01  PAG-STATUS                  PIC X(02).
000990 01  IMP-STATUS                  PIC X(02).
001000 01  REL-STATUS                  PIC X(02).
001005 01  TMP-STATUS                  PIC X(02).
001010 01  W-SWITCHES.
001020     05  W-EOF                   PIC X(01) VALUE "N".
001030         88  W-EOF-SIM           VALUE "S".
001110         88  W-PONTO-ABERTO-SIM  VALUE "S".
001120     05  W-DEP-NA-TABELA         PIC X(01).
001130         88  W-DEP-NA-TABELA-SIM VALUE "S".
001132     05  W-REINICIO              PIC X(01) VALUE "N".
001134         88  W-REINICIO-SIM      VALUE "S".
001136     05  W-INTERVALO-CKPT        PIC 9(05) VALUE 500.
001138     05  W-CONTA-INTERVALO       PIC 9(05) VALUE ZERO.
001140 01  W-ANO-CALC                  PIC 9(04).
001150 01  W-ANO-ADM-4                 PIC 9(04).
001160 01  W-ANO-DEM-4                 PIC 9(04).
001320 01  W-QTDE-INSS                 PIC 9(02) COMP VALUE ZERO.
001330 01  W-QTDE-IRRF                 PIC 9(02) COMP VALUE ZERO.
001340 01  W-QTDE-CALC                 PIC 9(05) VALUE ZERO.
001340 01  W-PENSAO                    PIC 9(07)V99.
001340 COPY PENPARM.
001340 COPY RUNPARM.
001340 COPY CKPPARM.
001340 01  W-QTDE-LIDOS                PIC 9(09) VALUE ZERO.
001340 01  W-QTDE-PAG-BASE             PIC 9(09) VALUE ZERO.
001340 01  W-QTDE-COPIA                PIC 9(09).
001340 01  W-ULT-CODFUNC               PIC 9(06).
001350******************************************************************
001360*    TABELAS DE FAIXAS CARREGADAS DO TABIMP NA INICIALIZACAO      *
001370******************************************************************
001570 01  W-QTDE-DEPTOS               PIC 9(03) COMP VALUE ZERO.
001580 01  W-TOT-GERAL-BRUTO           PIC 9(11)V99 VALUE ZERO.
001590 01  W-TOT-GERAL-LIQ             PIC 9(11)V99 VALUE ZERO.
001591******************************************************************
001592*    PARAMETRO DO CALCULO E TOTAIS GUARDADOS NO PONTO DE CONTROLE *
001593******************************************************************
001594 01  W-PARAM-EXEC.
001595     05  W-PE-ANO                PIC 9(04).
001596     05  FILLER                  PIC X(16) VALUE SPACES.
001597 01  W-CKP-TOTAIS.
001598     05  PC-QTDE-PAG-BASE        PIC 9(09).
001599     05  PC-QTDE-CALC            PIC 9(05).
001599     05  PC-QTDE-DEPTOS          PIC 9(03).
001599     05  PC-TOT-GERAL-BRUTO      PIC 9(11)V99.
001599     05  PC-TOT-GERAL-LIQ        PIC 9(11)V99.
001599     05  PC-TAB-DEPTOS           PIC X(3400).
001600******************************************************************
001610*    LINHAS DO RELATORIO DE CONTROLE                               *
001620******************************************************************
002060     OPEN INPUT FPONTO.
002070     IF PON-STATUS = "00"
002080         MOVE "S" TO W-PONTO-ABERTO.
002085     PERFORM 0550-VERIF-REINICIO THRU 0550-EXIT.
002090     PERFORM 0600-ABRIR-FOPAGTO THRU 0600-EXIT.
002100     MOVE "N" TO W-EOF.
002102     IF W-REINICIO-SIM
002104         MOVE W-ULT-CODFUNC TO CODFUNC
002106         START CADFUNC KEY IS GREATER THAN CODFUNC
002108             INVALID KEY MOVE "S" TO W-EOF
002109         END-START
002110     ELSE
002112         MOVE LOW-VALUES TO CODFUNC
002120         START CADFUNC KEY IS NOT LESS THAN CODFUNC
002130             INVALID KEY MOVE "S" TO W-EOF
002132         END-START
002134     END-IF.
002140     IF NOT W-EOF-SIM
002150         PERFORM 1100-LER-CADFUNC THRU 1100-EXIT.
002160     PERFORM 1000-PROCESSAR-FUNC THRU 1000-EXIT
002220     PERFORM 8000-IMPRIMIR-CONTROLE THRU 8000-EXIT.
002230     DISPLAY "FUNCIONARIOS CALCULADOS: " W-QTDE-CALC.
002240     DISPLAY "RELATORIO GRAVADO EM REP13SAL".
002242     MOVE "C" TO CKP-ACAO.
002244     MOVE W-QTDE-LIDOS TO CKP-QTDE-LIDOS.
002246     CALL "CKP000" USING CKP-PARAMETROS-AREA.
002247     MOVE W-QTDE-CALC TO RCT-REGISTROS.
002248     MOVE "F" TO RCT-ACAO.
002249     CALL "RUNCTL" USING RCT-PARAMETROS.
002250     STOP RUN.
002260******************************************************************
002270*    0500-CARREGAR-TABIMP - CARREGA AS FAIXAS DE INSS E IRRF DO   *
002600                 END-IF
002610             END-IF.
002620 0510-EXIT. EXIT.
002621******************************************************************
002622*    0550-VERIF-REINICIO - PONTO DE CONTROLE EM ANDAMENTO NA       *
002623*    MESMA DATA E PARA O MESMO ANO = REINICIO: CORTA O FOPAGTO NO  *
002624*    PONTO, RECUPERA OS TOTAIS POR DEPARTAMENTO E REGISTRA O "R"   *
002625*    NO RUNLOG; SENAO O CALCULO E NOVO                             *
002626******************************************************************
002627 0550-VERIF-REINICIO.
002628     MOVE "FP16211" TO RCT-PROGRAMA.
002629     MOVE ZERO TO RCT-DATA.
002630     MOVE W-ANO-CALC TO W-PE-ANO.
002630     INITIALIZE CKP-PARAMETROS-AREA.
002630     MOVE "FP16211"    TO CKP-PROGRAMA.
002630     MOVE ZERO         TO CKP-DATA.
002630     MOVE W-PARAM-EXEC TO CKP-PARAMETRO.
002630     MOVE "L"          TO CKP-ACAO.
002630     CALL "CKP000" USING CKP-PARAMETROS-AREA.
002630     IF NOT CKP-REINICIAR
002630         PERFORM 0650-CONTAR-FOPAGTO THRU 0650-EXIT
002630         MOVE "L" TO RCT-ACAO
002630         CALL "RUNCTL" USING RCT-PARAMETROS
002630         GO TO 0550-EXIT.
002630     MOVE "S" TO W-REINICIO.
002630     MOVE CKP-ULT-CHAVE(1:6) TO W-ULT-CODFUNC.
002630     MOVE CKP-QTDE-LIDOS     TO W-QTDE-LIDOS.
002630     MOVE CKP-TOTAIS         TO W-CKP-TOTAIS.
002630     MOVE PC-QTDE-PAG-BASE   TO W-QTDE-PAG-BASE.
002630     MOVE PC-QTDE-CALC       TO W-QTDE-CALC.
002630     MOVE PC-QTDE-DEPTOS     TO W-QTDE-DEPTOS.
002630     MOVE PC-TOT-GERAL-BRUTO TO W-TOT-GERAL-BRUTO.
002630     MOVE PC-TOT-GERAL-LIQ   TO W-TOT-GERAL-LIQ.
002630     MOVE PC-TAB-DEPTOS      TO TAB-DEPTOS.
002630     PERFORM 0700-CORTAR-FOPAGTO THRU 0700-EXIT.
002630     DISPLAY "REINICIO APOS O FUNCIONARIO " W-ULT-CODFUNC.
002630     MOVE W-QTDE-CALC   TO RCT-REGISTROS.
002630     MOVE CKP-ULT-CHAVE TO RCT-CHAVE.
002630     MOVE "R" TO RCT-ACAO.
002630     CALL "RUNCTL" USING RCT-PARAMETROS.
002630 0550-EXIT. EXIT.
002630******************************************************************
002640*    0600-ABRIR-FOPAGTO - ABRE O FOPAGTO EM EXTEND, CRIANDO O      *
002650*    ARQUIVO NA PRIMEIRA UTILIZACAO (STATUS 35)                   *
002710         CLOSE FOPAGTO
002720         OPEN EXTEND FOPAGTO.
002730 0600-EXIT. EXIT.
002731******************************************************************
002732*    0650-CONTAR-FOPAGTO - REGISTROS JA EXISTENTES NO FOPAGTO      *
002733*    ANTES DESTA EXECUCAO (BASE DO CORTE NUM REINICIO)             *
002734******************************************************************
002735 0650-CONTAR-FOPAGTO.
002736     MOVE ZERO TO W-QTDE-PAG-BASE.
002737     OPEN INPUT FOPAGTO.
002738     IF PAG-STATUS NOT = "00"
002739         GO TO 0650-EXIT.
002740     MOVE "N" TO W-EOF.
002740     PERFORM 0660-LER-FOPAGTO THRU 0660-EXIT
002740         UNTIL W-EOF-SIM.
002740     CLOSE FOPAGTO.
002740 0650-EXIT. EXIT.
002740 0660-LER-FOPAGTO.
002740     READ FOPAGTO
002740         AT END MOVE "S" TO W-EOF
002740         NOT AT END ADD 1 TO W-QTDE-PAG-BASE.
002740 0660-EXIT. EXIT.
002740******************************************************************
002740*    0700-CORTAR-FOPAGTO - DEIXA NO FOPAGTO SO OS REGISTROS        *
002740*    GRAVADOS ATE O PONTO DE CONTROLE (O QUE PASSOU DELE SERA      *
002740*    RECALCULADO NA RETOMADA), COPIANDO PELO PAGTMP                *
002740******************************************************************
002740 0700-CORTAR-FOPAGTO.
002740     OPEN INPUT FOPAGTO.
002740     IF PAG-STATUS NOT = "00"
002740         GO TO 0700-EXIT.
002740     OPEN OUTPUT PAGTMP.
002740     MOVE ZERO TO W-QTDE-COPIA.
002740     MOVE "N" TO W-EOF.
002740     PERFORM 0710-COPIAR-PARA-TMP THRU 0710-EXIT
002740         UNTIL W-EOF-SIM
002740         OR W-QTDE-COPIA NOT < CKP-QTDE-SAIDA-1.
002740     CLOSE FOPAGTO PAGTMP.
002740     OPEN INPUT PAGTMP.
002740     OPEN OUTPUT FOPAGTO.
002740     MOVE "N" TO W-EOF.
002740     PERFORM 0720-COPIAR-DE-VOLTA THRU 0720-EXIT
002740         UNTIL W-EOF-SIM.
002740     CLOSE PAGTMP FOPAGTO.
002740 0700-EXIT. EXIT.
002740 0710-COPIAR-PARA-TMP.
002740     READ FOPAGTO
002740         AT END MOVE "S" TO W-EOF
002740         NOT AT END
002740             WRITE REG-PAGTMP FROM REGPAG
002740             ADD 1 TO W-QTDE-COPIA.
002740 0710-EXIT. EXIT.
002740 0720-COPIAR-DE-VOLTA.
002740     READ PAGTMP
002740         AT END MOVE "S" TO W-EOF
002740         NOT AT END
002740             WRITE REGPAG FROM REG-PAGTMP.
002740 0720-EXIT. EXIT.
002740******************************************************************
002750*    1000-PROCESSAR-FUNC - CALCULA O 13O DE UM FUNCIONARIO         *
002760******************************************************************
002930     PERFORM 1700-ACUMULAR-DEPTO THRU 1700-EXIT.
002940     ADD 1 TO W-QTDE-CALC.
002950 1000-FIM.
002952     ADD 1 TO W-QTDE-LIDOS.
002954     MOVE CODFUNC IN REGFUNC TO W-ULT-CODFUNC.
002956     PERFORM 1050-CHECKPOINT THRU 1050-EXIT.
002960     PERFORM 1100-LER-CADFUNC THRU 1100-EXIT.
002970 1000-EXIT. EXIT.
002971******************************************************************
002972*    1050-CHECKPOINT - GRAVA O PONTO DE CONTROLE A CADA N          *
002973*    FUNCIONARIOS (FECHA E REABRE O FOPAGTO PARA QUE OS REGISTROS  *
002974*    CONTADOS NO PONTO ESTEJAM GRAVADOS)                           *
002975******************************************************************
002976 1050-CHECKPOINT.
002977     ADD 1 TO W-CONTA-INTERVALO.
002978     IF W-CONTA-INTERVALO < W-INTERVALO-CKPT
002979         GO TO 1050-EXIT.
002980     MOVE ZERO TO W-CONTA-INTERVALO.
002980     CLOSE FOPAGTO.
002980     MOVE W-QTDE-PAG-BASE   TO PC-QTDE-PAG-BASE.
002980     MOVE W-QTDE-CALC       TO PC-QTDE-CALC.
002980     MOVE W-QTDE-DEPTOS     TO PC-QTDE-DEPTOS.
002980     MOVE W-TOT-GERAL-BRUTO TO PC-TOT-GERAL-BRUTO.
002980     MOVE W-TOT-GERAL-LIQ   TO PC-TOT-GERAL-LIQ.
002980     MOVE TAB-DEPTOS        TO PC-TAB-DEPTOS.
002980     MOVE SPACES            TO CKP-ULT-CHAVE.
002980     MOVE W-ULT-CODFUNC     TO CKP-ULT-CHAVE(1:6).
002980     MOVE W-QTDE-LIDOS      TO CKP-QTDE-LIDOS.
002980     COMPUTE CKP-QTDE-SAIDA-1 = W-QTDE-PAG-BASE + W-QTDE-CALC.
002980     MOVE ZERO              TO CKP-QTDE-SAIDA-2.
002980     MOVE W-CKP-TOTAIS      TO CKP-TOTAIS.
002980     MOVE "G" TO CKP-ACAO.
002980     CALL "CKP000" USING CKP-PARAMETROS-AREA.
002980     PERFORM 0600-ABRIR-FOPAGTO THRU 0600-EXIT.
002980 1050-EXIT. EXIT.
002980 1100-LER-CADFUNC.
002990     READ CADFUNC NEXT RECORD
003000         AT END MOVE "S" TO W-EOF.
004130             (W-VALOR-13 * TI-ALIQUOTA(W-QTDE-INSS)
004140             / 100) - TI-DEDUZIR(W-QTDE-INSS).
004150     COMPUTE W-BASE-IRRF = W-VALOR-13 - W-INSS.
004150     PERFORM 1505-CALCULAR-PENSAO THRU 1505-EXIT.
004150     IF W-PENSAO < W-BASE-IRRF
004150         SUBTRACT W-PENSAO FROM W-BASE-IRRF
004150     ELSE
004150         MOVE ZERO TO W-BASE-IRRF.
004160     MOVE ZERO TO W-IRRF.
004170     MOVE "N" TO W-ACHOU-FAIXA.
004180     PERFORM 1520-FAIXA-IRRF THRU 1520-EXIT
004230         COMPUTE W-IRRF ROUNDED =
004240             (W-BASE-IRRF * TR-ALIQUOTA(W-QTDE-IRRF)
004250             / 100) - TR-DEDUZIR(W-QTDE-IRRF).
004260     COMPUTE W-LIQUIDO = W-VALOR-13 - W-INSS - W-IRRF - W-PENSAO.
004270 1500-EXIT. EXIT.
004270******************************************************************
004270*    1505-CALCULAR-PENSAO - PENSAO ALIMENTICIA QUE INCIDE NO 13O  *
004270*    (PEN000), DEDUZIDA DA BASE DO IRRF                           *
004270******************************************************************
004270 1505-CALCULAR-PENSAO.
004270     MOVE ZERO          TO W-PENSAO.
004270     MOVE "C"           TO PEN-ACAO.
004270     MOVE CODFUNC       TO PEN-CODFUNC.
004270     MOVE W-ANO-CALC    TO PEN-COMP-ANO.
004270     MOVE 12            TO PEN-COMP-MES.
004270     MOVE "T"           TO PEN-TIPO-FOLHA.
004270     MOVE W-VALOR-13    TO PEN-BRUTO.
004270     MOVE W-INSS        TO PEN-INSS.
004270     CALL "PEN000" USING PEN-PARAMETROS-AREA.
004270     IF PEN-OK
004270         MOVE PEN-VALOR-TOTAL TO W-PENSAO.
004270 1505-EXIT. EXIT.
004280 1510-FAIXA-INSS.
004290     IF W-VALOR-13 NOT > TI-LIMITE(W-IDX)
004300         MOVE "S" TO W-ACHOU-FAIXA
004559     MOVE ZERO          TO PAG-VT-DESCONTO.
004559     MOVE ZERO          TO PAG-VT-CUSTO.
004559     MOVE ZERO          TO PAG-VR-CUSTO.
004559     MOVE ZERO          TO PAG-ADIANTAMENTO.
004559     MOVE W-PENSAO      TO PAG-PENSAO.
004560     WRITE REGPAG.
004560     MOVE "G"           TO PEN-ACAO.
004560     CALL "PEN000" USING PEN-PARAMETROS-AREA.
004570 1600-EXIT. EXIT.
004580******************************************************************
004590*    1700-ACUMULAR-DEPTO - SOMA O CALCULO NO TOTAL DO              *
