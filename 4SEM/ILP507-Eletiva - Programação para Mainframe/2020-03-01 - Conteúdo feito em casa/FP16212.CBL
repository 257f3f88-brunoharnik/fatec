000180* 2026-08-22 BH        VERSAO INICIAL                             *
000182* 2026-08-22 BH        IMPRESSAO DO BLOCO DE ENDERECO DO          *
000184*                      FUNCIONARIO NO DEMONSTRATIVO               *
000184* 2026-10-15 BH        PENSAO ALIMENTICIA JUDICIAL QUE INCIDE     *
000184*                      NA RESCISAO (PEN000) DESCONTADA DO TOTAL   *
000184*                      DAS VERBAS, IMPRESSA NO DEMONSTRATIVO E    *
000184*                      GRAVADA NO PENPAGTO PARA O CREDITO AO      *
000184*                      BENEFICIARIO                               *
000184* 2026-10-15 BH        VERBAS CALCULADAS GRAVADAS NO ARQUIVO      *
000184*                      RESCISAO (O RECALCULO SUBSTITUI) PARA O    *
000184*                      EVENTO DE DESLIGAMENTO DO ESOCIAL          *
000184*                      (FP16228)                                  *
000184* 2026-10-15 BH        RESCISAO SO E FINALIZADA COM EXAME         *
000184*                      DEMISSIONAL (ASO) APTO REGISTRADO NO       *
000184*                      FP16230 (ASO000)                           *
000184* 2026-10-15 BH        ACERTO DO BANCO DE HORAS (BHR000): SALDO   *
000184*                      POSITIVO PAGO COMO EXTRAS A 50%/100% E     *
000184*                      SALDO NEGATIVO DESCONTADO PELA HORA        *
000184*                      SIMPLES, BAIXADOS NO BANCOHR               *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. FP16212.
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PON-CHAVE
000470         FILE STATUS IS PON-STATUS.
000480     SELECT RESCISAO ASSIGN TO "RESCISAO"
000480         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RS-CODFUNC
000480         FILE STATUS IS RSC-STATUS.
000480     SELECT REPRESCI ASSIGN TO "REPRESCI"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS REL-STATUS.
000590 FD  FPONTO
000600     LABEL RECORDS ARE STANDARD.
000610     COPY REGPON.
000620 FD  RESCISAO
000620     LABEL RECORDS ARE STANDARD.
000620     COPY REGRSC.
000620 FD  REPRESCI
000630     LABEL RECORDS ARE STANDARD.
000640 01  REG-RELAT                   PIC X(100).
000670 01  CAR-STATUS                  PIC X(02).
000680 01  PON-STATUS                  PIC X(02).
000690 01  REL-STATUS                  PIC X(02).
000690 01  RSC-STATUS                  PIC X(02).
000690 01  W-HOJE                      PIC 9(08).
000700 01  W-SWITCHES.
000710     05  W-FIM                   PIC X(01) VALUE "N".
000720         88  W-FIM-SIM           VALUE "S".
000920 01  W-VALOR-13                  PIC 9(09)V99.
000930 01  W-VALOR-FERIAS              PIC 9(09)V99.
000940 01  W-TOTAL-RESCISAO            PIC 9(09)V99.
000940 01  W-PENSAO                    PIC 9(07)V99.
000940 01  W-LIQUIDO-RESCISAO          PIC 9(09)V99.
000940 COPY PENPARM.
000940 COPY ASOPARM.
000940 COPY BHRPARM.
000940 01  W-BANCO-HORAS               PIC X(01).
000940     88  W-BANCO-HORAS-SIM       VALUE "S".
000940 01  W-BH-VALOR-HORA             PIC 9(07)V99.
000940 01  W-BH-HORAS-50               PIC 9(05)V99.
000940 01  W-BH-HORAS-100              PIC 9(05)V99.
000940 01  W-BH-DEFICIT                PIC 9(05)V99.
000940 01  W-BH-VALOR                  PIC 9(09)V99.
000940 01  W-BH-DESCONTO               PIC 9(09)V99.
000950 01  MSG-ARQ-FUNC-INEXISTENTE    PIC X(35)
000960         VALUE "ARQUIVO DE FUNCIONARIOS NAO EXISTE".
000970 01  MSG-FUNC-INEXISTENTE        PIC X(30)
001460     IF NOT W-CAR-ACHADO-SIM
001470         GO TO 1000-EXIT.
001480     PERFORM 1300-ANOS-4-DIGITOS THRU 1300-EXIT.
001480     PERFORM 1350-CONFERIR-ASO THRU 1350-EXIT.
001480     IF NOT ASO-OK
001480         GO TO 1000-EXIT.
001490     PERFORM 1400-BASE-MENSAL THRU 1400-EXIT.
001500     PERFORM 1500-CALCULAR-VERBAS THRU 1500-EXIT.
001500     PERFORM 1520-BANCO-HORAS THRU 1520-EXIT.
001500     PERFORM 1550-CALCULAR-PENSAO THRU 1550-EXIT.
001510     PERFORM 1600-IMPRIMIR THRU 1600-EXIT.
001510     PERFORM 1700-GRAVAR-RESCISAO THRU 1700-EXIT.
001510     IF W-BANCO-HORAS-SIM
001510         PERFORM 1750-BAIXAR-BANCO THRU 1750-EXIT.
001520 1000-EXIT. EXIT.
001530******************************************************************
001540*    1100-LER-FUNCIONARIO - LOCALIZA O FUNCIONARIO NO CADFUNC      *
001980     ELSE
001990         COMPUTE W-ANO-DEM-4 = 2000 + ANODEM.
002000 1300-EXIT. EXIT.
002000******************************************************************
002000*    1350-CONFERIR-ASO - SEM EXAME DEMISSIONAL APTO (OU EXAME     *
002000*    APTO NOS 90 DIAS ANTERIORES) A RESCISAO NAO E FINALIZADA     *
002000******************************************************************
002000 1350-CONFERIR-ASO.
002000     MOVE "D"                TO ASO-ACAO.
002000     MOVE CODFUNC            TO ASO-CODFUNC.
002000     MOVE CODCAR IN REGFUNC  TO ASO-CODCAR.
002000     COMPUTE ASO-DATA = (W-ANO-DEM-4 * 10000) + (MESDEM * 100)
002000         + DIADEM.
002000     CALL "ASO000" USING ASO-PARAMETROS-AREA.
002000     IF NOT ASO-OK
002000         DISPLAY "EXAME DEMISSIONAL (ASO) NAO REGISTRADO - "
002000             "REGISTRE NO FP16230 ANTES DA RESCISAO".
002000 1350-EXIT. EXIT.
002010******************************************************************
002020*    1400-BASE-MENSAL - MENSALISTA USA O SALARIOBASE; HORISTA E    *
002030*    DIARISTA USAM A MEDIA DO FPONTO DO ANO DO DESLIGAMENTO       *
002780     COMPUTE W-TOTAL-RESCISAO =
002790         W-SALDO-SALARIO + W-VALOR-13 + W-VALOR-FERIAS.
002800 1500-EXIT. EXIT.
002800******************************************************************
002800*    1520-BANCO-HORAS - ACERTO DO BANCO DE HORAS NO DESLIGAMENTO:  *
002800*    O SALDO POSITIVO E PAGO COMO EXTRAS (50%/100% CONFORME O      *
002800*    LOTE) E SOMA AO TOTAL; O SALDO NEGATIVO E DESCONTADO PELA     *
002800*    HORA SIMPLES. HORA = BASE MENSAL / 220                        *
002800******************************************************************
002800 1520-BANCO-HORAS.
002800     MOVE "N"  TO W-BANCO-HORAS.
002800     MOVE ZERO TO W-BH-HORAS-50.
002800     MOVE ZERO TO W-BH-HORAS-100.
002800     MOVE ZERO TO W-BH-DEFICIT.
002800     MOVE ZERO TO W-BH-VALOR.
002800     MOVE ZERO TO W-BH-DESCONTO.
002800     MOVE "T"         TO BHR-ACAO.
002800     MOVE CODFUNC     TO BHR-CODFUNC.
002800     MOVE W-ANO-DEM-4 TO BHR-COMP-ANO.
002800     MOVE MESDEM      TO BHR-COMP-MES.
002800     CALL "BHR000" USING BHR-PARAMETROS-AREA.
002800     IF NOT BHR-OK
002800         GO TO 1520-EXIT.
002800     MOVE "S" TO W-BANCO-HORAS.
002800     MOVE BHR-VENC-50  TO W-BH-HORAS-50.
002800     MOVE BHR-VENC-100 TO W-BH-HORAS-100.
002800     IF BHR-SALDO < ZERO
002800         COMPUTE W-BH-DEFICIT = ZERO - BHR-SALDO.
002800     COMPUTE W-BH-VALOR-HORA ROUNDED = W-BASE-MENSAL / 220.
002800     COMPUTE W-BH-VALOR ROUNDED =
002800         W-BH-VALOR-HORA * 1,5 * W-BH-HORAS-50
002800         + W-BH-VALOR-HORA * 2 * W-BH-HORAS-100.
002800     COMPUTE W-BH-DESCONTO ROUNDED =
002800         W-BH-VALOR-HORA * W-BH-DEFICIT.
002800     ADD W-BH-VALOR TO W-TOTAL-RESCISAO.
002800 1520-EXIT. EXIT.
002800******************************************************************
002800*    1550-CALCULAR-PENSAO - PENSAO ALIMENTICIA QUE INCIDE NA      *
002800*    RESCISAO (PEN000 SOBRE O TOTAL DAS VERBAS), GRAVADA NO       *
002800*    PENPAGTO NA COMPETENCIA DO DESLIGAMENTO                      *
002800******************************************************************
002800 1550-CALCULAR-PENSAO.
002800     MOVE ZERO             TO W-PENSAO.
002800     MOVE "C"              TO PEN-ACAO.
002800     MOVE CODFUNC          TO PEN-CODFUNC.
002800     MOVE W-ANO-DEM-4      TO PEN-COMP-ANO.
002800     MOVE MESDEM           TO PEN-COMP-MES.
002800     MOVE "R"              TO PEN-TIPO-FOLHA.
002800     MOVE W-TOTAL-RESCISAO TO PEN-BRUTO.
002800     MOVE ZERO             TO PEN-INSS.
002800     CALL "PEN000" USING PEN-PARAMETROS-AREA.
002800     IF PEN-OK
002800         MOVE PEN-VALOR-TOTAL TO W-PENSAO.
002800     IF W-BH-DESCONTO > W-TOTAL-RESCISAO - W-PENSAO
002800         COMPUTE W-BH-DESCONTO = W-TOTAL-RESCISAO - W-PENSAO.
002800     COMPUTE W-LIQUIDO-RESCISAO = W-TOTAL-RESCISAO - W-PENSAO
002800         - W-BH-DESCONTO.
002800     MOVE "G" TO PEN-ACAO.
002800     CALL "PEN000" USING PEN-PARAMETROS-AREA.
002800 1550-EXIT. EXIT.
002810******************************************************************
002820*    1600-IMPRIMIR - GRAVA O DEMONSTRATIVO EM REPRESCI E EXIBE     *
002830*    O RESUMO NA TELA                                             *
003010     MOVE "FERIAS PROPORCIONAIS" TO LV-DESCR.
003020     MOVE W-VALOR-FERIAS TO LV-VALOR.
003030     WRITE REG-RELAT FROM LIN-VERBA.
003030     IF W-BH-VALOR > ZERO
003030         MOVE "SALDO DO BANCO DE HORAS" TO LV-DESCR
003030         MOVE W-BH-VALOR TO LV-VALOR
003030         WRITE REG-RELAT FROM LIN-VERBA.
003040     MOVE "TOTAL DA RESCISAO" TO LV-DESCR.
003050     MOVE W-TOTAL-RESCISAO TO LV-VALOR.
003060     WRITE REG-RELAT FROM LIN-VERBA.
003060     IF W-PENSAO > ZERO
003060         MOVE "PENSAO ALIMENTICIA" TO LV-DESCR
003060         MOVE W-PENSAO TO LV-VALOR
003060         WRITE REG-RELAT FROM LIN-VERBA.
003060     IF W-BH-DESCONTO > ZERO
003060         MOVE "DESCONTO BANCO DE HORAS" TO LV-DESCR
003060         MOVE W-BH-DESCONTO TO LV-VALOR
003060         WRITE REG-RELAT FROM LIN-VERBA.
003060     IF W-PENSAO > ZERO OR W-BH-DESCONTO > ZERO
003060         MOVE "LIQUIDO DA RESCISAO" TO LV-DESCR
003060         MOVE W-LIQUIDO-RESCISAO TO LV-VALOR
003060         WRITE REG-RELAT FROM LIN-VERBA.
003070     CLOSE REPRESCI.
003080     DISPLAY "SALDO SALARIO..: " W-SALDO-SALARIO.
003090     DISPLAY "13O PROPORC....: " W-VALOR-13.
003100     DISPLAY "FERIAS PROPORC.: " W-VALOR-FERIAS.
003100     IF W-BH-VALOR > ZERO
003100         DISPLAY "BANCO DE HORAS.: " W-BH-VALOR.
003110     DISPLAY "TOTAL RESCISAO.: " W-TOTAL-RESCISAO.
003110     IF W-PENSAO > ZERO
003110         DISPLAY "PENSAO ALIMENT.: " W-PENSAO.
003110     IF W-BH-DESCONTO > ZERO
003110         DISPLAY "DESC. BCO HORAS: " W-BH-DESCONTO.
003110     IF W-PENSAO > ZERO OR W-BH-DESCONTO > ZERO
003110         DISPLAY "LIQUIDO RESCIS.: " W-LIQUIDO-RESCISAO.
003120     DISPLAY "DEMONSTRATIVO GRAVADO EM REPRESCI".
003130 1600-EXIT. EXIT.
003130******************************************************************
003130*    1700-GRAVAR-RESCISAO - GUARDA AS VERBAS NO ARQUIVO RESCISAO   *
003130*    (CHAVE CODFUNC; UM RECALCULO REGRAVA O REGISTRO) PARA O       *
003130*    EVENTO DE DESLIGAMENTO DO ESOCIAL (FP16228)                   *
003130******************************************************************
003130 1700-GRAVAR-RESCISAO.
003130     OPEN I-O RESCISAO.
003130     IF RSC-STATUS = "35"
003130         OPEN OUTPUT RESCISAO
003130         CLOSE RESCISAO
003130         OPEN I-O RESCISAO.
003130     IF RSC-STATUS NOT = "00"
003130         DISPLAY "ERRO NA ABERTURA DO RESCISAO - STATUS "
003130             RSC-STATUS
003130         GO TO 1700-EXIT.
003130     ACCEPT W-HOJE FROM DATE YYYYMMDD.
003130     MOVE CODFUNC             TO RS-CODFUNC.
003130     COMPUTE RS-DATA-DESLIG = W-ANO-DEM-4 * 10000 + MESDEM * 100
003130         + DIADEM.
003130     MOVE W-SALDO-SALARIO     TO RS-SALDO-SALARIO.
003130     MOVE W-VALOR-13          TO RS-VALOR-13.
003130     MOVE W-VALOR-FERIAS      TO RS-VALOR-FERIAS.
003130     MOVE W-TOTAL-RESCISAO    TO RS-TOTAL.
003130     MOVE W-PENSAO            TO RS-PENSAO.
003130     MOVE W-LIQUIDO-RESCISAO  TO RS-LIQUIDO.
003130     MOVE W-HOJE              TO RS-DATA-CALCULO.
003130     MOVE W-BH-VALOR          TO RS-BANCO-HORAS.
003130     MOVE W-BH-DESCONTO       TO RS-DESC-BANCO-HORAS.
003130     WRITE REGRSC
003130         INVALID KEY
003130             REWRITE REGRSC
003130                 INVALID KEY
003130                     DISPLAY "ERRO NA GRAVACAO DO RESCISAO"
003130             END-REWRITE
003130     END-WRITE.
003130     CLOSE RESCISAO.
003130 1700-EXIT. EXIT.
003130******************************************************************
003130*    1750-BAIXAR-BANCO - GRAVA NO BANCOHR, NA COMPETENCIA DO       *
003130*    DESLIGAMENTO, O SALDO PAGO ("R") OU DESCONTADO ("N"); O       *
003130*    RECALCULO DA RESCISAO REGRAVA OS MOVIMENTOS                   *
003130******************************************************************
003130 1750-BAIXAR-BANCO.
003130     MOVE "G"         TO BHR-ACAO.
003130     MOVE CODFUNC     TO BHR-CODFUNC.
003130     MOVE W-ANO-DEM-4 TO BHR-COMP-ANO.
003130     MOVE MESDEM      TO BHR-COMP-MES.
003130     MOVE "R"         TO BHR-TIPO.
003130     MOVE 50          TO BHR-PERC.
003130     MOVE W-BH-HORAS-50 TO BHR-HORAS.
003130     COMPUTE BHR-VALOR ROUNDED =
003130         W-BH-VALOR-HORA * 1,5 * W-BH-HORAS-50.
003130     CALL "BHR000" USING BHR-PARAMETROS-AREA.
003130     MOVE 100         TO BHR-PERC.
003130     MOVE W-BH-HORAS-100 TO BHR-HORAS.
003130     COMPUTE BHR-VALOR ROUNDED =
003130         W-BH-VALOR-HORA * 2 * W-BH-HORAS-100.
003130     CALL "BHR000" USING BHR-PARAMETROS-AREA.
003130     MOVE "N"         TO BHR-TIPO.
003130     MOVE ZERO        TO BHR-PERC.
003130     MOVE W-BH-DEFICIT TO BHR-HORAS.
003130     MOVE W-BH-DESCONTO TO BHR-VALOR.
003130     CALL "BHR000" USING BHR-PARAMETROS-AREA.
003130 1750-EXIT. EXIT.
