000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-08-22 BH        VERSAO INICIAL                             *
000180* 2026-10-15 BH        DATA DE REFERENCIA OPCIONAL: OCUPADAS      *
000180*                      CONTADAS NA DATA PELA ADMISSAO,            *
000180*                      DESLIGAMENTO E CARGO VIGENTE DO MOVFUNC    *
000180*                      (MVF000)                                   *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. FP16214.
001000 01  W-DEP-OCUPADAS              PIC 9(05).
001010 01  W-TOT-AUTORIZADAS           PIC 9(06) VALUE ZERO.
001020 01  W-TOT-OCUPADAS              PIC 9(06) VALUE ZERO.
001020 01  W-DATA-REF                  PIC 9(08) VALUE ZERO.
001020 01  W-DATA-REF-R REDEFINES W-DATA-REF.
001020     05  W-ANO-REF               PIC 9(04).
001020     05  W-MES-REF               PIC 9(02).
001020     05  W-DIA-REF               PIC 9(02).
001020 01  W-DATA-ADM-8                PIC 9(08).
001020 01  W-DATA-DEM-8                PIC 9(08).
001020 01  LIN-CABEC-DATA.
001020     05  FILLER                  PIC X(11) VALUE "POSICAO EM ".
001020     05  LCD-DIA                 PIC 9(02).
001020     05  FILLER                  PIC X(01) VALUE "/".
001020     05  LCD-MES                 PIC 9(02).
001020     05  FILLER                  PIC X(01) VALUE "/".
001020     05  LCD-ANO                 PIC 9(04).
001020 COPY MVFPARM.
001030 01  LIN-CABEC1                  PIC X(80) VALUE
001040     "LOTACAO - VAGAS AUTORIZADAS X OCUPADAS POR DEPARTAMENTO".
001050 01  LIN-CABEC2.
001520*    0000-MAINLINE                                                *
001530******************************************************************
001540 0000-MAINLINE.
001540     DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0=HOJE) =>".
001540     ACCEPT W-DATA-REF.
001540     IF W-DATA-REF IS NOT NUMERIC
001540         MOVE ZERO TO W-DATA-REF.
001550     SORT SORTWK ON ASCENDING KEY SD-NIVHIERARQUICO SD-CODDEPC
001560                                  SD-DENOMINACAOCAR
001570         INPUT PROCEDURE IS 1000-SELECIONAR THRU 1000-EXIT
002380         AT END MOVE "S" TO W-EOF-FUNC.
002390 1410-EXIT. EXIT.
002400 1420-CHECAR-FUNC.
002400     IF W-DATA-REF NOT = ZERO
002400         PERFORM 1430-CHECAR-NA-DATA THRU 1430-EXIT
002400         GO TO 1420-LER.
002410     IF CODCAR IN REGFUNC = CODCAR IN REGCAR
002420         AND NOT FUNC-DESLIGADO
002430         ADD 1 TO SD-OCUPADAS.
002430 1420-LER.
002440     PERFORM 1410-LER-FUNC THRU 1410-EXIT.
002450 1420-EXIT. EXIT.
002450******************************************************************
002450*    1430-CHECAR-NA-DATA - OCUPANTE DO CARGO NA DATA DE REFERENCIA:*
002450*    ADMITIDO ATE A DATA, NAO DESLIGADO ANTES DELA E COM O CARGO   *
002450*    VIGENTE NA DATA (MOVFUNC, PELA MVF000) IGUAL AO DO CADCAR.    *
002450*    ANOS DE 2 DIGITOS: ATE 50 LE-SE 20XX, ACIMA 19XX              *
002450******************************************************************
002450 1430-CHECAR-NA-DATA.
002450     IF ANOADM > 50
002450         COMPUTE W-DATA-ADM-8 = (1900 + ANOADM) * 10000
002450             + MESADM * 100 + DIAADM
002450     ELSE
002450         COMPUTE W-DATA-ADM-8 = (2000 + ANOADM) * 10000
002450             + MESADM * 100 + DIAADM.
002450     IF W-DATA-ADM-8 > W-DATA-REF
002450         GO TO 1430-EXIT.
002450     IF FUNC-DESLIGADO
002450         IF ANODEM > 50
002450             COMPUTE W-DATA-DEM-8 = (1900 + ANODEM) * 10000
002450                 + MESDEM * 100 + DIADEM
002450         ELSE
002450             COMPUTE W-DATA-DEM-8 = (2000 + ANODEM) * 10000
002450                 + MESDEM * 100 + DIADEM
002450         END-IF
002450         IF W-DATA-DEM-8 < W-DATA-REF
002450             GO TO 1430-EXIT.
002450     MOVE "C"               TO MVF-ACAO.
002450     MOVE CODFUNC           TO MVF-CODFUNC.
002450     MOVE CODCAR IN REGFUNC TO MVF-CODCAR-ATUAL.
002450     MOVE W-DATA-REF        TO MVF-DATA.
002450     CALL "MVF000" USING MVF-PARAMETROS-AREA.
002450     IF MVF-CODCAR = CODCAR IN REGCAR
002450         ADD 1 TO SD-OCUPADAS.
002450 1430-EXIT. EXIT.
002460******************************************************************
002470*    2000-IMPRIMIR - GRAVA O RELATORIO JA ORDENADO                 *
002480******************************************************************
002510     MOVE "N" TO W-EOF.
002520     MOVE "S" TO W-PRIMEIRO-GRUPO.
002530     WRITE REG-RELAT FROM LIN-CABEC1.
002530     IF W-DATA-REF NOT = ZERO
002530         MOVE W-DIA-REF TO LCD-DIA
002530         MOVE W-MES-REF TO LCD-MES
002530         MOVE W-ANO-REF TO LCD-ANO
002530         WRITE REG-RELAT FROM LIN-CABEC-DATA.
002540     PERFORM 2100-RETORNAR THRU 2100-EXIT.
002550     PERFORM 2200-ESCREVER THRU 2200-EXIT
002560         UNTIL W-EOF-SIM.
