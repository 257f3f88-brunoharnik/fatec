000172* 2026-09-02 BH        LANCAMENTO DESDOBRADO EM HORAS NORMAIS,    *
000174*                      EXTRAS 50%, EXTRAS 100% E NOTURNAS, PARA   *
000176*                      O FP16204 APLICAR OS MULTIPLICADORES       *
000176* 2026-10-15 BH        BANCO DE HORAS (BHADESAO/BANCOHR DO        *
000176*                      FP16233): FUNCIONARIO ADERIDO TEM AS       *
000176*                      EXTRAS CREDITADAS NO SALDO E LANCA AS      *
000176*                      HORAS DE FOLGA COMPENSADAS; MENSALISTA     *
000176*                      PASSA A LANCAR EXTRAS E NOTURNAS           *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FP16209.
000772 01  W-EXT50-INF                 PIC 9(03)V99.
000774 01  W-EXT100-INF                PIC 9(03)V99.
000776 01  W-NOT-INF                   PIC 9(03)V99.
000780 01  W-FOLGA-INF                 PIC 9(03)V99.
000780 01  W-BANCO-HORAS               PIC X(01).
000780     88  W-BANCO-HORAS-SIM       VALUE "S".
000780 01  W-TIPOSALARIO-FUNC          PIC X(01).
000790 01  W-QTDE-LANC                 PIC 9(04) COMP VALUE ZERO.
000800 01  MSG-ARQ-FUNC-INEXISTENTE    PIC X(35)
000830         VALUE "FUNCIONARIO NAO CADASTRADO".
000840 01  MSG-COMP-FECHADA            PIC X(40)
000850         VALUE "COMPETENCIA FECHADA - LANCAMENTO NEGADO".
000860 COPY BHRPARM.
000860 01  DET-PONTO.
000870     05  DP-CODFUNC              PIC 9(06).
000880     05  FILLER                  PIC X(02) VALUE SPACES.
001520******************************************************************
001530*    ROT-LANCAR - LANCA OU ALTERA O PONTO DE UM FUNCIONARIO NA     *
001540*    COMPETENCIA, VALIDANDO O CODFUNC NO CADFUNC E O TIPO DE      *
001540*    SALARIO DO CARGO (MENSALISTA SO LANCA EXTRAS E NOTURNAS).    *
001540*    ADERIDO AO BANCO DE HORAS: EXTRAS E FOLGAS VAO AO BANCOHR    *
001560******************************************************************
001570 ROT-LANCAR.
001580     PERFORM ROT-PEDIR-COMP THRU ROT-PEDIR-COMP-EXIT.
001710         CLOSE FPONTO
001720         GO TO ROT-LANCAR-EXIT.
001730     IF W-TIPOSALARIO-FUNC NOT = "H" AND
001730        W-TIPOSALARIO-FUNC NOT = "D" AND
001730        W-TIPOSALARIO-FUNC NOT = "M"
001730         DISPLAY "CARGO SEM TIPO DE SALARIO VALIDO"
001760         CLOSE FPONTO
001770         GO TO ROT-LANCAR-EXIT.
001780     MOVE ZERO TO W-HORAS-INF.
001792     MOVE ZERO TO W-EXT50-INF.
001794     MOVE ZERO TO W-EXT100-INF.
001796     MOVE ZERO TO W-NOT-INF.
001796     MOVE ZERO TO W-FOLGA-INF.
001800     IF W-TIPOSALARIO-FUNC = "H"
001810         DISPLAY "HORAS NORMAIS NA COMPETENCIA =>"
001810         ACCEPT W-HORAS-INF.
001810     IF W-TIPOSALARIO-FUNC = "D"
001840         DISPLAY "DIAS TRABALHADOS NA COMPETENCIA =>"
001850         ACCEPT W-DIAS-INF.
001850     PERFORM ROT-VERIF-BANCO THRU ROT-VERIF-BANCO-EXIT.
001852     DISPLAY "HORAS EXTRAS A 50% =>".
001853     ACCEPT W-EXT50-INF.
001854     DISPLAY "HORAS EXTRAS A 100% (DOM/FERIADO) =>".
001855     ACCEPT W-EXT100-INF.
001856     DISPLAY "HORAS NOTURNAS =>".
001857     ACCEPT W-NOT-INF.
001857     IF W-BANCO-HORAS-SIM
001857         DISPLAY "HORAS DE FOLGA COMPENSADAS =>"
001857         ACCEPT W-FOLGA-INF.
001860     MOVE W-ANO-COMP     TO PON-COMP-ANO.
001870     MOVE W-MES-COMP     TO PON-COMP-MES.
001880     MOVE W-COD-FUNC-INF TO PON-CODFUNC.
002010             DISPLAY "*** PONTO GRAVADO ***"
002020     END-WRITE.
002030     CLOSE FPONTO.
002030     IF W-BANCO-HORAS-SIM
002030         PERFORM ROT-GRAVAR-BANCO THRU ROT-GRAVAR-BANCO-EXIT.
002040 ROT-LANCAR-EXIT. EXIT.
002040******************************************************************
002040*    ROT-VERIF-BANCO - FUNCIONARIO ADERIDO AO BANCO DE HORAS NA    *
002040*    COMPETENCIA (BHR000)                                         *
002040******************************************************************
002040 ROT-VERIF-BANCO.
002040     MOVE "N" TO W-BANCO-HORAS.
002040     MOVE "V"            TO BHR-ACAO.
002040     MOVE W-COD-FUNC-INF TO BHR-CODFUNC.
002040     MOVE W-ANO-COMP     TO BHR-COMP-ANO.
002040     MOVE W-MES-COMP     TO BHR-COMP-MES.
002040     CALL "BHR000" USING BHR-PARAMETROS-AREA.
002040     IF BHR-OK
002040         MOVE "S" TO W-BANCO-HORAS
002040         DISPLAY "BANCO DE HORAS - EXTRAS VAO PARA O SALDO".
002040 ROT-VERIF-BANCO-EXIT. EXIT.
002040******************************************************************
002040*    ROT-GRAVAR-BANCO - CREDITA AS EXTRAS (LOTE A 50% E LOTE A     *
002040*    100%) E DEBITA A FOLGA NA COMPETENCIA; O RELANCAMENTO        *
002040*    REGRAVA OS MOVIMENTOS                                        *
002040******************************************************************
002040 ROT-GRAVAR-BANCO.
002040     MOVE "G"            TO BHR-ACAO.
002040     MOVE W-COD-FUNC-INF TO BHR-CODFUNC.
002040     MOVE W-ANO-COMP     TO BHR-COMP-ANO.
002040     MOVE W-MES-COMP     TO BHR-COMP-MES.
002040     MOVE ZERO           TO BHR-VALOR.
002040     MOVE "C"            TO BHR-TIPO.
002040     MOVE 50             TO BHR-PERC.
002040     MOVE W-EXT50-INF    TO BHR-HORAS.
002040     CALL "BHR000" USING BHR-PARAMETROS-AREA.
002040     MOVE 100            TO BHR-PERC.
002040     MOVE W-EXT100-INF   TO BHR-HORAS.
002040     CALL "BHR000" USING BHR-PARAMETROS-AREA.
002040     MOVE "D"            TO BHR-TIPO.
002040     MOVE ZERO           TO BHR-PERC.
002040     MOVE W-FOLGA-INF    TO BHR-HORAS.
002040     CALL "BHR000" USING BHR-PARAMETROS-AREA.
002040     IF BHR-OK
002040         DISPLAY "*** BANCO DE HORAS ATUALIZADO ***"
002040     ELSE
002040         DISPLAY "ERRO NA GRAVACAO DO BANCOHR".
002040 ROT-GRAVAR-BANCO-EXIT. EXIT.
002050******************************************************************
002060*    ROT-ABRIR-PONTO - ABRE O FPONTO EM I-O, CRIANDO O ARQUIVO     *
002070*    NA PRIMEIRA UTILIZACAO (STATUS 35)                           *
