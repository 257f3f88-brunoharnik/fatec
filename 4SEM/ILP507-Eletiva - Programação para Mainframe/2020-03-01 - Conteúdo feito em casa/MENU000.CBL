000429*                      SENHA EM CLARO AINDA LOGA UMA VEZ E CAI     *
000429*                      NA TROCA OBRIGATORIA, QUE GRAVA A SENHA     *
000429*                      JA EMBARALHADA                              *
000429* 2026-09-23 BH        OPCAO V - LANCAMENTOS CONTABEIS MANUAIS     *
000429*                      (CTBMAN), SO PARA O PERFIL A                *
000429* 2026-09-25 BH        OPCAO W - ORCAMENTO DEPARTAMENTAL (CTBORC), *
000429*                      SO PARA O PERFIL A                          *
000429* 2026-09-26 BH        OPCAO X - CONCILIACAO BANCARIA (BCOMAN),    *
000429*                      SO PARA O PERFIL A                          *
000429* 2026-10-10 BH        CEP016 RECEBE O OPERADOR (LIBERACAO DO     *
000429*                      RECEBIMENTO DIVERGENTE)                    *
000429* 2026-10-15 BH        OPCAO Y - REGRAS DE SEGREGACAO DE          *
000429*                      FUNCOES (SODCAD), SO PARA O PERFIL A;      *
000429*                      CEP015 RECEBE O OPERADOR                   *
000429* 2026-10-15 BH        OPCAO Z - SOLICITACOES DE TITULARES        *
000429*                      (LGPDCAD), SO PARA O PERFIL A              *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. MENU000.
001560         WHEN "6"
001570             CALL "CEP014"
001580         WHEN "7"
001590             CALL "CEP015" USING W-OPERADOR
001600         WHEN "8"
001610             CALL "CEP016" USING W-OPERADOR
001620         WHEN "A" WHEN "a"
001630             CALL "CEP017"
001640         WHEN "B" WHEN "b"
001899             CALL "APRV000" USING W-OPERADOR
001900         WHEN "U" WHEN "u"
001910             CALL "CADUSR" USING W-OPERADOR
001910         WHEN "V" WHEN "v"
001910             CALL "CTBMAN" USING W-OPERADOR
001910         WHEN "W" WHEN "w"
001910             CALL "CTBORC" USING W-OPERADOR
001910         WHEN "X" WHEN "x"
001910             CALL "BCOMAN" USING W-OPERADOR
001910         WHEN "Y" WHEN "y"
001910             CALL "SODCAD" USING W-OPERADOR
001910         WHEN "Z" WHEN "z"
001910             CALL "LGPDCAD" USING W-OPERADOR
001920         WHEN OTHER
001930             DISPLAY "OPCAO INVALIDA"
001940     END-EVALUATE.
002740     MOVE "U" TO W-OPCAO.
002750     PERFORM 3000-AUTORIZAR THRU 3000-EXIT.
002760     IF W-PERMITIDA-SIM DISPLAY "U-CADASTRO DE OPERADORES".
002760     MOVE "V" TO W-OPCAO.
002760     PERFORM 3000-AUTORIZAR THRU 3000-EXIT.
002760     IF W-PERMITIDA-SIM
002760         DISPLAY "V-LANCAMENTOS CONTABEIS MANUAIS".
002760     MOVE "W" TO W-OPCAO.
002760     PERFORM 3000-AUTORIZAR THRU 3000-EXIT.
002760     IF W-PERMITIDA-SIM
002760         DISPLAY "W-ORCAMENTO DEPARTAMENTAL".
002760     MOVE "X" TO W-OPCAO.
002760     PERFORM 3000-AUTORIZAR THRU 3000-EXIT.
002760     IF W-PERMITIDA-SIM
002760         DISPLAY "X-CONCILIACAO BANCARIA".
002760     MOVE "Y" TO W-OPCAO.
002760     PERFORM 3000-AUTORIZAR THRU 3000-EXIT.
002760     IF W-PERMITIDA-SIM
002760         DISPLAY "Y-REGRAS DE SEGREGACAO DE FUNCOES".
002760     MOVE "Z" TO W-OPCAO.
002760     PERFORM 3000-AUTORIZAR THRU 3000-EXIT.
002760     IF W-PERMITIDA-SIM
002760         DISPLAY "Z-SOLICITACOES DE TITULARES (LGPD)".
002770     MOVE SPACE TO W-OPCAO.
002780 2100-EXIT. EXIT.
002790******************************************************************
