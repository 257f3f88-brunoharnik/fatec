000090*              INICIO E CONCLUSAO NO RUNLOG E, NA ACAO "I",       *
000100*              GUARDA CONTRA SEGUNDA EXECUCAO DO MESMO PROGRAMA   *
000110*              NA MESMA DATA (SO PROSSEGUE COM LIBERACAO          *
000120*              EXPLICITA DO OPERADOR). A ACAO "R" REGISTRA O      *
000125*              REINICIO A PARTIR DO PONTO DE CONTROLE (CKP000).   *
000130*------------------------------------------------------------------
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000165* 2026-08-22 BH        GUARDA E EVENTOS PASSAM A USAR A DATA DE   *
000166*                      NEGOCIO RECEBIDA EM RCT-DATA (ZERO CAI NA  *
000167*                      DATA DO SISTEMA)                           *
000167* 2026-10-15 BH        ACAO "R": EVENTO DE REINICIO NO RUNLOG     *
000167*                      COM A ULTIMA CHAVE E OS REGISTROS JA       *
000167*                      PROCESSADOS (PONTO DE CONTROLE DA CKP000)  *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. RUNCTL.
000630             PERFORM 2000-APENSAR-INICIO THRU 2000-EXIT
000640         WHEN RCT-ACAO-FIM
000650             PERFORM 3000-APENSAR-FIM THRU 3000-EXIT
000652         WHEN RCT-ACAO-REINICIO
000654             PERFORM 2500-APENSAR-REINICIO THRU 2500-EXIT
000660         WHEN OTHER
000670             CONTINUE
000680     END-EVALUATE.
001120     ACCEPT RUN-HORA FROM TIME.
001130     MOVE "I"          TO RUN-EVENTO.
001140     MOVE ZERO         TO RUN-REGISTROS.
001145     MOVE SPACES       TO RUN-CHAVE.
001150     WRITE REGRUN.
001160     CLOSE RUNLOG.
001170 2000-EXIT. EXIT.
001171******************************************************************
001172*    2500-APENSAR-REINICIO - EXECUCAO RETOMADA DO PONTO DE         *
001173*    CONTROLE: GRAVA O EVENTO "R" COM A ULTIMA CHAVE E OS          *
001174*    REGISTROS JA PROCESSADOS ANTES DO ABEND                       *
001175******************************************************************
001176 2500-APENSAR-REINICIO.
001177     PERFORM 4000-ABRIR-EXTEND THRU 4000-EXIT.
001178     MOVE RCT-PROGRAMA  TO RUN-PROGRAMA.
001179     MOVE W-DATA-GUARDA TO RUN-DATA.
001180     ACCEPT RUN-HORA FROM TIME.
001180     MOVE "R"           TO RUN-EVENTO.
001180     MOVE RCT-REGISTROS TO RUN-REGISTROS.
001180     MOVE RCT-CHAVE     TO RUN-CHAVE.
001180     WRITE REGRUN.
001180     CLOSE RUNLOG.
001180 2500-EXIT. EXIT.
001180 3000-APENSAR-FIM.
001190     PERFORM 4000-ABRIR-EXTEND THRU 4000-EXIT.
001200     MOVE RCT-PROGRAMA  TO RUN-PROGRAMA.
001220     ACCEPT RUN-HORA FROM TIME.
001230     MOVE "C"           TO RUN-EVENTO.
001240     MOVE RCT-REGISTROS TO RUN-REGISTROS.
001245     MOVE SPACES        TO RUN-CHAVE.
001250     WRITE REGRUN.
001260     CLOSE RUNLOG.
001270 3000-EXIT. EXIT.
