000190* 2026-09-02 BH        VERSAO INICIAL                             *
000192* 2026-09-02 BH        COMPETENCIA FECHADA NO FOLHACTL (FP16222)  *
000194*                      NAO ACEITA O LOTE DE FERIAS                *
000194* 2026-10-15 BH        PENSAO ALIMENTICIA JUDICIAL QUE INCIDE     *
000194*                      NAS FERIAS (PEN000) DEDUZIDA DA BASE DO    *
000194*                      IRRF, DESCONTADA DO LIQUIDO E GRAVADA EM   *
000194*                      PAG-PENSAO E NO PENPAGTO                   *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. FP16221.
001150 01  W-QTDE-INSS                 PIC 9(02) COMP VALUE ZERO.
001160 01  W-QTDE-IRRF                 PIC 9(02) COMP VALUE ZERO.
001170 01  W-QTDE-PAGAS                PIC 9(05) VALUE ZERO.
001170 01  W-PENSAO                    PIC 9(07)V99.
001170 COPY PENPARM.
001180******************************************************************
001190*    TABELAS DE FAIXAS CARREGADAS DO TABIMP (COMO O FP16204)      *
001200******************************************************************
002470     COMPUTE W-TERCO ROUNDED = W-REMUN-FERIAS / 3.
002480     COMPUTE W-BRUTO = W-REMUN-FERIAS + W-TERCO.
002490     PERFORM 3200-DESCONTOS THRU 3200-EXIT.
002490     COMPUTE W-LIQUIDO = W-BRUTO - W-INSS - W-IRRF - W-PENSAO.
002510     PERFORM 3300-GRAVAR-FOPAGTO THRU 3300-EXIT.
002520     MOVE "P" TO FER-SITUACAO.
002530     REWRITE REGFER
003230             (W-BRUTO * TI-ALIQUOTA(W-QTDE-INSS) / 100)
003240             - TI-DEDUZIR(W-QTDE-INSS).
003250     COMPUTE W-BASE-IRRF = W-BRUTO - W-INSS.
003250     PERFORM 3205-CALCULAR-PENSAO THRU 3205-EXIT.
003250     IF W-PENSAO < W-BASE-IRRF
003250         SUBTRACT W-PENSAO FROM W-BASE-IRRF
003250     ELSE
003250         MOVE ZERO TO W-BASE-IRRF.
003260     MOVE ZERO TO W-IRRF.
003270     MOVE "N" TO W-ACHOU-FAIXA.
003280     PERFORM 3220-FAIXA-IRRF THRU 3220-EXIT
003340             (W-BASE-IRRF * TR-ALIQUOTA(W-QTDE-IRRF) / 100)
003350             - TR-DEDUZIR(W-QTDE-IRRF).
003360 3200-EXIT. EXIT.
003360******************************************************************
003360*    3205-CALCULAR-PENSAO - PENSAO ALIMENTICIA QUE INCIDE NAS     *
003360*    FERIAS (PEN000), DEDUZIDA DA BASE DO IRRF                    *
003360******************************************************************
003360 3205-CALCULAR-PENSAO.
003360     MOVE ZERO          TO W-PENSAO.
003360     MOVE "C"           TO PEN-ACAO.
003360     MOVE FER-CODFUNC   TO PEN-CODFUNC.
003360     MOVE W-ANO-COMP    TO PEN-COMP-ANO.
003360     MOVE W-MES-COMP    TO PEN-COMP-MES.
003360     MOVE "F"           TO PEN-TIPO-FOLHA.
003360     MOVE W-BRUTO       TO PEN-BRUTO.
003360     MOVE W-INSS        TO PEN-INSS.
003360     CALL "PEN000" USING PEN-PARAMETROS-AREA.
003360     IF PEN-OK
003360         MOVE PEN-VALOR-TOTAL TO W-PENSAO.
003360 3205-EXIT. EXIT.
003370 3210-FAIXA-INSS.
003380     IF W-BRUTO NOT > TI-LIMITE(W-IDX)
003390         MOVE "S" TO W-ACHOU-FAIXA
003691     MOVE ZERO          TO PAG-VT-DESCONTO.
003692     MOVE ZERO          TO PAG-VT-CUSTO.
003693     MOVE ZERO          TO PAG-VR-CUSTO.
003693     MOVE ZERO          TO PAG-ADIANTAMENTO.
003693     MOVE W-PENSAO      TO PAG-PENSAO.
003700     OPEN EXTEND FOPAGTO.
003710     IF PAG-STATUS = "35"
003720         OPEN OUTPUT FOPAGTO
003740         OPEN EXTEND FOPAGTO.
003750     WRITE REGPAG.
003760     CLOSE FOPAGTO.
003760     MOVE "G"           TO PEN-ACAO.
003760     CALL "PEN000" USING PEN-PARAMETROS-AREA.
003770 3300-EXIT. EXIT.
004000******************************************************************
004000*    0300-VERIF-FECHAMENTO - RECUSA O LOTE QUANDO A COMPETENCIA    *
