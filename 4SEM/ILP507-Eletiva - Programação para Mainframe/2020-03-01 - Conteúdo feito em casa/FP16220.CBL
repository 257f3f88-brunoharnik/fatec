000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-09-02 BH        VERSAO INICIAL                             *
000180* 2026-10-15 BH        ADIANTAMENTO QUINZENAL (TIPO "A") FORA     *
000180*                      DO ACUMULADO, POIS JA ESTA CONTIDO NO      *
000180*                      BRUTO DA FOLHA MENSAL                      *
000180* 2026-10-15 BH        PENSAO ALIMENTICIA JUDICIAL PAGA NO ANO    *
000180*                      (PAG-PENSAO DAS FOLHAS MENSAL, 13O E       *
000180*                      FERIAS) ACUMULADA E IMPRESSA NO INFORME    *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. FP16220.
000820         10  TF-BRUTO-13         PIC 9(11)V99.
000830         10  TF-INSS-13          PIC 9(11)V99.
000840         10  TF-IRRF-13          PIC 9(11)V99.
000840         10  TF-PENSAO           PIC 9(11)V99.
000850******************************************************************
000860*    LINHAS DO INFORME                                            *
000870******************************************************************
001190     05  FILLER                  PIC X(24) VALUE
001200         "IRRF SOBRE O 13O......: ".
001210     05  LR13-IRRF               PIC ZZZZZZZZZZ9,99.
001210 01  LIN-PENSAO.
001210     05  FILLER                  PIC X(24) VALUE
001210         "PENSAO ALIMENTICIA....: ".
001210     05  LP-PENSAO               PIC ZZZZZZZZZZ9,99.
001220 01  LIN-CORTE                   PIC X(60) VALUE
001230     ". . . . . . . . . . CORTE AQUI . . . . . . . . . .".
001240 PROCEDURE DIVISION.
001490         AT END MOVE "S" TO W-EOF
001500         NOT AT END
001510             IF PAG-COMP-ANO = W-ANO-INF
001510                 AND NOT FOLHA-ADIANTAMENTO
001520                 PERFORM 2000-ACUMULAR THRU 2000-EXIT
001530             END-IF.
001540 1000-EXIT. EXIT.
001690             MOVE ZERO TO TF-BRUTO-13(W-SUB)
001700             MOVE ZERO TO TF-INSS-13(W-SUB)
001710             MOVE ZERO TO TF-IRRF-13(W-SUB)
001710             MOVE ZERO TO TF-PENSAO(W-SUB)
001720         ELSE
001730             DISPLAY MSG-TABELA-CHEIA
001740             GO TO 2000-EXIT.
001740     IF PAG-PENSAO IS NUMERIC
001740         ADD PAG-PENSAO TO TF-PENSAO(W-SUB).
001750     IF FOLHA-DECIMO
001760         ADD PAG-BRUTO TO TF-BRUTO-13(W-SUB)
001770         ADD PAG-INSS  TO TF-INSS-13(W-SUB)
002270     WRITE REG-RELAT FROM LIN-INSS13.
002280     MOVE TF-IRRF-13(W-IDX) TO LR13-IRRF.
002290     WRITE REG-RELAT FROM LIN-IRRF13.
002290     MOVE TF-PENSAO(W-IDX) TO LP-PENSAO.
002290     WRITE REG-RELAT FROM LIN-PENSAO.
002300     WRITE REG-RELAT FROM LIN-TRACO.
002310     ADD 1 TO W-NO-PAR.
002320     IF W-NO-PAR = 2
