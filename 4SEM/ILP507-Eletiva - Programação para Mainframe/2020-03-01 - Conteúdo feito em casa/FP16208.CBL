000167*                      NO HOLERITE QUANDO EXISTEM                 *
000167* 2026-09-02 BH        PARCELA DO CONSIGNADO (FP16219) IMPRESSA   *
000167*                      COMO LINHA PROPRIA QUANDO PRESENTE         *
000167* 2026-10-15 BH        ADIANTAMENTO QUINZENAL ABATIDO PELO        *
000167*                      FP16204 IMPRESSO COMO LINHA PROPRIA        *
000167*                      QUANDO PRESENTE                            *
000167* 2026-10-15 BH        PENSAO ALIMENTICIA JUDICIAL DESCONTADA     *
000167*                      (PAG-PENSAO) IMPRESSA NO HOLERITE          *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. FP16208.
001246     05  FILLER                  PIC X(24) VALUE
001246         "VALE-REFEICAO (EMPR.).: ".
001246     05  LVR-VALOR               PIC ZZZZZZZZ9,99.
001246 01  LIN-ADIANT.
001246     05  FILLER                  PIC X(24) VALUE
001246         "ADIANTAMENTO (DIA 20).: ".
001246     05  LA-VALOR                PIC ZZZZZZZZ9,99.
001246 01  LIN-PENSAO.
001246     05  FILLER                  PIC X(24) VALUE
001246         "PENSAO ALIMENTICIA....: ".
001246     05  LPA-VALOR               PIC ZZZZZZZZ9,99.
001250 01  LIN-CORTE                   PIC X(60) VALUE
001260     ". . . . . . . . . . CORTE AQUI . . . . . . . . . .".
001270 PROCEDURE DIVISION.
001844     IF PAG-VR-CUSTO IS NUMERIC AND PAG-VR-CUSTO > ZERO
001844         MOVE PAG-VR-CUSTO TO LVR-VALOR
001844         WRITE REG-RELAT FROM LIN-VR.
001844     IF PAG-ADIANTAMENTO IS NUMERIC AND PAG-ADIANTAMENTO > ZERO
001844         MOVE PAG-ADIANTAMENTO TO LA-VALOR
001844         WRITE REG-RELAT FROM LIN-ADIANT.
001844     IF PAG-PENSAO IS NUMERIC AND PAG-PENSAO > ZERO
001844         MOVE PAG-PENSAO TO LPA-VALOR
001844         WRITE REG-RELAT FROM LIN-PENSAO.
001850     MOVE PAG-INSS TO LI-INSS.
001860     WRITE REG-RELAT FROM LIN-INSS.
001870     MOVE PAG-IRRF TO LR-IRRF.
