000142* 2026-09-02 BH        ORIGEM "P" - PROVISOES MENSAIS DE FERIAS   *
000144*                      E 13O DO CTBPROV (CHAVES "13"/"FE" PARA A  *
000146*                      PROVISAO E "E3"/"EF" PARA O ESTORNO)       *
000146* 2026-09-18 BH        ORIGEM "A" - ATIVO IMOBILIZADO DO CTBDEPR  *
000146*                      (CHAVES "DP" DEPRECIACAO DO MES, "BD"      *
000146*                      BAIXA DA DEPRECIACAO ACUMULADA, "BV" VALOR *
000146*                      RESIDUAL BAIXADO PELA VENDA, "GA" GANHO E  *
000146*                      "PE" PERDA NA BAIXA OU VENDA)              *
000146* 2026-09-21 BH        ORIGEM "C" - FINANCEIRO DO CTBFIN (CHAVES  *
000146*                      "TR"/"RR" TITULO A RECEBER EMITIDO E       *
000146*                      RECEBIDO, "TP"/"PP" TITULO A PAGAR EMITIDO *
000146*                      E PAGO, "IR"/"IS" IRRF E ISS RETIDOS,      *
000146*                      "CD"/"CC"/"CP" CAIXA DINHEIRO/CARTAO/PIX)  *
000146* 2026-10-13 BH        ORIGEM "C" - CHAVES "VP"/"VA" VARIACAO     *
000146*                      CAMBIAL PASSIVA E ATIVA NA LIQUIDACAO DE   *
000146*                      TITULO A PAGAR EM MOEDA ESTRANGEIRA        *
000146* 2026-10-15 BH        ORIGEM "P" - CHAVES "OB"/"RO" AUMENTO E    *
000146*                      REVERSAO DA PROVISAO PARA OBSOLESCENCIA    *
000146*                      DO ESTOQUE DO CTBOBS                       *
000146* 2026-10-15 BH        ORIGEM "F" - CHAVE "AD" ADIANTAMENTO       *
000146*                      QUINZENAL PAGO NA COMPETENCIA (FP16224)    *
000146* 2026-10-15 BH        ORIGEM "F" - CHAVE "PA" PENSAO             *
000146*                      ALIMENTICIA RETIDA NA FOLHA A REPASSAR     *
000146*                      AOS BENEFICIARIOS                          *
000146* 2026-10-15 BH        ORIGEM "C" - CHAVES "JR"/"MR" JUROS E      *
000146*                      MULTA DE ATRASO RECEBIDOS (JUROSMOV)       *
000150******************************************************************
000160 01  REGCTB.
000170     05  CTB-ORIGEM              PIC X(01).
000180         88  CTB-ORIGEM-ESTOQUE  VALUE "E".
000190         88  CTB-ORIGEM-FOLHA    VALUE "F".
000192         88  CTB-ORIGEM-PROVISAO VALUE "P".
000192         88  CTB-ORIGEM-ATIVO    VALUE "A".
000192         88  CTB-ORIGEM-FINANCEIRO VALUE "C".
000200     05  CTB-CHAVE               PIC X(02).
000210     05  CTB-CONTA-DEBITO        PIC 9(08).
000220     05  CTB-CONTA-CREDITO       PIC 9(08).
