000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-09-02 BH        VERSAO INICIAL                             *
000130* 2026-10-06 BH        OV-PESO E OV-FRETE - FRETE COTADO NA       *
000130*                      PROPOSTA (FRT000), LEVADO AO PEDIDO NA     *
000130*                      CONVERSAO                                  *
000140******************************************************************
000150 01  REGORV.
000160     05  OV-NUMERO               PIC 9(08).
000300         88  ORC-PERDIDO         VALUE "P".
000310     05  OV-TOTAL                PIC 9(12)V99.
000320     05  OV-NUMERO-PEDIDO        PIC 9(08).
000330     05  OV-PESO                 PIC 9(06)V999.
000340     05  OV-FRETE                PIC 9(10)V99.
