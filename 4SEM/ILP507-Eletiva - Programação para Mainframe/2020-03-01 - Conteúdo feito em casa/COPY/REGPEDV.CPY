000092* 2026-08-22 BH        PV-CODVEND - VENDEDOR DO PEDIDO (CADVEND)  *
000094* 2026-09-02 BH        SITUACAO "B" - PEDIDO BLOQUEADO NA FILA    *
000096*                      DE APROVACAO DE DESCONTO (CEP012/CEP048)   *
000096* 2026-10-02 BH        PV-PEDIDO-CLI - NUMERO DO PEDIDO DE        *
000096*                      COMPRA DO CLIENTE, GRAVADO PELA            *
000096*                      IMPORTACAO DO CEP072 PARA RECUSAR          *
000096*                      ARQUIVO REENVIADO (BRANCOS NOS PEDIDOS     *
000096*                      DIGITADOS)                                 *
000096* 2026-10-06 BH        PV-PESO E PV-FRETE - PESO TOTAL DOS        *
000096*                      ITENS E FRETE DA TABFRETE (FRT000), FORA   *
000096*                      DO PV-TOTAL DAS MERCADORIAS; A NOTA DO     *
000096*                      CEP013 SOMA O FRETE                        *
000096* 2026-10-15 BH        PV-CONSIGNACAO "S" - PEDIDO GERADO PELO    *
000096*                      ACERTO DE VENDAS DA CONSIGNACAO            *
000096*                      (CEP086); A MERCADORIA JA SAIU NA          *
000096*                      REMESSA E O CEP013 FATURA SEM BAIXAR O     *
000096*                      FISICO. BRANCO NOS DEMAIS PEDIDOS          *
000100******************************************************************
000110 01  REGPEDV.
000120     05  PV-NUMERO               PIC 9(08).
000220         88  PEDIDO-CANCELADO    VALUE "X".
000222         88  PEDIDO-BLOQUEADO    VALUE "B".
000230     05  PV-TOTAL                PIC 9(12)V99.
000240     05  PV-PEDIDO-CLI           PIC X(20).
000250     05  PV-PESO                 PIC 9(06)V999.
000260     05  PV-FRETE                PIC 9(10)V99.
000260     05  PV-CONSIGNACAO          PIC X(01).
000260         88  PEDIDO-CONSIGNACAO  VALUE "S".
