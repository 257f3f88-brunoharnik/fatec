000010******************************************************************
000020* COPYBOOK   : FRTPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA FRT000 (CALCULO   *
000040*              DO FRETE DO PEDIDO). O CHAMADOR INFORMA O CEP E A  *
000050*              UF DE ENTREGA, O PESO TOTAL EM KG E O VALOR DAS    *
000060*              MERCADORIAS; VOLTA O FRETE DA TABFRETE, ZERADO     *
000070*              QUANDO O PEDIDO ATINGE O LIMITE DE FRETE GRATIS.   *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-10-06 BH        VERSAO INICIAL                             *
000120******************************************************************
000130 01  FRT-PARAMETROS-AREA.
000140     05  FRT-CEP                 PIC 9(08).
000150     05  FRT-UF                  PIC X(02).
000160     05  FRT-PESO                PIC 9(06)V999.
000170     05  FRT-VALOR-PEDIDO        PIC 9(12)V99.
000180     05  FRT-ACHOU               PIC X(01).
000190         88  FRT-ACHOU-SIM       VALUE "S".
000200     05  FRT-GRATIS              PIC X(01).
000210         88  FRT-GRATIS-SIM      VALUE "S".
000220     05  FRT-REGIAO              PIC 9(01).
000230     05  FRT-FRETE               PIC 9(10)V99.
