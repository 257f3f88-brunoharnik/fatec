000246*                      MAIS O FISICO, PARA O ESTOQUE RESERVADO    *
000248*                      PELOS PEDIDOS CONFIRMADOS CONTAR COMO JA   *
000249*                      COMPROMETIDO                               *
000249* 2026-10-14 BH        PRODUTO EM LIQUIDACAO, BLOQUEADO PARA      *
000249*                      COMPRA OU INATIVO (SITPROD) SAI DA         *
000249*                      VARREDURA - NAO HA O QUE PEDIR AO          *
000249*                      FORNECEDOR                                 *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CEP005.
001936     ELSE
001938         COMPUTE W-DISPONIVEL = QUANTIDADE - RESERVADA.
001940     IF W-DISPONIVEL < W-LIMITE-APLICADO
001940         AND PROD-COMPRA-LIBERADA
001950         MOVE CODFORN     TO SD-CODFORN
001960         MOVE CODPROD     TO SD-CODPROD
001970         MOVE DESCPROD    TO SD-DESCPROD
