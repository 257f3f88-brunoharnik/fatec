000010******************************************************************
000020* COPYBOOK   : REGCSI                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CONSITEM (SALDO DE   *
000040*              MERCADORIA EM CONSIGNACAO NO CLIENTE). UM REGISTRO *
000050*              POR CLIENTE, NOTA DE REMESSA E PRODUTO, GRAVADO NA *
000060*              REMESSA DO CEP086. O SALDO EM PODER DO CLIENTE E A *
000070*              QUANTIDADE REMETIDA MENOS A VENDIDA (ACERTO QUE    *
000080*              GERA O PEDIDO FATURADO NO CEP013) E A DEVOLVIDA.   *
000090*              A CHAVE EM ORDEM DE REMESSA DA O CONSUMO DA MAIS   *
000100*              ANTIGA PRIMEIRO.                                   *
000110*-----------------------------------------------------------------*
000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-10-15 BH        VERSAO INICIAL                             *
000150******************************************************************
000160 01  REGCSI.
000170     05  CS-CHAVE.
000180         10  CS-CODCLI           PIC 9(04).
000190         10  CS-NUMERO-REM       PIC 9(08).
000200         10  CS-CODPROD          PIC 9(08).
000210     05  CS-DATA-REMESSA         PIC 9(08).
000220     05  CS-CODALM               PIC 9(02).
000230     05  CS-PRECO                PIC 9(12)V99.
000240     05  CS-CUSTO                PIC 9(12)V99.
000250     05  CS-QTDE-REMETIDA        PIC 9(07).
000260     05  CS-QTDE-VENDIDA         PIC 9(07).
000270     05  CS-QTDE-DEVOLVIDA       PIC 9(07).
