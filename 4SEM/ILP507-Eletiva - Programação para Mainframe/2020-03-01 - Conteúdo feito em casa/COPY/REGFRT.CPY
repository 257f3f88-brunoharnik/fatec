000010******************************************************************
000020* COPYBOOK   : REGFRT                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TABFRETE (TABELA DE  *
000040*              FRETE POR UF, REGIAO DO CEP E FAIXA DE PESO). CADA *
000050*              FAIXA VALE ATE FR-PESO-ATE KG; ACIMA DA ULTIMA     *
000060*              FAIXA SOMA FR-VALOR-KG-ADIC POR KG EXCEDENTE.      *
000070*              FR-GRATIS-ACIMA E O VALOR DE PEDIDO A PARTIR DO    *
000080*              QUAL O FRETE SAI GRATIS (ZERO = NUNCA). UF EM      *
000090*              BRANCO OU REGIAO ZERO VALEM PARA TODAS.            *
000100*------------------------------------------------------------------
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-10-06 BH        VERSAO INICIAL                             *
000140******************************************************************
000150 01  REGFRT.
000160     05  FR-CHAVE.
000170         10  FR-UF               PIC X(02).
000180         10  FR-REGIAO           PIC 9(01).
000190         10  FR-PESO-ATE         PIC 9(06)V999.
000200     05  FR-VALOR                PIC 9(10)V99.
000210     05  FR-VALOR-KG-ADIC        PIC 9(06)V99.
000220     05  FR-GRATIS-ACIMA         PIC 9(12)V99.
