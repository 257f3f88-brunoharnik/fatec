000010******************************************************************
000020* COPYBOOK   : REGXPR                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO PRODCLI (DE-PARA     *
000040*              DO CODIGO DE PRODUTO USADO PELO CLIENTE NOS SEUS   *
000050*              PEDIDOS PARA O NOSSO CODPROD). MANTIDO NA TELA     *
000060*              DO CEP047 E CONSULTADO PELA IMPORTACAO DE          *
000070*              PEDIDOS DO CEP072.                                 *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-10-02 BH        VERSAO INICIAL                             *
000120******************************************************************
000130 01  REGXPR.
000140     05  XP-CHAVE.
000150         10  XP-CODCLI           PIC 9(04).
000160         10  XP-CODEXT           PIC X(20).
000170     05  XP-CODPROD              PIC 9(08).
