000010******************************************************************
000020* COPYBOOK   : REGCXI                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CAIXAITM (ITENS DAS  *
000040*              VENDAS DE BALCAO DO CEP063) - UMA LINHA POR ITEM   *
000050*              VENDIDO, COM O CLIENTE (ZERO = NAO IDENTIFICADO) E *
000060*              O PRECO MEDIO NO MOMENTO DA VENDA, PARA A          *
000070*              RECONTAGEM DO RESUMO MENSAL DE VENDAS (CEP091).    *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-10-15 BH        VERSAO INICIAL                             *
000120******************************************************************
000130 01  REGCXI.
000140     05  CXI-DATA.
000150         10  CXI-ANO             PIC 9(04).
000160         10  CXI-MES             PIC 9(02).
000170         10  CXI-DIA             PIC 9(02).
000180     05  CXI-OPERADOR            PIC X(08).
000190     05  CXI-NUMERO              PIC 9(08).
000200     05  CXI-CODCLI              PIC 9(04).
000210     05  CXI-CODPROD             PIC 9(08).
000220     05  CXI-QUANTIDADE          PIC 9(07).
000230     05  CXI-PRECO               PIC 9(12)V99.
000240     05  CXI-VALOR               PIC 9(12)V99.
000250     05  CXI-CUSTO               PIC 9(12)V99.
