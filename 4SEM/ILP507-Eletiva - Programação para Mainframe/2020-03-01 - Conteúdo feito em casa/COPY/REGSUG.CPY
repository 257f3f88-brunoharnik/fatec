000010******************************************************************
000020* COPYBOOK   : REGSUG                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO SUGCOMPRA (SUGESTOES *
000040*              DE COMPRA DA PROJECAO SEMANAL DE NECESSIDADES DO   *
000050*              CEP083). A OPCAO 6 DO CEP016 TRANSFORMA AS         *
000060*              SUGESTOES EM PEDIDOS PENDENTES ("P") E ESVAZIA O   *
000070*              ARQUIVO.                                           *
000080*-----------------------------------------------------------------*
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-10-14 BH        VERSAO INICIAL                             *
000120******************************************************************
000130 01  REGSUG.
000140     05  SG-CODPROD              PIC 9(08).
000150     05  SG-QTDE                 PIC 9(07).
000160     05  SG-DATA-PEDIDO          PIC 9(08).
000170     05  SG-SEMANA-FALTA         PIC 9(02).
000180     05  SG-DATA-GERACAO         PIC 9(08).
