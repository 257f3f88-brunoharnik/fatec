000010******************************************************************
000020* COPYBOOK   : REGCSL                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CONSLOG (HISTORICO   *
000040*              DA CONSIGNACAO). O CEP086 GRAVA UMA LINHA POR      *
000050*              PRODUTO E REMESSA MOVIMENTADOS: REMESSA ("R", COM  *
000060*              A NOTA DE REMESSA), ACERTO DE VENDAS ("V", COM O   *
000070*              PEDIDO GERADO), DEVOLUCAO ("D", COM A NOTA DE      *
000080*              DEVOLUCAO DO CLIENTE) E ESTORNO DE ACERTO ("X").   *
000090*-----------------------------------------------------------------*
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-10-15 BH        VERSAO INICIAL                             *
000130******************************************************************
000140 01  REGCSL.
000150     05  CL-DATA                 PIC 9(08).
000160     05  CL-TIPO                 PIC X(01).
000170         88  CL-REMESSA          VALUE "R".
000180         88  CL-ACERTO           VALUE "V".
000190         88  CL-DEVOLUCAO        VALUE "D".
000200         88  CL-ESTORNO          VALUE "X".
000210     05  CL-CODCLI               PIC 9(04).
000220     05  CL-NUMERO-REM           PIC 9(08).
000230     05  CL-CODPROD              PIC 9(08).
000240     05  CL-QUANTIDADE           PIC 9(07).
000250     05  CL-PRECO                PIC 9(12)V99.
000260     05  CL-DOCUMENTO            PIC 9(08).
