000010******************************************************************
000020* COPYBOOK   : CMPPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA CMP000 (PRECO DE  *
000040*              CAMPANHA PROMOCIONAL). O CHAMADOR INFORMA PRODUTO, *
000050*              CATEGORIA (TIPOPROD), QUANTIDADE, DATA (AAAAMMDD)  *
000060*              E O PRECO DA TABPRECO (ZERO = SEM PRECO); VOLTA O  *
000070*              MENOR PRECO ENTRE AS CAMPANHAS EM VIGOR, COM A     *
000080*              FAIXA DE QUANTIDADE JA APLICADA.                   *
000090*------------------------------------------------------------------
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-10-05 BH        VERSAO INICIAL                             *
000130******************************************************************
000140 01  CMP-PARAMETROS-AREA.
000150     05  CMP-CODPROD             PIC 9(08).
000160     05  CMP-TIPOPROD            PIC X(01).
000170     05  CMP-QTDE                PIC 9(07).
000180     05  CMP-DATA                PIC 9(08).
000190     05  CMP-PRECO-TABELA        PIC 9(12)V99.
000200     05  CMP-ACHOU               PIC X(01).
000210         88  CMP-ACHOU-SIM       VALUE "S".
000220     05  CMP-CODCAMP             PIC 9(04).
000230     05  CMP-DESCRICAO           PIC X(30).
000240     05  CMP-PRECO               PIC 9(12)V99.
