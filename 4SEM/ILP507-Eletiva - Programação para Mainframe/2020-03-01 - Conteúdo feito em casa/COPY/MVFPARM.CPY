000010******************************************************************
000020* COPYBOOK   : MVFPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA MVF000 (CARGO     *
000040*              VIGENTE PELA MOVIMENTACAO DO MOVFUNC). MVF-ACAO:   *
000050*              "C" CARGO DO FUNCIONARIO VIGENTE EM MVF-DATA       *
000060*                  (AAAAMMDD), DEVOLVIDO EM MVF-CODCAR;           *
000070*              "M" CARGOS DO MES DE MVF-DATA - MVF-CODCAR E O     *
000080*                  CARGO NO DIA 1 E A TABELA MVF-SEG TRAZ CADA    *
000090*                  TRECHO DO MES (DIA DE INICIO E CARGO), O       *
000100*                  PRIMEIRO SEMPRE NO DIA 1.                      *
000110*              MVF-CODCAR-ATUAL E O CODCAR DO CADFUNC, QUE VALE   *
000120*              QUANDO NAO HA MOVIMENTACAO POSTERIOR A DATA.       *
000130*------------------------------------------------------------------
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-10-15 BH        VERSAO INICIAL                             *
000170******************************************************************
000180 01  MVF-PARAMETROS-AREA.
000190     05  MVF-ACAO                PIC X(01).
000200     05  MVF-CODFUNC             PIC 9(06).
000210     05  MVF-CODCAR-ATUAL        PIC 9(04).
000220     05  MVF-DATA                PIC 9(08).
000230     05  MVF-CODCAR              PIC 9(04).
000240     05  MVF-QTDE-SEG            PIC 9(02).
000250     05  MVF-SEG OCCURS 5 TIMES.
000260         10  MVF-SEG-DIA         PIC 9(02).
000270         10  MVF-SEG-CODCAR      PIC 9(04).
000280     05  MVF-RETORNO             PIC X(01).
000290         88  MVF-OK              VALUE "S".
