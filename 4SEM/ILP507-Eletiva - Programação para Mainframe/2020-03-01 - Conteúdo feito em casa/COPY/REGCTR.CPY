000010******************************************************************
000020* COPYBOOK   : REGCTR                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CONTRATO (CONTRATOS  *
000040*              DE COMPRA ANUAIS POR FORNECEDOR E PRODUTO). PRECO  *
000050*              ACORDADO, QUANTIDADE CONTRATADA, QUANTIDADE JA     *
000060*              CONSUMIDA PELAS LIBERACOES E VIGENCIA. MANTIDO PELO*
000070*              CEP081; A GERACAO DE PEDIDOS DO CEP016 LIBERA      *
000080*              CONTRA O CONTRATO VIGENTE E ABATE O SALDO.         *
000090*-----------------------------------------------------------------*
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-10-12 BH        VERSAO INICIAL                             *
000120* 2026-10-13 BH        CT-PRECO FICA NA MOEDA DO FORNECEDOR       *
000120*                      (MOEDA-FORN DO CADPARCEIRO)                *
000130******************************************************************
000140 01  REGCTR.
000150     05  CT-CHAVE.
000160         10  CT-CODPROD          PIC 9(08).
000170         10  CT-CODFORN          PIC 9(04).
000180         10  CT-SEQ              PIC 9(03).
000190     05  CT-PRECO                PIC 9(12)V99.
000200     05  CT-QTDE-CONTRATADA      PIC 9(09).
000210     05  CT-QTDE-CONSUMIDA       PIC 9(09).
000220     05  CT-DATA-INICIO          PIC 9(08).
000230     05  CT-DATA-FIM             PIC 9(08).
000240     05  CT-DATA-CADASTRO        PIC 9(08).
000250     05  CT-SITUACAO             PIC X(01).
000260         88  CT-ATIVO            VALUE "A".
000270         88  CT-ENCERRADO        VALUE "E".
