000010******************************************************************
000020* COPYBOOK   : REGPFO                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO PRODFORN (CATALOGO   *
000040*              PRODUTO X FORNECEDOR). CADA PRODUTO PODE TER VARIOS*
000050*              FORNECEDORES, COM O CODIGO DO PRODUTO NO CATALOGO  *
000060*              DO FORNECEDOR, O ULTIMO PRECO COTADO/PAGO, O PRAZO *
000070*              DE ENTREGA EM DIAS, A QUANTIDADE MINIMA DE PEDIDO  *
000080*              E A MARCA DE FORNECEDOR PREFERIDO. MANTIDO PELO    *
000090*              CEP079 E ATUALIZADO NO RECEBIMENTO DO CEP016.      *
000100*------------------------------------------------------------------
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-10-09 BH        VERSAO INICIAL                             *
000130* 2026-10-13 BH        PF-ULTPRE FICA NA MOEDA DO FORNECEDOR      *
000130*                      (MOEDA-FORN DO CADPARCEIRO)                *
000140******************************************************************
000150 01  REGPFO.
000160     05  PF-CHAVE.
000170         10  PF-CODPROD          PIC 9(08).
000180         10  PF-CODFORN          PIC 9(04).
000190     05  PF-CODPROD-FORN         PIC X(20).
000200     05  PF-ULTPRE               PIC 9(12)V99.
000210     05  PF-DATA-ULTPRE.
000220         10  PF-DIA              PIC 9(02).
000230         10  PF-MES              PIC 9(02).
000240         10  PF-ANO              PIC 9(04).
000250     05  PF-LEAD-DIAS            PIC 9(03).
000260     05  PF-QTDE-MINIMA          PIC 9(07).
000270     05  PF-PREFERIDO            PIC X(01).
000280         88  PF-PREFERIDO-SIM    VALUE "S".
