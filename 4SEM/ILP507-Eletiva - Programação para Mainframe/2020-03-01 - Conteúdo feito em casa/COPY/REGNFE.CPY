000010******************************************************************
000020* COPYBOOK   : REGNFE                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO NFENTRA (NOTAS DE    *
000040*              ENTRADA DOS RECEBIMENTOS DO CEP016). UM REGISTRO   *
000050*              POR RECEBIMENTO DE PEDIDO DE COMPRA, COM O NUMERO, *
000060*              A SERIE E A CHAVE DE ACESSO DA NF-E DO FORNECEDOR  *
000070*              (LIDOS DO XML OU DIGITADOS), O VALOR RECEBIDO, O   *
000080*              TITULO DO CPAGAR E A SITUACAO DA CONFERENCIA:      *
000090*              RECEBIMENTO COM DIVERGENCIA CONTRA O PEDIDO FICA   *
000100*              BLOQUEADO ATE A APROVACAO "RD" NO APRV000. LIDO    *
000110*              PELO FISCICMS NO RESUMO DAS NOTAS DE ENTRADA.      *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-10 BH        VERSAO INICIAL                             *
000150* 2026-10-13 BH        NOTA DE FORNECEDOR EM MOEDA ESTRANGEIRA    *
000150*                      - NE-MOEDA, NE-VALOR-MOEDA E NE-TAXA DO    *
000150*                      RECEBIMENTO; NE-VALOR FICA SEMPRE EM       *
000150*                      REAIS                                      *
000160******************************************************************
000170 01  REGNFE.
000180     05  NE-CHAVE.
000190         10  NE-NUMERO           PIC 9(08).
000200         10  NE-SEQ              PIC 9(03).
000210     05  NE-CODFORN              PIC 9(04).
000220     05  NE-DATA-REC.
000230         10  NE-REC-DIA          PIC 9(02).
000240         10  NE-REC-MES          PIC 9(02).
000250         10  NE-REC-ANO          PIC 9(04).
000260     05  NE-NNF                  PIC 9(09).
000270     05  NE-SERIE                PIC 9(03).
000280     05  NE-CHAVE-NFE            PIC X(44).
000290     05  NE-ORIGEM               PIC X(01).
000300         88  NE-ORIGEM-XML       VALUE "X".
000310         88  NE-ORIGEM-DIGITADA  VALUE "D".
000320     05  NE-VALOR                PIC 9(12)V99.
000330     05  NE-QTDE-DIVERG          PIC 9(03).
000340     05  NE-DOCUMENTO            PIC 9(08).
000350     05  NE-DATA-VENC.
000360         10  NE-VEN-DIA          PIC 9(02).
000370         10  NE-VEN-MES          PIC 9(02).
000380         10  NE-VEN-ANO          PIC 9(04).
000390     05  NE-SITUACAO             PIC X(01).
000400         88  NE-LIBERADO         VALUE "L".
000410         88  NE-BLOQUEADO        VALUE "B".
000420         88  NE-REJEITADO        VALUE "R".
000430     05  NE-NUM-APROV            PIC 9(06).
000440     05  NE-OPERADOR             PIC X(08).
000450     05  NE-APROVADOR            PIC X(08).
000450     05  NE-MOEDA                PIC X(03).
000450     05  NE-VALOR-MOEDA          PIC 9(12)V99.
000450     05  NE-TAXA                 PIC 9(04)V9(06).
