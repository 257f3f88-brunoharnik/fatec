000010******************************************************************
000020* COPYBOOK   : REGLMN                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CTBMANL (LANCAMENTOS *
000040*              CONTABEIS MANUAIS DO CTBMAN). O LANCAMENTO NASCE   *
000050*              PENDENTE COM UM PEDIDO "LM" NA FILA APROVPEN; SO   *
000060*              DEPOIS DE APROVADO NO APRV000 POR OUTRO OPERADOR   *
000070*              E QUE O CTBMAN O APENSA NO CTBLOTE (ORIGEM "M").   *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-09-23 BH        VERSAO INICIAL                             *
000115* 2026-09-25 BH        LM-CODDEPC - DEPARTAMENTO DO LANCAMENTO    *
000116*                      (OPCIONAL, ZERO = SEM DEPARTAMENTO), LEVADO*
000117*                      AO CTBLOTE PARA O ORCAMENTO DEPARTAMENTAL  *
000120******************************************************************
000130 01  REGLMN.
000140     05  LM-NUMERO               PIC 9(06).
000150     05  LM-COMPETENCIA.
000160         10  LM-COMP-ANO         PIC 9(04).
000170         10  LM-COMP-MES         PIC 9(02).
000180     05  LM-CONTA-DEBITO         PIC 9(08).
000190     05  LM-CONTA-CREDITO        PIC 9(08).
000200     05  LM-VALOR                PIC 9(13)V99.
000210     05  LM-HISTORICO            PIC X(30).
000220     05  LM-SOLICITANTE          PIC X(08).
000230     05  LM-DATA-PEDIDO          PIC 9(08).
000240     05  LM-NUM-APROV            PIC 9(06).
000250     05  LM-SITUACAO             PIC X(01).
000260         88  LM-PENDENTE         VALUE "P".
000270         88  LM-REJEITADO        VALUE "R".
000280         88  LM-LANCADO          VALUE "L".
000290     05  LM-APROVADOR            PIC X(08).
000300     05  LM-DATA-LANC            PIC 9(08).
000310     05  LM-CODDEPC              PIC 9(04).
