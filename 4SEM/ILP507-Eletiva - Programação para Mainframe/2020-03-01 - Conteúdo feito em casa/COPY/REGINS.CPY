000010******************************************************************
000020* COPYBOOK   : REGINS                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO INSPEC (INSPECAO DE  *
000040*              QUALIDADE DO RECEBIMENTO). CADA ENTRADA DE PRODUTO *
000050*              COM INSPECAO OBRIGATORIA (CEP016 OU CEP004) GERA   *
000060*              UM REGISTRO PENDENTE ("P") COM A QUANTIDADE EM     *
000070*              QUARENTENA. A INSPECAO (CEP080) GRAVA APROVADO,    *
000080*              REJEITADO, INSPETOR E MOTIVO; COM REJEICAO FICA    *
000090*              "D" ATE A DEVOLUCAO AO FORNECEDOR (CEP062), QUE    *
000100*              GRAVA O NUMERO DA DEVOLUCAO E CONCLUI ("C").       *
000110*-----------------------------------------------------------------*
000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-10-11 BH        VERSAO INICIAL                             *
000150******************************************************************
000160 01  REGINS.
000170     05  IS-CHAVE.
000180         10  IS-CODPROD          PIC 9(08).
000190         10  IS-SEQ              PIC 9(05).
000200     05  IS-CODALM               PIC 9(02).
000210     05  IS-CODFORN              PIC 9(04).
000220     05  IS-PEDIDO               PIC 9(08).
000230     05  IS-DATA-REC             PIC 9(08).
000240     05  IS-QTDE-RECEBIDA        PIC 9(07).
000250     05  IS-PRECO                PIC 9(12)V99.
000260     05  IS-QTDE-APROVADA        PIC 9(07).
000270     05  IS-QTDE-REJEITADA       PIC 9(07).
000280     05  IS-INSPETOR             PIC X(08).
000290     05  IS-MOTIVO               PIC X(30).
000300     05  IS-DATA-INSP            PIC 9(08).
000310     05  IS-NUM-DEV              PIC 9(07).
000320     05  IS-SITUACAO             PIC X(01).
000330         88  IS-PENDENTE         VALUE "P".
000340         88  IS-A-DEVOLVER       VALUE "D".
000350         88  IS-CONCLUIDA        VALUE "C".
