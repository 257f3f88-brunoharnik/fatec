000010******************************************************************
000020* COPYBOOK   : REGLGP                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO LGPDSOL (LIVRO DE    *
000040*              SOLICITACOES DE TITULARES DE DADOS PESSOAIS -      *
000050*              LGPD), MANTIDO PELO LGPDCAD. LG-NUMERO VEM DA      *
000060*              NUMERACAO CENTRAL (NUM000, TIPO "LG"). LG-PRAZO E  *
000070*              A ABERTURA + 15 DIAS CORRIDOS (PRAZO DA DECLARACAO *
000080*              COMPLETA). O LGPDREL GRAVA NA SOLICITACAO A DATA E *
000090*              O NUMERO DE SPOOL DO RELATORIO DE DADOS DO         *
000100*              TITULAR, QUE E A PROVA DO QUE FOI ENTREGUE.        *
000110*              DATAS EM AAAAMMDD.                                 *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-15 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGLGP.
000180     05  LG-NUMERO               PIC 9(08).
000190     05  LG-DATA-ABERTURA        PIC 9(08).
000200     05  LG-PRAZO                PIC 9(08).
000210     05  LG-TIPO                 PIC X(01).
000220         88  LG-TIPO-ACESSO      VALUE "A".
000230         88  LG-TIPO-CORRECAO    VALUE "C".
000240         88  LG-TIPO-ELIMINACAO  VALUE "E".
000250         88  LG-TIPO-OPOSICAO    VALUE "O".
000260         88  LG-TIPO-VALIDO      VALUE "A" "C" "E" "O".
000270     05  LG-CANAL                PIC X(01).
000280         88  LG-CANAL-VALIDO     VALUE "E" "C" "P" "T".
000290     05  LG-TITULAR-NOME         PIC X(30).
000300     05  LG-TITULAR-CPF          PIC 9(11).
000310     05  LG-SITUACAO             PIC X(01).
000320         88  LG-ABERTA           VALUE "A".
000330         88  LG-RESPONDIDA       VALUE "R".
000340         88  LG-INDEFERIDA       VALUE "I".
000350         88  LG-SITUACAO-VALIDA  VALUE "A" "R" "I".
000360     05  LG-OPERADOR             PIC X(08).
000370     05  LG-DATA-RELATORIO       PIC 9(08).
000380     05  LG-SPOOL-RELATORIO      PIC 9(06).
000390     05  LG-DATA-RESPOSTA        PIC 9(08).
000400     05  LG-OPER-RESPOSTA        PIC X(08).
000410     05  LG-OBSERVACAO           PIC X(60).
