000010******************************************************************
000020* COPYBOOK   : REGCKP                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CHECKPT (PONTO DE    *
000040*              CONTROLE DOS BATCHES LONGOS). UMA LINHA POR        *
000050*              PROGRAMA: DATA DE NEGOCIO (AAMMDD) E PARAMETRO DA  *
000060*              EXECUCAO (COMPETENCIA, ANO...), ULTIMA CHAVE       *
000070*              PROCESSADA, QUANTIDADE LIDA, QUANTIDADE DE         *
000080*              REGISTROS JA GRAVADOS NAS SAIDAS (PARA CORTAR O    *
000090*              QUE PASSOU DO PONTO) E A AREA DE TOTAIS CORRENTES  *
000100*              DO PROGRAMA. SITUACAO "A" = EM ANDAMENTO (A        *
000110*              EXECUCAO NAO TERMINOU; REINICIA DO PONTO),         *
000120*              "C" = CONCLUIDA. MANTIDO PELA CKP000.              *
000130*-----------------------------------------------------------------*
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-10-15 BH        VERSAO INICIAL                             *
000170******************************************************************
000180 01  REGCKP.
000190     05  CK-PROGRAMA             PIC X(08).
000200     05  CK-SITUACAO             PIC X(01).
000210         88  CK-EM-ANDAMENTO     VALUE "A".
000220         88  CK-CONCLUIDO        VALUE "C".
000230     05  CK-DATA                 PIC 9(06).
000240     05  CK-HORA                 PIC 9(08).
000250     05  CK-PARAMETRO            PIC X(20).
000260     05  CK-ULT-CHAVE            PIC X(20).
000270     05  CK-QTDE-LIDOS           PIC 9(09).
000280     05  CK-QTDE-SAIDA-1         PIC 9(09).
000290     05  CK-QTDE-SAIDA-2         PIC 9(09).
000300     05  CK-TOTAIS               PIC X(4000).
