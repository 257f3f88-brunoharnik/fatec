000070*              INICIO SEM GUARDA; "F" REGISTRA A CONCLUSAO COM    *
000080*              OS REGISTROS PROCESSADOS. RCT-PERMITIDO VOLTA      *
000090*              "N" QUANDO O OPERADOR NEGOU A REEXECUCAO.          *
000092*              "R" REGISTRA O REINICIO A PARTIR DO PONTO DE       *
000094*              CONTROLE (CKP000), COM A ULTIMA CHAVE EM RCT-CHAVE *
000096*              E OS REGISTROS JA PROCESSADOS EM RCT-REGISTROS.    *
000100*------------------------------------------------------------------
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000132* 2026-08-22 BH        RCT-DATA - DATA DE NEGOCIO (AAMMDD) DO     *
000134*                      EVENTO E DA GUARDA DE DUPLA EXECUCAO;      *
000136*                      ZERO USA A DATA DO SISTEMA                 *
000136* 2026-10-15 BH        ACAO "R" (REINICIO DO PONTO DE CONTROLE)   *
000136*                      E RCT-CHAVE COM A ULTIMA CHAVE PROCESSADA  *
000140******************************************************************
000150 01  RCT-PARAMETROS.
000160     05  RCT-PROGRAMA            PIC X(08).
000180         88  RCT-ACAO-INICIO     VALUE "I".
000190         88  RCT-ACAO-LIVRE      VALUE "L".
000200         88  RCT-ACAO-FIM        VALUE "F".
000205         88  RCT-ACAO-REINICIO   VALUE "R".
000210     05  RCT-REGISTROS           PIC 9(07).
000215     05  RCT-DATA                PIC 9(06).
000220     05  RCT-PERMITIDO           PIC X(01).
000230         88  RCT-PERMITIDO-SIM   VALUE "S".
000240     05  RCT-CHAVE               PIC X(20).
