000060*              CONCLUSAO COM OS REGISTROS PROCESSADOS; UM "I"     *
000070*              SEM O "C" CORRESPONDENTE E UM ABEND. O ARQUIVO E   *
000080*              SO DE APENSAMENTO (NUNCA REGRAVADO).               *
000082*              O EVENTO "R" MARCA O REINICIO DE UMA EXECUCAO A    *
000084*              PARTIR DO PONTO DE CONTROLE (RUN-CHAVE = ULTIMA    *
000086*              CHAVE JA PROCESSADA; RUN-REGISTROS = QUANTIDADE    *
000088*              JA PROCESSADA); VALE COMO INICIO PARA O PAR I/C.   *
000090*------------------------------------------------------------------
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-08-22 BH        VERSAO INICIAL                             *
000120* 2026-10-15 BH        EVENTO "R" (REINICIO DO PONTO DE           *
000120*                      CONTROLE) E RUN-CHAVE COM A ULTIMA CHAVE   *
000120*                      PROCESSADA                                 *
000130******************************************************************
000140 01  REGRUN.
000150     05  RUN-PROGRAMA            PIC X(08).
000180     05  RUN-EVENTO              PIC X(01).
000190         88  RUN-INICIO          VALUE "I".
000200         88  RUN-CONCLUSAO       VALUE "C".
000205         88  RUN-REINICIO        VALUE "R".
000210     05  RUN-REGISTROS           PIC 9(07).
000220     05  RUN-CHAVE               PIC X(20).
