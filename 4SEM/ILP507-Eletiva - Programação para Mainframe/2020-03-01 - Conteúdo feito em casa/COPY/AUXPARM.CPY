000010******************************************************************
000020* COPYBOOK   : AUXPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA AUX000 (INDICE DA *
000040*              TRILHA DE AUDITORIA). AUX-ACAO:                    *
000050*              "G" GRAVA NO FAUDIDX A ENTRADA AUX-REGISTRO (A     *
000060*                  IMAGEM DO REG-AUDITLOG JA APENSADA NO FAUDIT); *
000070*              "R" RECRIA O FAUDIDX A PARTIR DO FAUDIT INTEIRO    *
000080*                  (DEPOIS DO CORTE DO RETPURGE OU DE UMA PERDA), *
000090*                  DEVOLVENDO EM AUX-QTDE AS ENTRADAS INDEXADAS.  *
000100*------------------------------------------------------------------
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-10-15 BH        VERSAO INICIAL                             *
000140******************************************************************
000150 01  AUX-PARAMETROS-AREA.
000160     05  AUX-ACAO                PIC X(01).
000170     05  AUX-REGISTRO            PIC X(233).
000180     05  AUX-QTDE                PIC 9(07).
000190     05  AUX-RETORNO             PIC X(01).
000200         88  AUX-OK              VALUE "S".
