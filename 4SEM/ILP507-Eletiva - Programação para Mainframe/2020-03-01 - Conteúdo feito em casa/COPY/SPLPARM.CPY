000060*              APENSA UMA LINHA DO RELATORIO AO SPOOL; "F"        *
000070*              FECHA A EXECUCAO GRAVANDO O CATALOGO (SPOOLCAT)    *
000080*              COM A CONTAGEM DE LINHAS.                          *
000082*              ANTES DO "I" O PROGRAMA PODE DECLARAR AS COLUNAS   *
000084*              DAS LINHAS DE DETALHE (TITULO, POSICAO INICIAL,    *
000086*              TAMANHO E TIPO: N NUMERO EDITADO, A TEXTO, S       *
000088*              TITULO DE GRUPO TIRADO DA ULTIMA LINHA QUE SO TEM  *
000089*              TEXTO ATE O FIM DA COLUNA), QUE VAO PARA O         *
000089*              CATALOGO; O SPLREP EXTRAI A VERSAO EM CSV POR      *
000089*              ELAS. SEM COLUNAS (SPA-QTDE-COLUNAS ZERO), A       *
000089*              VERSAO SO E REIMPRESSA.                            *
000090*------------------------------------------------------------------
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-08-22 BH        VERSAO INICIAL                             *
000120* 2026-10-15 BH        COLUNAS DAS LINHAS DE DETALHE NO I,        *
000120*                      PARA A EXTRACAO EM CSV PELO SPLREP         *
000130******************************************************************
000140 01  SPL-PARAMETROS-AREA.
000150     05  SPA-ACAO                PIC X(01).
000180     05  SPA-PARAMS              PIC X(20).
000190     05  SPA-NUMERO              PIC 9(06).
000200     05  SPA-LINHA               PIC X(132).
000210     05  SPA-QTDE-COLUNAS        PIC 9(02) VALUE ZERO.
000220     05  SPA-COLUNAS.
000230         10  SPA-COLUNA OCCURS 20 TIMES.
000240             15  SPA-COL-TITULO  PIC X(15).
000250             15  SPA-COL-INICIO  PIC 9(03).
000260             15  SPA-COL-TAMANHO PIC 9(03).
000270             15  SPA-COL-TIPO    PIC X(01).
000280                 88  SPA-COL-NUMERO  VALUE "N".
000290                 88  SPA-COL-TEXTO   VALUE "A".
000300                 88  SPA-COL-GRUPO   VALUE "S".
