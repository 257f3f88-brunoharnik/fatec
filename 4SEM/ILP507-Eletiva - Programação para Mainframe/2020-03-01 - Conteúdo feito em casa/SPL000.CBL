000130*              PARAMETROS E CONTAGEM DE LINHAS. O SPLREP LISTA    *
000140*              O CATALOGO E REIMPRIME UMA VERSAO GUARDADA, SEM    *
000150*              PRECISAR RODAR O BATCH DE NOVO.                    *
000152*              AS COLUNAS DE DETALHE DECLARADAS NO "I" (VER O     *
000154*              SPLPARM) SAO GUARDADAS NO CATALOGO PARA O SPLREP   *
000156*              EXTRAIR A VERSAO EM CSV.                           *
000160*------------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-08-22 BH        VERSAO INICIAL                             *
000190* 2026-10-15 BH        GUARDA NO CATALOGO AS COLUNAS DE DETALHE   *
000190*                      DECLARADAS NO I (CSV PELO SPLREP)          *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. SPL000.
000480     05  SPL-OPERADOR            PIC X(08).
000490     05  SPL-PARAMS              PIC X(20).
000500     05  SPL-LINHAS              PIC 9(07).
000505     05  SPL-QTDE-COLUNAS        PIC 9(02).
000507     05  SPL-COLUNAS             PIC X(440).
000510 FD  SPOOLDAT
000520     LABEL RECORDS ARE STANDARD.
000530 01  REG-SPOOLDAT.
000630         88  W-DAT-ABERTO-SIM    VALUE "S".
000640 01  W-ULTIMO-NUMERO             PIC 9(06).
000650 01  W-QTDE-LINHAS               PIC 9(07).
000652 01  W-QTDE-COLUNAS              PIC 9(02).
000654 01  W-COLUNAS                   PIC X(440).
000656 01  W-IDX                       PIC 9(02).
000658 01  W-COLUNAS-OK                PIC X(01).
000659     88  W-COLUNAS-OK-SIM        VALUE "S".
000660 LINKAGE SECTION.
000670 COPY SPLPARM.
000680 PROCEDURE DIVISION USING SPL-PARAMETROS-AREA.
001020         OPEN EXTEND SPOOLDAT.
001030     IF DAT-STATUS = "00"
001040         MOVE "S" TO W-DAT-ABERTO.
001042     PERFORM 1200-GUARDAR-COLUNAS THRU 1200-EXIT.
001050 1000-EXIT. EXIT.
001060 1100-LER-CATALOGO.
001070     READ SPOOLCAT
001110                 MOVE SPL-NUMERO TO W-ULTIMO-NUMERO
001120             END-IF.
001130 1100-EXIT. EXIT.
001131******************************************************************
001132*    1200-GUARDAR-COLUNAS - GUARDA AS COLUNAS DECLARADAS PARA O   *
001133*    CATALOGO. COLUNA FORA DA LINHA (132) OU DE TIPO DESCONHECIDO *
001134*    DEIXA A VERSAO SEM CSV - SO A REIMPRESSAO                    *
001135******************************************************************
001136 1200-GUARDAR-COLUNAS.
001137     MOVE ZERO TO W-QTDE-COLUNAS.
001138     MOVE SPACES TO W-COLUNAS.
001139     IF SPA-QTDE-COLUNAS IS NOT NUMERIC
001140         OR SPA-QTDE-COLUNAS = ZERO
001141         GO TO 1200-EXIT.
001142     MOVE "S" TO W-COLUNAS-OK.
001143     IF SPA-QTDE-COLUNAS > 20
001144         MOVE "N" TO W-COLUNAS-OK.
001145     PERFORM 1210-CRITICAR-COLUNA THRU 1210-EXIT
001146         VARYING W-IDX FROM 1 BY 1
001147         UNTIL W-IDX > SPA-QTDE-COLUNAS
001148            OR NOT W-COLUNAS-OK-SIM.
001149     IF NOT W-COLUNAS-OK-SIM
001150         DISPLAY "SPL000: COLUNAS INVALIDAS EM " SPA-PROGRAMA
001151                 " - VERSAO SEM CSV"
001152         GO TO 1200-EXIT.
001153     MOVE SPA-QTDE-COLUNAS TO W-QTDE-COLUNAS.
001154     MOVE SPA-COLUNAS      TO W-COLUNAS.
001155 1200-EXIT. EXIT.
001156 1210-CRITICAR-COLUNA.
001157     IF SPA-COL-INICIO(W-IDX) IS NOT NUMERIC
001158         OR SPA-COL-TAMANHO(W-IDX) IS NOT NUMERIC
001159         MOVE "N" TO W-COLUNAS-OK
001160         GO TO 1210-EXIT.
001161     IF SPA-COL-INICIO(W-IDX) = ZERO
001162         OR SPA-COL-TAMANHO(W-IDX) = ZERO
001163         OR SPA-COL-INICIO(W-IDX) + SPA-COL-TAMANHO(W-IDX) > 133
001164         MOVE "N" TO W-COLUNAS-OK
001165         GO TO 1210-EXIT.
001166     IF NOT SPA-COL-NUMERO(W-IDX)
001167         AND NOT SPA-COL-TEXTO(W-IDX)
001168         AND NOT SPA-COL-GRUPO(W-IDX)
001169         MOVE "N" TO W-COLUNAS-OK.
001170 1210-EXIT. EXIT.
001140******************************************************************
001150*    2000-LINHA - APENSA UMA LINHA DO RELATORIO AO SPOOL           *
001160******************************************************************
001410     MOVE SPA-OPERADOR TO SPL-OPERADOR.
001420     MOVE SPA-PARAMS   TO SPL-PARAMS.
001430     MOVE W-QTDE-LINHAS TO SPL-LINHAS.
001435     MOVE W-QTDE-COLUNAS TO SPL-QTDE-COLUNAS.
001437     MOVE W-COLUNAS      TO SPL-COLUNAS.
001440     WRITE REG-SPOOLCAT.
001450     CLOSE SPOOLCAT.
001460 3000-EXIT. EXIT.
