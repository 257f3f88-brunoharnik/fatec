000238* 2026-09-02 BH        SAIDA COM GOBACK PARA DEVOLVER O CONTROLE  *
000238*                      A ESTEIRA RUNCHAIN (STOP RUN DERRUBAVA O    *
000238*                      RUN UNIT INTEIRO); RETURN-CODE PRESERVADO   *
000238* 2026-10-15 BH        APOS O CORTE DO FAUDIT RECRIA O INDICE     *
000238*                      FAUDIDX (AUX000)                           *
000238* 2026-10-15 BH        REGISTRO DO RUNLOG PASSA A 50 POSICOES     *
000238*                      (RUN-CHAVE DO EVENTO DE REINICIO)          *
000238* 2026-10-15 BH        CATALOGO DO SPOOL PASSA A 505 POSICOES     *
000238*                      (COLUNAS PARA O CSV DO SPLREP)             *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. RETPURGE.
000970     05  SPL-OPERADOR            PIC X(08).
000980     05  SPL-PARAMS              PIC X(20).
000990     05  SPL-LINHAS              PIC 9(07).
000992     05  SPL-QTDE-COLUNAS        PIC 9(02).
000994     05  SPL-COLUNAS             PIC X(440).
001000 FD  CATNOVO
001010     LABEL RECORDS ARE STANDARD.
001020 01  REG-CATNOVO                 PIC X(505).
001030 FD  CATARQ
001040     LABEL RECORDS ARE STANDARD.
001050 01  REG-CATARQ                  PIC X(505).
001060 FD  SPOOLDAT
001070     LABEL RECORDS ARE STANDARD.
001080 01  REG-SPOOLDAT.
001190     COPY REGRUN.
001200 FD  RUNNOVO
001210     LABEL RECORDS ARE STANDARD.
001220 01  REG-RUNNOVO                 PIC X(50).
001230 FD  RUNARQ
001240     LABEL RECORDS ARE STANDARD.
001250 01  REG-RUNARQ                  PIC X(50).
001260 WORKING-STORAGE SECTION.
001270 01  PARM-STATUS                 PIC X(02).
001280 01  AUD-STATUS                  PIC X(02).
001730 01  W-RUN-MANTIDOS              PIC 9(07) VALUE ZERO.
001740 01  W-TOTAL-CORTADOS            PIC 9(07) VALUE ZERO.
001750 COPY RUNPARM.
001750 COPY AUXPARM.
001760******************************************************************
001770*    NUMEROS DE SPOOL CORTADOS (PARA O SPOOLDAT ACOMPANHAR O      *
001780*    SPOOLCAT)                                                    *
004100******************************************************************
004100 5000-REGRAVAR-VIVOS.
004100     IF W-RET-FAUDIT > ZERO
004100         PERFORM 5100-REGRAVAR-FAUDIT THRU 5100-EXIT
004100         PERFORM 5150-RECRIAR-INDICE THRU 5150-EXIT.
004100     IF W-RET-SPOOL > ZERO
004100         PERFORM 5200-REGRAVAR-CAT THRU 5200-EXIT
004100         PERFORM 5300-REGRAVAR-DAT THRU 5300-EXIT.
004100         NOT AT END
004100             WRITE REG-AUDITLOG FROM REG-FAUDNOVO.
004100 5110-EXIT. EXIT.
004100******************************************************************
004100*    5150-RECRIAR-INDICE - O FAUDIDX ACOMPANHA O FAUDIT CORTADO:  *
004100*    E RECRIADO PELA AUX000 A PARTIR DAS ENTRADAS MANTIDAS        *
004100******************************************************************
004100 5150-RECRIAR-INDICE.
004100     MOVE "R" TO AUX-ACAO.
004100     CALL "AUX000" USING AUX-PARAMETROS-AREA.
004100     IF AUX-OK
004100         DISPLAY "FAUDIDX  RECRIADO COM " AUX-QTDE " ENTRADAS"
004100     ELSE
004100         DISPLAY "RETPURGE: FAUDIDX NAO RECRIADO - RODAR A "
004100                 "RECRIACAO PELO AUDCONS".
004100 5150-EXIT. EXIT.
004100 5200-REGRAVAR-CAT.
004100     OPEN INPUT CATNOVO.
004100     IF CTN-STATUS NOT = "00"
