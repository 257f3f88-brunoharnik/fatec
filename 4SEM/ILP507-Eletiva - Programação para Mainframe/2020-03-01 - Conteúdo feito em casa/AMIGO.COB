      * Date: 2020-03
      * Purpose: Passar raiva
      * Tectonics: cobc
      * Historico:
      * 2026-10-15 BH - trilha FAUDIT tambem indexada no
      *                 FAUDIDX (AUX000), como nos demais cadastros
      **********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMIGO.
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-ARQUIVO-NOME
           DATA RECORD IS ENTRADA-GRAVA.
           COPY REGAMG.

       FD  EVENTOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-EVENTOS-NOME
           DATA RECORD IS EVENTO-GRAVA.
           COPY REGAEV.

       FD  FAUDIT
           LABEL RECORDS ARE STANDARD.

       COPY AUDITLOG.

       COPY AUXPARM.

       01 WS-DATA-ATUAL.
           05 WS-ANO-ATUAL             PIC 9(02).
           05 WS-MES-ATUAL             PIC 9(02).
      * COMPARTILHADA COM OS DEMAIS CADASTROS, COM O OPERADOR,
      * DATA/HORA E OS VALORES ANTES/DEPOIS DO REGISTRO. O CHAMADOR
      * DEVE PREENCHER AUD-OPERACAO, AUD-CHAVE, AUD-ANTES E
      * AUD-DEPOIS ANTES DE CHAMAR. A ENTRADA TAMBEM VAI PARA O
      * INDICE FAUDIDX PELA AUX000.
       990-GRAVAR-AUDITORIA.
           MOVE "AMIGO"    TO AUD-PROGRAMA
           MOVE WS-OPERADOR TO AUD-OPERADOR
               OPEN EXTEND FAUDIT
           END-IF
           WRITE REG-FAUDIT FROM REG-AUDITLOG
           CLOSE FAUDIT
           MOVE "G" TO AUX-ACAO
           MOVE REG-AUDITLOG TO AUX-REGISTRO
           CALL "AUX000" USING AUX-PARAMETROS-AREA.

       900-FIM.
               DISPLAY SS-FIM.               GOBACK.
