000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-09-02 BH        VERSAO INICIAL                             *
000200* 2026-09-14 BH        NA SERIE "NF" CADA NOTA SEM NF-E           *
000200*                      AUTORIZADA (NUNCA TRANSMITIDA, AGUARDANDO  *
000200*                      RETORNO OU REJEITADA NO CEP065) SAI        *
000200*                      LISTADA COM A SITUACAO, E O TOTAL SEPARA   *
000200*                      AS AUTORIZADAS DAS NAO AUTORIZADAS         *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. NUMAUD.
000870 01  W-NUMERO-LIDO               PIC 9(08).
000880 01  W-QTDE-BURACOS              PIC 9(05) VALUE ZERO.
000890 01  W-QTDE-LIDOS                PIC 9(07) VALUE ZERO.
000892 01  W-QTDE-NFE-AUT              PIC 9(07) VALUE ZERO.
000894 01  W-QTDE-NFE-NAO-AUT          PIC 9(07) VALUE ZERO.
000900******************************************************************
000910*    LINHAS DO RELATORIO                                          *
000920******************************************************************
001070     05  LT-LIDOS                PIC ZZZZZZ9.
001080     05  FILLER                  PIC X(12) VALUE "  BURACOS: ".
001090     05  LT-BURACOS              PIC ZZZZ9.
001092 01  LIN-NFE.
001093     05  FILLER                  PIC X(05) VALUE "NOTA ".
001094     05  LF-NUMERO               PIC 9(08).
001095     05  FILLER                  PIC X(10) VALUE " SITUACAO ".
001096     05  LF-SITUACAO             PIC X(01).
001097     05  FILLER                  PIC X(08) VALUE " - NF-E ".
001098     05  LF-NFE                  PIC X(40).
001099 01  LIN-TOTAL-NFE.
001099     05  FILLER                  PIC X(20) VALUE
001099         "NF-E AUTORIZADAS..: ".
001099     05  LT-NFE-AUT              PIC ZZZZZZ9.
001099     05  FILLER                  PIC X(20) VALUE
001099         "  NAO AUTORIZADAS: ".
001099     05  LT-NFE-NAO-AUT          PIC ZZZZZZ9.
001100 PROCEDURE DIVISION.
001110******************************************************************
001120*    0000-MAINLINE                                                *
001410     MOVE W-QTDE-LIDOS   TO LT-LIDOS.
001420     MOVE W-QTDE-BURACOS TO LT-BURACOS.
001430     WRITE REG-RELAT FROM LIN-TOTAL.
001432     IF W-TIPO-INF = "NF"
001434         MOVE W-QTDE-NFE-AUT     TO LT-NFE-AUT
001436         MOVE W-QTDE-NFE-NAO-AUT TO LT-NFE-NAO-AUT
001438         WRITE REG-RELAT FROM LIN-TOTAL-NFE
001439         DISPLAY "NF-E AUTORIZADAS: " W-QTDE-NFE-AUT
001439                 "  NAO AUTORIZADAS: " W-QTDE-NFE-NAO-AUT.
001440     CLOSE REPNUMA.
001450     DISPLAY "NUMEROS GRAVADOS: " W-QTDE-LIDOS.
001460     DISPLAY "BURACOS.........: " W-QTDE-BURACOS.
002300         GO TO 3100-EXIT.
002310     MOVE NF-NUMERO TO W-NUMERO-LIDO.
002320     PERFORM 9000-CONFERIR-NUMERO THRU 9000-EXIT.
002320     PERFORM 3200-CONFERIR-NFE THRU 3200-EXIT.
002330 3100-EXIT. EXIT.
002330******************************************************************
002330*    3200-CONFERIR-NFE - NOTA SEM NF-E AUTORIZADA SAI LISTADA COM*
002330*    A SITUACAO NA SEFAZ (CEP065)                                 *
002330******************************************************************
002330 3200-CONFERIR-NFE.
002330     IF NFE-AUTORIZADA
002330         ADD 1 TO W-QTDE-NFE-AUT
002330         GO TO 3200-EXIT.
002330     ADD 1 TO W-QTDE-NFE-NAO-AUT.
002330     MOVE NF-NUMERO   TO LF-NUMERO.
002330     MOVE NF-SITUACAO TO LF-SITUACAO.
002330     EVALUATE TRUE
002330         WHEN NFE-AGUARDANDO
002330             MOVE "XML GERADO, AGUARDANDO RETORNO" TO LF-NFE
002330         WHEN NFE-REJEITADA
002330             MOVE NF-NFE-MOTIVO TO LF-NFE
002330         WHEN OTHER
002330             MOVE "NUNCA TRANSMITIDA" TO LF-NFE
002330     END-EVALUATE.
002330     WRITE REG-RELAT FROM LIN-NFE.
002330 3200-EXIT. EXIT.
002340******************************************************************
002350*    9000-CONFERIR-NUMERO - FAIXA ENTRE O ESPERADO E O LIDO E      *
002360*    UM BURACO DA SERIE                                            *
