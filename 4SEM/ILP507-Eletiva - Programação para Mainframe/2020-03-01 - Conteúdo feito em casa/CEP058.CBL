000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-09-02 BH        VERSAO INICIAL                             *
000190* 2026-10-15 BH        SERIE DE UM PRODUTO LE SO A FAIXA DO       *
000190*                      PRODUTO NO MOVIDX QUANDO DISPONIVEL        *
000190* 2026-10-15 BH        VARREDURA GERAL LE OS 12 MESES DO RESUMO   *
000190*                      MENSAL DE VENDAS (RESVENDA) QUANDO         *
000190*                      DISPONIVEL                                 *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP058.
000360     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS MOV-STATUS.
000390     SELECT MOVIDX ASSIGN TO "MOVIDX"
000390         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS MX-CHAVE
000390         FILE STATUS IS MVX-STATUS.
000390     SELECT RESVENDA ASSIGN TO "RESVENDA"
000390         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS RS-CHAVE
000390         FILE STATUS IS RSV-STATUS.
000390     SELECT REPSAZO ASSIGN TO "REPSAZO"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS REL-STATUS.
000470 FD  MOVESTQ
000480     LABEL RECORDS ARE STANDARD.
000490 01  REG-MOVVIVO                 PIC X(50).
000490 FD  MOVIDX
000490     LABEL RECORDS ARE STANDARD.
000490     COPY REGMVX.
000490 FD  RESVENDA
000490     LABEL RECORDS ARE STANDARD.
000490     COPY REGRSV.
000500 FD  REPSAZO
000510     LABEL RECORDS ARE STANDARD.
000520 01  REG-RELAT                   PIC X(100).
000540 01  HIS-STATUS                  PIC X(02).
000550 01  MOV-STATUS                  PIC X(02).
000560 01  REL-STATUS                  PIC X(02).
000560 01  MVX-STATUS                  PIC X(02).
000560 01  RSV-STATUS                  PIC X(02).
000570 01  W-SWITCHES.
000580     05  W-FIM                   PIC X(01) VALUE "N".
000590         88  W-FIM-SIM           VALUE "S".
001420     ACCEPT W-ANO-INF.
001430     COMPUTE W-MESES-FIM = (W-ANO-INF * 12) + W-MES-INF.
001440     INITIALIZE TAB-SERIE.
001440     OPEN INPUT MOVIDX.
001440     IF MVX-STATUS = "00"
001440         PERFORM ROT-VARRER-INDICE THRU ROT-VARRER-INDICE-EXIT
001440         CLOSE MOVIDX
001440     ELSE
001440         DISPLAY "MOVIDX NAO DISPONIVEL (RODAR O CEP090)"
001440         PERFORM ROT-VARRER-HIST THRU ROT-VARRER-HIST-EXIT
001440         PERFORM ROT-VARRER-VIVO THRU ROT-VARRER-VIVO-EXIT.
001470     DISPLAY "MES (1=MAIS ANTIGO)  QUANTIDADE".
001480     PERFORM ROT-EXIBIR-MES THRU ROT-EXIBIR-MES-EXIT
001490         VARYING W-IDX FROM 1 BY 1
002150         GO TO ROT-ACUMULAR-MOV-EXIT.
002160     ADD MOV-QUANTIDADE TO TS-QTDE(W-MES-IDX).
002170 ROT-ACUMULAR-MOV-EXIT. EXIT.
002170******************************************************************
002170*    ROT-VARRER-INDICE - COM O MOVIDX LE SO OS MOVIMENTOS DO      *
002170*    PRODUTO PELA CHAVE, EM VEZ DO MOVHIST E DO MOVESTQ INTEIROS  *
002170******************************************************************
002170 ROT-VARRER-INDICE.
002170     MOVE W-CODPROD-INF TO MX-CODPROD.
002170     MOVE ZERO          TO MX-DATA.
002170     MOVE ZERO          TO MX-SEQ.
002170     START MOVIDX KEY IS NOT LESS THAN MX-CHAVE
002170         INVALID KEY
002170             GO TO ROT-VARRER-INDICE-EXIT.
002170     MOVE "N" TO W-EOF.
002170     PERFORM ROT-LER-INDICE THRU ROT-LER-INDICE-EXIT
002170         UNTIL W-EOF-SIM.
002170 ROT-VARRER-INDICE-EXIT. EXIT.
002170 ROT-LER-INDICE.
002170     READ MOVIDX NEXT RECORD
002170         AT END
002170             MOVE "S" TO W-EOF
002170             GO TO ROT-LER-INDICE-EXIT.
002170     IF MX-CODPROD NOT = W-CODPROD-INF
002170         MOVE "S" TO W-EOF
002170         GO TO ROT-LER-INDICE-EXIT.
002170     MOVE MX-MOVIMENTO TO REGMOV.
002170     PERFORM ROT-ACUMULAR-MOV THRU ROT-ACUMULAR-MOV-EXIT.
002170 ROT-LER-INDICE-EXIT. EXIT.
002180******************************************************************
002190*    ROT-SAZONAL - VARRE TODOS OS PRODUTOS NOS ULTIMOS 12 MESES    *
002200*    E MARCA COMO SAZONAL O PRODUTO CUJO MES DE PICO EXCEDE A      *
002320     COMPUTE W-MESES-FIM = (W-ANO-INF * 12) + W-MES-INF.
002330     INITIALIZE TAB-PRODS.
002340     MOVE ZERO TO W-QTDE-PRODS.
002340     OPEN INPUT RESVENDA.
002340     IF RSV-STATUS = "00"
002340         PERFORM ROT-VARRER-RESUMO THRU ROT-VARRER-RESUMO-EXIT
002340         CLOSE RESVENDA
002340     ELSE
002350         PERFORM ROT-VARRER-HIST-GER THRU ROT-VARRER-HIST-GER-EXIT
002360         PERFORM ROT-VARRER-VIVO-GER
002360             THRU ROT-VARRER-VIVO-GER-EXIT.
002370     OPEN OUTPUT REPSAZO.
002380     WRITE REG-RELAT FROM LIN-CABEC1.
002390     MOVE ZERO TO W-QTDE-SAZONAIS.
002440     DISPLAY "PRODUTOS SAZONAIS: " W-QTDE-SAZONAIS.
002450     DISPLAY "RELATORIO GRAVADO EM REPSAZO".
002460 ROT-SAZONAL-EXIT. EXIT.
002460******************************************************************
002460*    ROT-VARRER-RESUMO - COM O RESUMO MENSAL DE VENDAS (RESVENDA) *
002460*    LE SO OS 12 MESES DA JANELA, PELA CHAVE, COM AS QUANTIDADES  *
002460*    VENDIDAS EM NOTA E NO BALCAO; SEM ELE, VARRE O MOVHIST E O   *
002460*    MOVESTQ INTEIROS                                             *
002460******************************************************************
002460 ROT-VARRER-RESUMO.
002460     MOVE "N" TO W-EOF.
002460     INITIALIZE REGRSV.
002460     COMPUTE RS-ANO = (W-MESES-FIM - 12) / 12.
002460     COMPUTE RS-MES = W-MESES-FIM - 11 - (RS-ANO * 12).
002460     START RESVENDA KEY IS NOT LESS THAN RS-CHAVE
002460         INVALID KEY MOVE "S" TO W-EOF.
002460     PERFORM ROT-LER-RESUMO THRU ROT-LER-RESUMO-EXIT
002460         UNTIL W-EOF-SIM.
002460 ROT-VARRER-RESUMO-EXIT. EXIT.
002460 ROT-LER-RESUMO.
002460     READ RESVENDA NEXT RECORD
002460         AT END MOVE "S" TO W-EOF
002460         NOT AT END
002460             PERFORM ROT-ACUMULAR-RESUMO
002460                 THRU ROT-ACUMULAR-RESUMO-EXIT.
002460 ROT-LER-RESUMO-EXIT. EXIT.
002460 ROT-ACUMULAR-RESUMO.
002460     COMPUTE W-MESES-MOV = (RS-ANO * 12) + RS-MES.
002460     IF W-MESES-MOV > W-MESES-FIM
002460         MOVE "S" TO W-EOF
002460         GO TO ROT-ACUMULAR-RESUMO-EXIT.
002460     IF RS-CODPROD = ZERO OR RS-QUANTIDADE NOT > ZERO
002460         GO TO ROT-ACUMULAR-RESUMO-EXIT.
002460     COMPUTE W-MES-IDX = 12 - (W-MESES-FIM - W-MESES-MOV).
002460     MOVE RS-CODPROD TO MOV-CODPROD.
002460     MOVE "N" TO W-ACHOU.
002460     PERFORM ROT-PROCURAR-PROD THRU ROT-PROCURAR-PROD-EXIT
002460         VARYING W-SUB FROM 1 BY 1
002460         UNTIL W-SUB > W-QTDE-PRODS
002460         OR W-ACHOU-SIM.
002460     IF NOT W-ACHOU-SIM
002460         IF W-QTDE-PRODS < 300
002460             ADD 1 TO W-QTDE-PRODS
002460             MOVE W-QTDE-PRODS TO W-SUB
002460             MOVE RS-CODPROD TO TP-CODPROD(W-SUB)
002460         ELSE
002460             GO TO ROT-ACUMULAR-RESUMO-EXIT.
002460     ADD RS-QUANTIDADE TO TP-QTDE(W-SUB W-MES-IDX).
002460 ROT-ACUMULAR-RESUMO-EXIT. EXIT.
002470 ROT-VARRER-HIST-GER.
002480     OPEN INPUT MOVHIST.
002490     IF HIS-STATUS NOT = "00"
