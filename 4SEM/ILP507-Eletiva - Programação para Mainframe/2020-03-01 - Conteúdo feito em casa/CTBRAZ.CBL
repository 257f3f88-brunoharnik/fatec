000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-09-02 BH        VERSAO INICIAL                             *
000150* 2026-09-23 BH        CTBLOTE GANHA LOT-ORIGEM, MOSTRADA NA      *
000150*                      LINHA DO RAZAO                             *
000150* 2026-09-25 BH        CTBLOTE GANHA LOT-CODDEPC (DEPARTAMENTO)   *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CTBRAZ.
000480     05  LOT-CONTA-CREDITO       PIC 9(08).
000490     05  LOT-VALOR               PIC 9(13)V99.
000500     05  LOT-HISTORICO           PIC X(30).
000500     05  LOT-ORIGEM              PIC X(01).
000500     05  LOT-CODDEPC             PIC 9(04).
000510 FD  PLANOCTA
000520     LABEL RECORDS ARE STANDARD.
000530     COPY REGPLC.
000900     05  LL-HISTORICO            PIC X(30).
000910     05  FILLER                  PIC X(01) VALUE SPACES.
000920     05  LL-SALDO                PIC -ZZZZZZZZZ9,99.
000920     05  FILLER                  PIC X(01) VALUE SPACES.
000920     05  LL-ORIGEM               PIC X(01).
000930 01  LIN-TOTAL.
000940     05  FILLER                  PIC X(20) VALUE
000950         "SALDO FINAL.......: ".
001660     MOVE LOT-VALOR     TO LL-VALOR.
001670     MOVE LOT-HISTORICO TO LL-HISTORICO.
001680     MOVE W-SALDO       TO LL-SALDO.
001680     MOVE LOT-ORIGEM    TO LL-ORIGEM.
001690     WRITE REG-RELAT FROM LIN-LANC.
001700     ADD 1 TO W-QTDE-LANC.
001710 1100-EXIT. EXIT.
