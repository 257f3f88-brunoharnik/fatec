000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-09-02 BH        VERSAO INICIAL                             *
000170* 2026-09-23 BH        CTBLOTE GANHA LOT-ORIGEM                   *
000170* 2026-09-25 BH        CTBLOTE GANHA LOT-CODDEPC (DEPARTAMENTO)   *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTBBAL.
000500     05  LOT-CONTA-CREDITO       PIC 9(08).
000510     05  LOT-VALOR               PIC 9(13)V99.
000520     05  LOT-HISTORICO           PIC X(30).
000520     05  LOT-ORIGEM              PIC X(01).
000520     05  LOT-CODDEPC             PIC 9(04).
000530 FD  PLANOCTA
000540     LABEL RECORDS ARE STANDARD.
000550     COPY REGPLC.
