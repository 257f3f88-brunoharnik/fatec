000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-09-02 BH        VERSAO INICIAL                             *
000180* 2026-09-30 BH        TITULO RENEGOCIADO EM ACORDO NAO GERA      *
000180*                      CARTA DE COBRANCA                          *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP041.
001880*    CORRENTE (QUEBRA DE CONTROLE POR CR-CODCLI)                   *
001890******************************************************************
001900 2000-TRATAR-TITULO.
001910     IF CR-PAGO-SIM OR CR-RENEGOCIADO
001920         GO TO 2000-LER.
001930     COMPUTE W-ORD-VENC =
001940         (CR-VEN-ANO * 360) + (CR-VEN-MES * 30) + CR-VEN-DIA.
