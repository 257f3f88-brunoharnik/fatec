000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-08-22 BH        VERSAO INICIAL                             *
000180* 2026-10-15 BH        CPF DO FUNCIONARIO ANONIMIZADO (ZERADO     *
000180*                      PELO LGPDANON) FICA FORA DAS CRITICAS      *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. FUNVALID.
001600******************************************************************
001610 2000-VALIDAR.
001620     MOVE ZERO TO W-QTDE-OCORR.
001630     IF NOT FUNC-ANONIMIZADO-SIM
001630         PERFORM 2100-CRITICAR-CPF THRU 2100-EXIT
001640         PERFORM 2200-CRITICAR-CPF-DUP THRU 2200-EXIT.
001650     PERFORM 2300-CRITICAR-CARGO THRU 2300-EXIT.
001660     PERFORM 2400-CRITICAR-ADMISSAO THRU 2400-EXIT.
001670     IF W-QTDE-OCORR > ZERO
