000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-09-02 BH        VERSAO INICIAL                             *
000130* 2026-10-15 BH        FC-SIT-ADIANT - FECHAMENTO PROPRIO DO      *
000130*                      ADIANTAMENTO QUINZENAL (FP16224), QUE E    *
000130*                      PAGO ANTES DA FOLHA MENSAL; COMPETENCIA    *
000130*                      FECHADA TAMBEM TRAVA O ADIANTAMENTO        *
000140******************************************************************
000150 01  REGFCT.
000160     05  FC-CHAVE.
000190     05  FC-SITUACAO             PIC X(01).
000200         88  FOLHA-ABERTA        VALUE "A".
000210         88  FOLHA-FECHADA       VALUE "F".
000220     05  FC-SIT-ADIANT           PIC X(01).
000230         88  ADIANT-FECHADO      VALUE "F".
