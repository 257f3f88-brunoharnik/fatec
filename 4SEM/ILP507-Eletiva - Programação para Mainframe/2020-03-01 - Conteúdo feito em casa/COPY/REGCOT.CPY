000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-09-02 BH        VERSAO INICIAL                             *
000120* 2026-10-13 BH        CO-MOEDA - MOEDA DA COTACAO (A DO          *
000120*                      FORNECEDOR); CO-VALOR-TOTAL FICA NESSA     *
000120*                      MOEDA                                      *
000130******************************************************************
000140 01  REGCOT.
000150     05  CO-CHAVE.
000230         88  COTACAO-ABERTA      VALUE "A".
000240         88  COTACAO-ESCOLHIDA   VALUE "E".
000250         88  COTACAO-PERDIDA     VALUE "P".
000250     05  CO-MOEDA                PIC X(03).
