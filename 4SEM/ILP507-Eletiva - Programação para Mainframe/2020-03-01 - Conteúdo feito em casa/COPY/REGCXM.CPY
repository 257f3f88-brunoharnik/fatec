000080* HISTORICO DE ALTERACOES                                         *
000090* DATA       INICIAIS  DESCRICAO                                  *
000100* 2026-09-02 BH        VERSAO INICIAL                             *
000100* 2026-09-27 BH        CX-MODALIDADE - CREDITO OU DEBITO DA VENDA *
000100*                      NO CARTAO (BRANCO NAS LINHAS ANTIGAS VALE  *
000100*                      CREDITO), PARA A CONFERENCIA DA ADQUIRENTE *
000100* 2026-10-07 BH        CX-FORMA "F" - PARTE DA VENDA PAGA COM     *
000100*                      PONTOS DE FIDELIDADE; A VENDA PAGA EM PARTE*
000100*                      COM PONTOS TEM UMA LINHA POR FORMA         *
000110******************************************************************
000120 01  REGCXM.
000130     05  CX-DATA.
000200         88  CX-DINHEIRO         VALUE "D".
000210         88  CX-CARTAO           VALUE "C".
000220         88  CX-PIX              VALUE "P".
000220         88  CX-PONTOS           VALUE "F".
000230     05  CX-VALOR                PIC 9(12)V99.
000240     05  CX-MODALIDADE           PIC X(01).
000250         88  CX-DEBITO           VALUE "D".
000260         88  CX-CREDITO          VALUE "C" " ".
