000087* 2026-09-02 BH        PVI-QTDE-DEVOLVIDA - ACUMULADO JA          *
000088*                      DEVOLVIDO DO ITEM (CEP037), PARA A         *
000089*                      SEGUNDA DEVOLUCAO NAO DEVOLVER DE NOVO     *
000089* 2026-10-15 BH        PVI-VALOR-ICMS - ICMS DO ITEM CALCULADO NA *
000089*                      EMISSAO DA NOTA (CEP013), PARA O RESUMO    *
000089*                      MENSAL DE VENDAS (RESVENDA)                *
000090******************************************************************
000100 01  REGPEDI.
000110     05  PVI-CHAVE.
000170     05  PVI-VALOR               PIC 9(12)V99.
000180     05  PVI-CUSTO               PIC 9(12)V99.
000190     05  PVI-QTDE-DEVOLVIDA      PIC 9(07).
000200     05  PVI-VALOR-ICMS          PIC 9(12)V99.
