000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-09-02 BH        VERSAO INICIAL                             *
000140* 2026-10-14 BH        BK-DATA-CANCEL - DATA (AAAAMMDD) EM QUE    *
000140*                      O CEP039 CANCELOU O BACKORDER, PARA O      *
000140*                      RELATORIO MENSAL DE VENDAS PERDIDAS DO     *
000140*                      CEP085                                     *
000150******************************************************************
000160 01  REGBKO.
000170     05  BK-CHAVE.
000250         88  BK-PENDENTE         VALUE "P".
000260         88  BK-LIBERADO         VALUE "L".
000270         88  BK-CANCELADO        VALUE "X".
000280     05  BK-DATA-CANCEL          PIC 9(08).
