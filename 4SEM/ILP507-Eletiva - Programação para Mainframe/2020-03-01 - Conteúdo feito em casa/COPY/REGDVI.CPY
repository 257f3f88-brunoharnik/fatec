000080* HISTORICO DE ALTERACOES                                         *
000090* DATA       INICIAIS  DESCRICAO                                  *
000100* 2026-09-02 BH        VERSAO INICIAL                             *
000100* 2026-09-16 BH        ICMS-ST ESTORNADO DO ITEM DEVOLVIDO        *
000110******************************************************************
000120 01  REGDVI.
000130     05  DVI-CHAVE.
000180     05  DVI-PRECO               PIC 9(12)V99.
000190     05  DVI-VALOR               PIC 9(12)V99.
000200     05  DVI-VALOR-ICMS          PIC 9(12)V99.
000210     05  DVI-VALOR-ST            PIC 9(12)V99.
