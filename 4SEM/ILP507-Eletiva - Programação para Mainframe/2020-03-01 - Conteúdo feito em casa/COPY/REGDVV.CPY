000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-09-02 BH        VERSAO INICIAL                             *
000120* 2026-09-16 BH        TOTAL DO ICMS-ST ESTORNADO NA DEVOLUCAO    *
000130******************************************************************
000140 01  REGDVV.
000150     05  DV-NUMERO               PIC 9(08).
000210         10  DV-ANO              PIC 9(04).
000220     05  DV-TOTAL-MERCADORIA     PIC 9(12)V99.
000230     05  DV-TOTAL-ICMS           PIC 9(12)V99.
000240     05  DV-TOTAL-ST             PIC 9(12)V99.
