000082* 2026-09-02 BH        PCI-QTDE-RECEBIDA - ACUMULADO JA RECEBIDO  *
000084*                      DO ITEM, PARA O RECEBIMENTO PARCIAL DO     *
000086*                      CEP016 (PEDIDO FICA ABERTO ATE COMPLETAR)  *
000086* 2026-10-12 BH        PCI-CT-SEQ - SEQUENCIA DO CONTRATO         *
000086*                      (CONTRATO, CEP081) QUANDO O ITEM E         *
000086*                      LIBERACAO DE CONTRATO DO MESMO PRODUTO E   *
000086*                      FORNECEDOR; ZERO = COMPRA AVULSA           *
000086* 2026-10-13 BH        PCI-PRECO PASSA A FICAR NA MOEDA DO        *
000086*                      PEDIDO (PC-MOEDA); PCI-TAXA-RECEB - TAXA   *
000086*                      DE CAMBIO DO ULTIMO RECEBIMENTO DO ITEM    *
000086*                      (ZERO EM PEDIDO EM REAL)                   *
000090******************************************************************
000100 01  REGPCI.
000110     05  PCI-CHAVE.
000160     05  PCI-QTDE-APROVADA       PIC 9(07).
000170     05  PCI-PRECO               PIC 9(12)V99.
000180     05  PCI-QTDE-RECEBIDA       PIC 9(07).
000180     05  PCI-CT-SEQ              PIC 9(03).
000180     05  PCI-TAXA-RECEB          PIC 9(04)V9(06).
