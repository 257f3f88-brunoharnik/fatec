000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-09-02 BH        VERSAO INICIAL                             *
000140* 2026-09-14 BH        SITUACAO DA NF-E (CEP065): CHAVE DE ACESSO,*
000140*                      SITUACAO NA SEFAZ (BRANCO NUNCA GERADA,    *
000140*                      "G" XML GERADO AGUARDANDO RETORNO, "A"     *
000140*                      AUTORIZADA, "R" REJEITADA), PROTOCOLO DE   *
000140*                      AUTORIZACAO OU MOTIVO DA REJEICAO E A DATA *
000140*                      DO RETORNO                                 *
000140* 2026-09-16 BH        BASE E VALOR DO ICMS-ST DA NOTA (CEP013);  *
000140*                      O TOTAL DA NOTA E MERCADORIA MAIS O ST     *
000140* 2026-10-06 BH        NF-TOTAL-FRETE - FRETE DO PEDIDO (PV-      *
000140*                      FRETE) COBRADO NA NOTA; TOTAL DA NOTA =    *
000140*                      MERCADORIA + FRETE + ICMS-ST               *
000150******************************************************************
000160 01  REGNOT.
000170     05  NF-NUMERO               PIC 9(08).
000270         88  NOTA-EMITIDA        VALUE "E".
000280         88  NOTA-CANCELADA      VALUE "X".
000290     05  NF-DATA-CANC            PIC 9(08).
000300     05  NF-NFE-CHAVE            PIC X(44).
000310     05  NF-NFE-SITUACAO         PIC X(01).
000320         88  NFE-NAO-GERADA      VALUE SPACE.
000330         88  NFE-AGUARDANDO      VALUE "G".
000340         88  NFE-AUTORIZADA      VALUE "A".
000350         88  NFE-REJEITADA       VALUE "R".
000360         88  NFE-A-TRANSMITIR    VALUES SPACE "R".
000370     05  NF-NFE-PROTOCOLO        PIC X(15).
000380     05  NF-NFE-MOTIVO           PIC X(60).
000390     05  NF-NFE-DATA-RETORNO     PIC 9(08).
000400     05  NF-TOTAL-BC-ST          PIC 9(12)V99.
000410     05  NF-TOTAL-ST             PIC 9(12)V99.
000420     05  NF-TOTAL-FRETE          PIC 9(10)V99.
