000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-09-02 BH        VERSAO INICIAL                             *
000120* 2026-10-15 BH        SITUACAO "G" - UNIDADE DEFEITUOSA          *
000120*                      RECOLHIDA PELA GARANTIA (CEP087),          *
000120*                      TROCADA OU CREDITADA AO CLIENTE; FICA EM   *
000120*                      QUARENTENA ATE A DEVOLUCAO AO FORNECEDOR   *
000120*                      (CEP062)                                   *
000130******************************************************************
000140 01  REGSER.
000150     05  SER-CHAVE.
000180     05  SER-SITUACAO            PIC X(01).
000190         88  SERIE-EM-ESTOQUE    VALUE "E".
000200         88  SERIE-VENDIDA       VALUE "V".
000200         88  SERIE-EM-GARANTIA   VALUE "G".
000210     05  SER-DATA-ENTRADA        PIC 9(08).
000220     05  SER-PEDIDO-VENDA        PIC 9(08).
000230     05  SER-NOTA                PIC 9(08).
