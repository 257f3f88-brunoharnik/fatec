000092*                      CEP037): ESTOQUE VOLTA COM SINAL "+" E A   *
000093*                      APURACAO DO FISCICMS ESTORNA O ICMS DA     *
000094*                      SAIDA ORIGINAL                             *
000094* 2026-10-15 BH        MOV-TIPO "C" (CONSIGNACAO DO CEP086):      *
000094*                      REMESSA AO CLIENTE SAI COM SINAL "-" E     *
000094*                      DEVOLUCAO VOLTA COM "+"; NO FATURAMENTO    *
000094*                      DO ACERTO O CEP013 GRAVA "C" "+" E A       *
000094*                      SAIDA "S", SEM MEXER NO SALDO FISICO       *
000094* 2026-10-15 BH        TIPO "G" - TROCA EM GARANTIA (CEP087):     *
000094*                      SAIDA "-" DA UNIDADE NOVA E ENTRADA "+"    *
000094*                      DA DEFEITUOSA, AMBAS PELO CUSTO MEDIO      *
000090******************************************************************
000100 01  REGMOV.
000110     05  MOV-CODPROD             PIC 9(08).
000124         88  MOV-SAIDA           VALUE "S".
000126         88  MOV-AJUSTE          VALUE "A".
000127         88  MOV-DEVOL-VENDA     VALUE "D".
000127         88  MOV-CONSIGNACAO     VALUE "C".
000127         88  MOV-GARANTIA        VALUE "G".
000130     05  MOV-QUANTIDADE          PIC 9(07).
000140     05  MOV-PRECO               PIC 9(12)V99.
000150     05  MOV-DATA-MOV.
