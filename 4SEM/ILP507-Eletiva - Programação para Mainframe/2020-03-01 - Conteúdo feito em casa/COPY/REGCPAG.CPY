000092* 2026-09-02 BH        CP-REMESSA - TITULO JA ENVIADO NA REMESSA  *
000094*                      BANCARIA DE FORNECEDORES (CEP042), PARA    *
000096*                      NAO SER PAGO DUAS VEZES PELO CEP015        *
000096* 2026-10-13 BH        TITULO EM MOEDA ESTRANGEIRA - CP-MOEDA,    *
000096*                      CP-VALOR-MOEDA (VALOR NA MOEDA),           *
000096*                      CP-TAXA-EMISSAO E CP-TAXA-PAGTO;           *
000096*                      CP-VALOR CONTINUA EM REAIS PELA TAXA DA    *
000096*                      EMISSAO E CP-VARIACAO GUARDA A VARIACAO    *
000096*                      CAMBIAL REALIZADA NA LIQUIDACAO            *
000096*                      (POSITIVA = PASSIVA, PAGOU MAIS REAIS)     *
000096* 2026-10-15 BH        CP-OPER-INCLUSAO E CP-OPER-PAGTO - QUEM    *
000096*                      INCLUIU E QUEM PAGOU O TITULO (BRANCO =    *
000096*                      GERADO PELO SISTEMA), PARA A SEGREGACAO    *
000096*                      DE FUNCOES (SOD000/SODCONF)                *
000100******************************************************************
000110 01  REGCPAG.
000120     05  CP-CHAVE.
000340     05  CP-VALOR-IRRF           PIC 9(12)V99.
000350     05  CP-VALOR-ISS            PIC 9(12)V99.
000360     05  CP-VALOR-LIQUIDO        PIC 9(12)V99.
000360     05  CP-MOEDA                PIC X(03).
000360         88  CP-MOEDA-NACIONAL   VALUE SPACES "BRL".
000360     05  CP-VALOR-MOEDA          PIC 9(12)V99.
000360     05  CP-TAXA-EMISSAO         PIC 9(04)V9(06).
000360     05  CP-TAXA-PAGTO           PIC 9(04)V9(06).
000360     05  CP-VARIACAO             PIC S9(12)V99.
000360     05  CP-OPER-INCLUSAO        PIC X(08).
000360     05  CP-OPER-PAGTO           PIC X(08).
