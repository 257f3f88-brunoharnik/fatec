000088*                      SERVICO (FLAGS E ALIQUOTAS), CALCULADA NA  *
000088*                      ENTRADA DO TITULO (CEP015/CEP016) E        *
000088*                      TOTALIZADA NO RELATORIO MENSAL DO CEP043   *
000088* 2026-09-29 BH        ENCARGOS DE ATRASO DO CLIENTE: "P" (OU     *
000088*                      BRANCO) SEGUE O PARMSYS, "E" USA A TAXA    *
000088*                      DIARIA E A MULTA PROPRIAS, "I" ISENTO      *
000088* 2026-10-04 BH        VEND-CARTEIRA - VENDEDOR DONO DA           *
000088*                      CARTEIRA DO CLIENTE (ZERO = SEM DONO),     *
000088*                      SUGERIDO NO CEP012/CEP036 E BASE DO        *
000088*                      RELATORIO DE INATIVIDADE DO CEP074         *
000088* 2026-10-13 BH        MOEDA-FORN - MOEDA EM QUE O FORNECEDOR     *
000088*                      FATURA (BRANCO = REAL), PARA COMPRA EM     *
000088*                      MOEDA ESTRANGEIRA                          *
000090******************************************************************
000100 01  REGPAC.
000105     05  TIPO-PARCEIRO           PIC X(01).
000420     05  SITCRED                 PIC X(01).
000430         88  CREDITO-LIBERADO    VALUE "L".
000440         88  CREDITO-BLOQUEADO   VALUE "B".
000450     05  ENCARGO-CLI             PIC X(01).
000460         88  ENCARGO-PADRAO      VALUE "P" " ".
000470         88  ENCARGO-PROPRIO     VALUE "E".
000480         88  ENCARGO-ISENTO      VALUE "I".
000490     05  JUROS-DIA-CLI           PIC 9(01)V9999.
000500     05  MULTA-CLI               PIC 9(02)V99.
000510     05  VEND-CARTEIRA           PIC 9(04).
000510     05  MOEDA-FORN              PIC X(03).
000510         88  FORN-MOEDA-NACIONAL VALUE SPACES "BRL".
