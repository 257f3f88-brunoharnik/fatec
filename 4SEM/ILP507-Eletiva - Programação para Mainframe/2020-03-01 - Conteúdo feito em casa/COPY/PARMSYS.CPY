000179* 2026-09-02 BH        PARM-RET-FAUDIT/SPOOL/RUNLOG - RETENCAO    *
000179*                      EM DIAS DOS ARQUIVOS DE APENSAMENTO NO     *
000179*                      CORTE DO RETPURGE (ZERO = NAO CORTA)       *
000179* 2026-09-14 BH        PARM-CNPJ/IE/RAZAO-EMPRESA, PARM-CUF-      *
000179*                      EMPRESA E PARM-CMUN-EMPRESA (CODIGOS IBGE) *
000179*                      E PARM-AMBIENTE-NFE (1 PRODUCAO, 2         *
000179*                      HOMOLOGACAO) - EMITENTE DA NF-E DO CEP065  *
000179* 2026-09-25 BH        PARM-TOL-ORCAMENTO - TOLERANCIA (EM %)     *
000179*                      SOBRE O ORCADO ANTES DE O CTBORCR MARCAR   *
000179*                      O DEPARTAMENTO COMO ESTOURADO (ZERO = 10)  *
000179* 2026-09-26 BH        PARM-DIAS-CONC - JANELA EM DIAS ENTRE A    *
000179*                      DATA DA LIQUIDACAO E A DO EXTRATO NA       *
000179*                      CONCILIACAO BANCARIA DO BCOCONC (ZERO = 3) *
000179* 2026-09-29 BH        PARM-JUROS-DIA (% AO DIA UTIL) E           *
000179*                      PARM-MULTA-ATRASO (%) - ENCARGOS DE ATRASO *
000179*                      DO CONTAS A RECEBER (JUR000); O CLIENTE    *
000179*                      PODE TER TAXAS PROPRIAS NO CADPARCEIRO     *
000179*                      (ZERO = NAO COBRA)                         *
000179* 2026-09-30 BH        PARM-PARC-ACORDO - PARCELAS DO ACORDO DE   *
000179*                      RENEGOCIACAO PAGAS EM DIA QUE LIBERAM O    *
000179*                      CREDITO DO CLIENTE NO CEP070 (ZERO = 2)    *
000179* 2026-10-07 BH        PARM-PONTOS-REAL - PONTOS DE FIDELIDADE    *
000179*                      GANHOS POR REAL GASTO (ZERO = 1)           *
000179*                      PARM-MESES-PONTOS - MESES DE VALIDADE DOS  *
000179*                      PONTOS (ZERO = 12)                         *
000179*                      PARM-VALOR-PONTO - VALOR EM REAIS DE UM    *
000179*                      PONTO NO RESGATE (ZERO = 0,0100)           *
000179* 2026-10-09 BH        PARM-DIAS-REPOSICAO - JANELA DE            *
000179*                      REPOSICAO EM DIAS: PRAZO MAXIMO DE         *
000179*                      ENTREGA DO FORNECEDOR ESCOLHIDO NA         *
000179*                      GERACAO DE PEDIDOS DO CEP016 (ZERO = 30)   *
000179* 2026-10-10 BH        PARM-TOL-RECEB - TOLERANCIA PERCENTUAL     *
000179*                      DE PRECO E QUANTIDADE NA CONFERENCIA DO    *
000179*                      RECEBIMENTO CONTRA O PEDIDO E A NOTA NO    *
000179*                      CEP016 (ZERO = 2,00)                       *
000179* 2026-10-15 BH        PARM-OBS-MESES-2/3/4 - MESES SEM SAIDA     *
000179*                      EM QUE COMECAM AS FAIXAS 2, 3 E 4 DA       *
000179*                      PROVISAO PARA OBSOLESCENCIA DO CTBOBS      *
000179*                      (ZERO = 6, 12 E 24); PARM-OBS-PERC-1 A 4   *
000179*                      - PERCENTUAL PROVISIONADO EM CADA FAIXA    *
000179*                      (TODOS ZERO = 0, 25, 50 E 100)             *
000179* 2026-10-15 BH        PARM-PERC-ADIANT - PERCENTUAL DA BASE      *
000179*                      MENSAL PAGO NO ADIANTAMENTO QUINZENAL DO   *
000179*                      FP16224 (ZERO = 40)                        *
000179* 2026-10-15 BH        PARM-ANOS-LGPD - ANOS DE RETENCAO DOS      *
000179*                      DADOS PESSOAIS DO FUNCIONARIO DESLIGADO    *
000179*                      ANTES DA ANONIMIZACAO DO LGPDANON          *
000179*                      (ZERO = 5)                                 *
000180******************************************************************
000190 01  REG-PARMSYS.
000200     05  PARM-TEMPO-MENS2        PIC 9(05).
000330     05  PARM-RET-SPOOL          PIC 9(04).
000340     05  PARM-RET-RUNLOG         PIC 9(04).
000350     05  PARM-DIAS-INADIM        PIC 9(03).
000360     05  PARM-CNPJ-EMPRESA       PIC 9(14).
000370     05  PARM-IE-EMPRESA         PIC X(14).
000380     05  PARM-RAZAO-EMPRESA      PIC X(40).
000390     05  PARM-CUF-EMPRESA        PIC 9(02).
000400     05  PARM-CMUN-EMPRESA       PIC 9(07).
000410     05  PARM-AMBIENTE-NFE       PIC 9(01).
000420     05  PARM-TOL-ORCAMENTO      PIC 9(02)V99.
000430     05  PARM-DIAS-CONC          PIC 9(02).
000440     05  PARM-JUROS-DIA          PIC 9(01)V9999.
000450     05  PARM-MULTA-ATRASO       PIC 9(02)V99.
000460     05  PARM-PARC-ACORDO        PIC 9(02).
000460     05  PARM-PONTOS-REAL        PIC 9(02)V99.
000460     05  PARM-MESES-PONTOS       PIC 9(02).
000460     05  PARM-VALOR-PONTO        PIC 9(01)V9999.
000460     05  PARM-DIAS-REPOSICAO     PIC 9(03).
000460     05  PARM-TOL-RECEB          PIC 9(02)V99.
000460     05  PARM-OBS-MESES-2        PIC 9(03).
000460     05  PARM-OBS-MESES-3        PIC 9(03).
000460     05  PARM-OBS-MESES-4        PIC 9(03).
000460     05  PARM-OBS-PERC-1         PIC 9(03)V99.
000460     05  PARM-OBS-PERC-2         PIC 9(03)V99.
000460     05  PARM-OBS-PERC-3         PIC 9(03)V99.
000460     05  PARM-OBS-PERC-4         PIC 9(03)V99.
000460     05  PARM-PERC-ADIANT        PIC 9(02)V99.
000460     05  PARM-ANOS-LGPD          PIC 9(02).
