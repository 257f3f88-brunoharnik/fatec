000010******************************************************************
000020* COPYBOOK   : REGBEM                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CADBEM (CADASTRO DO  *
000040*              ATIVO IMOBILIZADO - VEICULOS, PRATELEIRAS,         *
000050*              COMPUTADORES, EMPILHADEIRAS). O BEM DEPRECIA A     *
000060*              PARTIR DO MES SEGUINTE AO DA AQUISICAO PELA VIDA   *
000070*              UTIL DA CLASSE (TABCLB); A DEPRECIACAO ACUMULADA   *
000080*              NAO FICA GRAVADA, O CTBDEPR A RECALCULA PELA       *
000090*              DATA DE AQUISICAO. O TITULO DO CPAGAR QUE PAGOU O  *
000100*              BEM E OPCIONAL (FORNECEDOR ZERADO = SEM VINCULO).  *
000110*              BEM BAIXADO OU VENDIDO FICA NO ARQUIVO COM A DATA  *
000120*              DA BAIXA E O VALOR DA VENDA.                       *
000130*------------------------------------------------------------------
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-09-18 BH        VERSAO INICIAL                             *
000170******************************************************************
000180 01  REGBEM.
000190     05  BEM-CODIGO              PIC 9(06).
000200     05  BEM-DESCRICAO           PIC X(30).
000210     05  BEM-DATA-AQUIS.
000220         10  BEM-AQ-ANO          PIC 9(04).
000230         10  BEM-AQ-MES          PIC 9(02).
000240         10  BEM-AQ-DIA          PIC 9(02).
000250     05  BEM-VALOR-AQUIS         PIC 9(12)V99.
000260     05  BEM-CODDEPC             PIC 9(04).
000270     05  BEM-CLASSE              PIC X(02).
000280     05  BEM-CP-CHAVE.
000290         10  BEM-CP-CODFORN      PIC 9(04).
000300         10  BEM-CP-DOCUMENTO    PIC 9(08).
000310     05  BEM-SITUACAO            PIC X(01).
000320         88  BEM-ATIVO           VALUE "A".
000330         88  BEM-BAIXADO         VALUE "B".
000340         88  BEM-VENDIDO         VALUE "V".
000350         88  BEM-FORA-DE-USO     VALUES "B" "V".
000360     05  BEM-DATA-BAIXA.
000370         10  BEM-BX-ANO          PIC 9(04).
000380         10  BEM-BX-MES          PIC 9(02).
000390         10  BEM-BX-DIA          PIC 9(02).
000400     05  BEM-VALOR-VENDA         PIC 9(12)V99.
