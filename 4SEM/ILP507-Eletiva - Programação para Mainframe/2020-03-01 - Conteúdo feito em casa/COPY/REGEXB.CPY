000010******************************************************************
000020* COPYBOOK   : REGEXB                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO EXTRATO (LINHAS DO   *
000040*              EXTRATO BANCARIO IMPORTADAS PELO BCOEXT), UMA POR  *
000050*              LANCAMENTO DO BANCO, NA ORDEM DE CONTA, DATA E     *
000060*              SEQUENCIA DO DIA. EB-SITUACAO NASCE PENDENTE; O    *
000070*              BCOCONC CASA AUTOMATICAMENTE ("A") E O BCOMAN      *
000080*              CASA NA MAO ("M") OU JUSTIFICA A LINHA SEM         *
000090*              CONTRAPARTIDA NO SISTEMA ("X" - TARIFA, JUROS).    *
000100*              EB-ORIGEM-CONC/EB-CHAVE-CONC APONTAM A LIQUIDACAO  *
000110*              CASADA (VER REGCCB). EB-LOTE E A DATA/HORA DA      *
000120*              IMPORTACAO, USADA CONTRA A DUPLICIDADE.            *
000130*------------------------------------------------------------------
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-09-26 BH        VERSAO INICIAL                             *
000170******************************************************************
000180 01  REGEXB.
000190     05  EB-CHAVE.
000200         10  EB-CODBCO           PIC 9(03).
000210         10  EB-DATA.
000220             15  EB-ANO          PIC 9(04).
000230             15  EB-MES          PIC 9(02).
000240             15  EB-DIA          PIC 9(02).
000250         10  EB-SEQ              PIC 9(05).
000260     05  EB-TIPO                 PIC X(01).
000270         88  EB-CREDITO          VALUE "C".
000280         88  EB-DEBITO           VALUE "D".
000290     05  EB-VALOR                PIC 9(13)V99.
000300     05  EB-DOCUMENTO            PIC X(10).
000310     05  EB-HISTORICO            PIC X(30).
000320     05  EB-SITUACAO             PIC X(01).
000330         88  EB-PENDENTE         VALUE "P".
000340         88  EB-CONC-AUTO        VALUE "A".
000350         88  EB-CONC-MANUAL      VALUE "M".
000360         88  EB-SEM-CONTRAPARTIDA VALUE "X".
000370     05  EB-ORIGEM-CONC          PIC X(01).
000380     05  EB-CHAVE-CONC           PIC X(20).
000390     05  EB-OPERADOR             PIC X(08).
000400     05  EB-DATA-CONC            PIC 9(08).
000410     05  EB-LOTE                 PIC 9(14).
