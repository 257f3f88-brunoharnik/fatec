000010******************************************************************
000020* COPYBOOK   : REGBCO                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CADBCO (CONTAS       *
000040*              BANCARIAS DA EMPRESA). MANTIDO NO BCOCAD; O        *
000050*              BCOEXT ACHA A CONTA DO EXTRATO PELA IDENTIFICACAO  *
000060*              BANCARIA (BANCO/AGENCIA/CONTA) E GRAVA O ULTIMO    *
000070*              SALDO INFORMADO PELO BANCO. AS FLAGS BC-USA-xxx    *
000080*              DIZEM QUAIS LIQUIDACOES DO SISTEMA PASSAM PELA     *
000090*              CONTA (RECEBER, PAGAR, FOLHA, DEPOSITO DO CAIXA)   *
000100*              E LIMITAM O QUE O BCOCONC TENTA CASAR COM ELA.     *
000110*------------------------------------------------------------------
000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-09-26 BH        VERSAO INICIAL                             *
000150******************************************************************
000160 01  REGBCO.
000170     05  BC-CODBCO               PIC 9(03).
000180     05  BC-DESCRICAO            PIC X(30).
000190     05  BC-IDENT-BANCARIA.
000200         10  BC-BANCO            PIC 9(03).
000210         10  BC-AGENCIA          PIC 9(05).
000220         10  BC-CONTA            PIC 9(10).
000230     05  BC-DV                   PIC X(01).
000240     05  BC-CONTA-CONTABIL       PIC 9(08).
000250     05  BC-USA-RECEBER          PIC X(01).
000260         88  BC-USA-RECEBER-SIM  VALUE "S".
000270     05  BC-USA-PAGAR            PIC X(01).
000280         88  BC-USA-PAGAR-SIM    VALUE "S".
000290     05  BC-USA-FOLHA            PIC X(01).
000300         88  BC-USA-FOLHA-SIM    VALUE "S".
000310     05  BC-USA-CAIXA            PIC X(01).
000320         88  BC-USA-CAIXA-SIM    VALUE "S".
000330     05  BC-SITUACAO             PIC X(01).
000340         88  BC-ATIVA            VALUE "A".
000350         88  BC-INATIVA          VALUE "I".
000360     05  BC-SALDO-EXTRATO        PIC S9(13)V99.
000370     05  BC-DATA-SALDO           PIC 9(08).
