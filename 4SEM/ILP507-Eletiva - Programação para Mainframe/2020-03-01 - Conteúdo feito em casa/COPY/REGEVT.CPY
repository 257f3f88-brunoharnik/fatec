000010******************************************************************
000020* COPYBOOK   : REGEVT                                             *
000030* DESCRICAO  : LAYOUT DO ARQUIVO ESOCEVT (EVENTOS DO ESOCIAL EM   *
000040*              LAYOUT POSICIONAL PARA O TRANSMISSOR, GERADO PELO  *
000050*              FP16228): HEADER "0" COM O EMPREGADOR E A          *
000060*              COMPETENCIA, UM DETALHE "1" POR EVENTO E TRAILER   *
000070*              "9" COM AS QUANTIDADES. EV-IND-RETIF 1 = ORIGINAL, *
000080*              2 = RETIFICACAO DO RECIBO EV-RECIBO-ANT. O BLOCO   *
000090*              EV-DADOS TEM UMA VISAO POR EVENTO; NA ADMISSAO E   *
000100*              NA ALTERACAO CADASTRAL O VINCULO VEM SEPARADO DO   *
000110*              CADASTRO (A ALTERACAO SO PREENCHE O CADASTRO).     *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-15 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGEVT.
000180     05  EV-TIPO-REG             PIC X(01).
000190         88  EV-HEADER           VALUE "0".
000200         88  EV-DETALHE          VALUE "1".
000210         88  EV-TRAILER          VALUE "9".
000220     05  EV-CORPO                PIC X(199).
000230     05  EV-HEADER-R REDEFINES EV-CORPO.
000240         10  EV-H-CNPJ           PIC 9(14).
000250         10  EV-H-RAZAO          PIC X(40).
000260         10  EV-H-DATA           PIC 9(08).
000270         10  EV-H-COMP-ANO       PIC 9(04).
000280         10  EV-H-COMP-MES       PIC 9(02).
000290         10  FILLER              PIC X(131).
000300     05  EV-DETALHE-R REDEFINES EV-CORPO.
000310         10  EV-EVENTO           PIC X(06).
000320         10  EV-IND-RETIF        PIC 9(01).
000330         10  EV-RECIBO-ANT       PIC X(20).
000340         10  EV-CODFUNC          PIC 9(06).
000350         10  EV-CPF              PIC 9(11).
000360         10  EV-REFERENCIA       PIC 9(08).
000370         10  EV-DADOS            PIC X(120).
000380         10  EV-DADOS-ADM REDEFINES EV-DADOS.
000390             15  EV-VINCULO.
000400                 20  EV-DATA-ADM     PIC 9(08).
000410                 20  EV-CODCAR-ADM   PIC 9(04).
000420                 20  EV-TIPOSAL-ADM  PIC X(01).
000430             15  EV-CADASTRO.
000440                 20  EV-NOME         PIC X(30).
000450                 20  EV-CEP          PIC 9(08).
000460                 20  EV-LOGRA        PIC X(40).
000470                 20  EV-NUMERO       PIC X(06).
000480                 20  EV-UF           PIC X(02).
000490                 20  EV-BANCO        PIC 9(03).
000500                 20  EV-AGENCIA      PIC 9(05).
000510                 20  EV-CONTA        PIC 9(10).
000520                 20  EV-DV           PIC X(01).
000530             15  FILLER              PIC X(02).
000540         10  EV-DADOS-AFA REDEFINES EV-DADOS.
000550             15  EV-AF-MOTIVO        PIC X(02).
000560             15  EV-AF-TIPO          PIC X(01).
000570             15  EV-AF-DATA-INI      PIC 9(08).
000580             15  EV-AF-DATA-FIM      PIC 9(08).
000590             15  FILLER              PIC X(101).
000600         10  EV-DADOS-DSL REDEFINES EV-DADOS.
000610             15  EV-DS-DATA          PIC 9(08).
000620             15  EV-DS-SALDO         PIC 9(09)V99.
000630             15  EV-DS-13            PIC 9(09)V99.
000640             15  EV-DS-FERIAS        PIC 9(09)V99.
000650             15  EV-DS-PENSAO        PIC 9(07)V99.
000660             15  EV-DS-LIQUIDO       PIC 9(09)V99.
000670             15  FILLER              PIC X(59).
000680         10  EV-DADOS-REM REDEFINES EV-DADOS.
000690             15  EV-RM-BRUTO         PIC 9(09)V99.
000700             15  EV-RM-EXTRAS        PIC 9(09)V99.
000710             15  EV-RM-INSS          PIC 9(09)V99.
000720             15  EV-RM-IRRF          PIC 9(09)V99.
000730             15  EV-RM-FGTS          PIC 9(09)V99.
000740             15  EV-RM-PENSAO        PIC 9(09)V99.
000750             15  EV-RM-CODCAR        PIC 9(04).
000760             15  FILLER              PIC X(50).
000770         10  EV-DADOS-PAG REDEFINES EV-DADOS.
000780             15  EV-PG-LIQUIDO       PIC 9(09)V99.
000790             15  EV-PG-IRRF          PIC 9(09)V99.
000800             15  EV-PG-ADIANT        PIC 9(09)V99.
000810             15  EV-PG-QTDE-FOLHAS   PIC 9(02).
000820             15  FILLER              PIC X(85).
000830         10  FILLER                  PIC X(27).
000840     05  EV-TRAILER-R REDEFINES EV-CORPO.
000850         10  EV-T-QTDE           PIC 9(06).
000860         10  EV-T-QTDE-RETIF     PIC 9(06).
000870         10  FILLER              PIC X(187).
