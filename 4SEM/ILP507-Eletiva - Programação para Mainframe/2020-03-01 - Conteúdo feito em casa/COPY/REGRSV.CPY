000010******************************************************************
000020* COPYBOOK   : REGRSV                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO RESVENDA (RESUMO     *
000040*              MENSAL DE VENDAS). CHAVE ANO + MES + PRODUTO +     *
000050*              CLIENTE + VENDEDOR + ORIGEM ("N" NOTA FISCAL DO    *
000060*              CEP013, "B" VENDA DE BALCAO DO CEP063). AS VENDAS  *
000070*              ENTRAM NO MES DE EMISSAO E AS DEVOLUCOES NO MES    *
000080*              DA DEVOLUCAO. A LINHA DE PRODUTO ZERO E A LINHA DO *
000090*              DOCUMENTO: QUANTIDADE DE NOTAS, FRETE E DATA DA    *
000100*              ULTIMA EMISSAO DO CLIENTE/VENDEDOR NO MES.         *
000110*              MANTIDO PELA RSV000 E RECONTADO PELO CEP091.       *
000120*-----------------------------------------------------------------*
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-15 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGRSV.
000180     05  RS-CHAVE.
000190         10  RS-ANO              PIC 9(04).
000200         10  RS-MES              PIC 9(02).
000210         10  RS-CODPROD          PIC 9(08).
000220         10  RS-CODCLI           PIC 9(04).
000230         10  RS-CODVEND          PIC 9(04).
000240         10  RS-ORIGEM           PIC X(01).
000250             88  RS-ORIGEM-NOTA  VALUE "N".
000260             88  RS-ORIGEM-BALCAO VALUE "B".
000270     05  RS-VALORES.
000280         10  RS-QUANTIDADE       PIC S9(09).
000290         10  RS-VALOR            PIC S9(13)V99.
000300         10  RS-CUSTO            PIC S9(13)V99.
000310         10  RS-ICMS             PIC S9(13)V99.
000320         10  RS-QTDE-DEV         PIC S9(09).
000330         10  RS-VALOR-DEV        PIC S9(13)V99.
000340         10  RS-CUSTO-DEV        PIC S9(13)V99.
000350         10  RS-ICMS-DEV         PIC S9(13)V99.
000360         10  RS-DOCUMENTOS       PIC S9(07).
000370         10  RS-FRETE            PIC S9(13)V99.
000380     05  RS-ULT-DATA             PIC 9(08).
