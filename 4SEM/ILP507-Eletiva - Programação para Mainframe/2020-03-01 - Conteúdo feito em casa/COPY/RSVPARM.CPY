000010******************************************************************
000020* COPYBOOK   : RSVPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA RSV000 (RESUMO    *
000040*              MENSAL DE VENDAS). RSV-ACAO:                       *
000050*              "A" ACUMULA RSV-VALORES (COM SINAL; O ESTORNO      *
000060*                  PASSA VALORES NEGATIVOS) NO REGISTRO DA CHAVE  *
000070*                  RSV-CHAVE DO RESVENDA, CRIANDO-O SE NAO        *
000080*                  EXISTIR; RSV-DATA (AAAAMMDD) SUBSTITUI A DATA  *
000090*                  DA ULTIMA EMISSAO SE FOR MAIOR.                *
000100*              O CHAMADOR LIMPA A AREA (INITIALIZE) E PREENCHE SO *
000110*              OS CAMPOS QUE MOVIMENTA.                           *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-15 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  RSV-PARAMETROS-AREA.
000180     05  RSV-ACAO                PIC X(01).
000190     05  RSV-CHAVE.
000200         10  RSV-ANO             PIC 9(04).
000210         10  RSV-MES             PIC 9(02).
000220         10  RSV-CODPROD         PIC 9(08).
000230         10  RSV-CODCLI          PIC 9(04).
000240         10  RSV-CODVEND         PIC 9(04).
000250         10  RSV-ORIGEM          PIC X(01).
000260     05  RSV-VALORES.
000270         10  RSV-QUANTIDADE      PIC S9(09).
000280         10  RSV-VALOR           PIC S9(13)V99.
000290         10  RSV-CUSTO           PIC S9(13)V99.
000300         10  RSV-ICMS            PIC S9(13)V99.
000310         10  RSV-QTDE-DEV        PIC S9(09).
000320         10  RSV-VALOR-DEV       PIC S9(13)V99.
000330         10  RSV-CUSTO-DEV       PIC S9(13)V99.
000340         10  RSV-ICMS-DEV        PIC S9(13)V99.
000350         10  RSV-DOCUMENTOS      PIC S9(07).
000360         10  RSV-FRETE           PIC S9(13)V99.
000370     05  RSV-DATA                PIC 9(08).
000380     05  RSV-RETORNO             PIC X(01).
000390         88  RSV-OK              VALUE "S".
