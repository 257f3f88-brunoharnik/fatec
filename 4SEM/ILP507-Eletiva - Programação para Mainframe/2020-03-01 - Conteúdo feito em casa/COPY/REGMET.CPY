000010******************************************************************
000020* COPYBOOK   : REGMET                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO METAVEND (METAS      *
000040*              MENSAIS DE VENDA POR VENDEDOR). A CHAVE COMECA     *
000050*              PELA COMPETENCIA, PARA O ACOMPANHAMENTO DO CEP073  *
000060*              LER SO O MES; MT-TIPOPROD EM BRANCO E A META       *
000070*              TOTAL DO VENDEDOR, PREENCHIDO E A META DA          *
000080*              CATEGORIA (TIPOPROD DO CADPROD). MANTIDO NA TELA   *
000090*              DO CEP018.                                         *
000100*------------------------------------------------------------------
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-10-03 BH        VERSAO INICIAL                             *
000140******************************************************************
000150 01  REGMET.
000160     05  MT-CHAVE.
000170         10  MT-ANO              PIC 9(04).
000180         10  MT-MES              PIC 9(02).
000190         10  MT-CODVEND          PIC 9(04).
000200         10  MT-TIPOPROD         PIC X(01).
000210     05  MT-VALOR                PIC 9(12)V99.
