000010******************************************************************
000020* COPYBOOK   : REGPPG                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO PENPAGTO (PENSAO     *
000040*              ALIMENTICIA DESCONTADA POR COMPETENCIA, TIPO DE    *
000050*              FOLHA, FUNCIONARIO E BENEFICIARIO). GRAVADO PELO   *
000060*              PEN000 A PARTIR DA FOLHA MENSAL (FP16204, "M"),    *
000070*              DO 13O (FP16211, "T"), DAS FERIAS (FP16221, "F")   *
000080*              E DA RESCISAO (FP16212, "R"); O RECALCULO REGRAVA  *
000090*              O MESMO REGISTRO. LIDO PELA REMESSA DE CREDITO     *
000100*              AOS BENEFICIARIOS DO FP16215.                      *
000110*------------------------------------------------------------------
000120* HISTORICO DE ALTERACOES                                         *
000130* DATA       INICIAIS  DESCRICAO                                  *
000140* 2026-10-15 BH        VERSAO INICIAL                             *
000150******************************************************************
000160 01  REGPPG.
000170     05  PP-CHAVE.
000180         10  PP-COMP-ANO         PIC 9(04).
000190         10  PP-COMP-MES         PIC 9(02).
000200         10  PP-TIPO-FOLHA       PIC X(01).
000210         10  PP-CODFUNC          PIC 9(06).
000220         10  PP-SEQ              PIC 9(02).
000230     05  PP-VALOR                PIC 9(07)V99.
