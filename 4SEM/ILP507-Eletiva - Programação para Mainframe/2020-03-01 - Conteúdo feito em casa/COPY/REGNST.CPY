000010******************************************************************
000020* COPYBOOK   : REGNST                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TABNST (ICMS DE      *
000040*              SUBSTITUICAO TRIBUTARIA POR NCM E UF DE DESTINO).  *
000050*              GUARDA A MVA (MARGEM DE VALOR AGREGADO) E A        *
000060*              ALIQUOTA INTERNA DA UF DE DESTINO. NCM/UF SEM      *
000070*              LINHA NESTA TABELA NAO TEM ST. MANUTENCAO NO       *
000080*              CEP051, AO LADO DA TABNCM.                         *
000090*------------------------------------------------------------------
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-09-16 BH        VERSAO INICIAL                             *
000130******************************************************************
000140 01  REGNST.
000150     05  NST-CHAVE.
000160         10  NST-CODNCM          PIC 9(08).
000170         10  NST-UF              PIC X(02).
000180     05  NST-MVA                 PIC 9(03)V99.
000190     05  NST-ALIQ-INTERNA        PIC 9(02)V99.
