000010******************************************************************
000020* COPYBOOK   : REGORC                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO ORCDEP (ORCAMENTO    *
000040*              DEPARTAMENTAL) - UM VALOR ORCADO POR DEPARTAMENTO  *
000050*              (CADDEP), CONTA ANALITICA DO PLANOCTA E MES.       *
000060*              DIGITADO NO CTBORC OU CARREGADO DE CSV PELO        *
000070*              CTBORCI; COMPARADO COM O REALIZADO PELO CTBORCR.   *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-09-25 BH        VERSAO INICIAL                             *
000120******************************************************************
000130 01  REGORC.
000140     05  OR-CHAVE.
000150         10  OR-CODDEPC          PIC 9(04).
000160         10  OR-ANO              PIC 9(04).
000170         10  OR-MES              PIC 9(02).
000180         10  OR-CONTA            PIC 9(08).
000190     05  OR-VALOR                PIC 9(13)V99.
000200     05  OR-OPERADOR             PIC X(08).
000210     05  OR-DATA-ALT             PIC 9(08).
