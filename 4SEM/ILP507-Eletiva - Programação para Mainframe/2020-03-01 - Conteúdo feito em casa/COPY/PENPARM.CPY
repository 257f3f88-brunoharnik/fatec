000010******************************************************************
000020* COPYBOOK   : PENPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA PEN000 (PENSAO    *
000040*              ALIMENTICIA). PEN-ACAO:                            *
000050*              "C" CALCULO - PENSOES ATIVAS DO FUNCIONARIO QUE    *
000060*                  INCIDEM NO PEN-TIPO-FOLHA, SOBRE PEN-BRUTO E   *
000070*                  PEN-INSS; DEVOLVE O TOTAL E A TABELA POR       *
000080*                  BENEFICIARIO (TOTAL LIMITADO AO LIQUIDO);      *
000090*              "G" GRAVACAO DA TABELA DEVOLVIDA PELO "C" NO       *
000100*                  PENPAGTO DA PEN-COMP-ANO/MES.                  *
000110*              PEN-OK INDICA QUE HOUVE PENSAO A DESCONTAR (OU     *
000120*              GRAVADA).                                          *
000130*------------------------------------------------------------------
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-10-15 BH        VERSAO INICIAL                             *
000170******************************************************************
000180 01  PEN-PARAMETROS-AREA.
000190     05  PEN-ACAO                PIC X(01).
000200     05  PEN-CODFUNC             PIC 9(06).
000210     05  PEN-COMP-ANO            PIC 9(04).
000220     05  PEN-COMP-MES            PIC 9(02).
000230     05  PEN-TIPO-FOLHA          PIC X(01).
000240     05  PEN-BRUTO               PIC 9(09)V99.
000250     05  PEN-INSS                PIC 9(09)V99.
000260     05  PEN-VALOR-TOTAL         PIC 9(09)V99.
000270     05  PEN-QTDE                PIC 9(02).
000280     05  PEN-TAB OCCURS 5 TIMES.
000290         10  PEN-SEQ             PIC 9(02).
000300         10  PEN-VALOR           PIC 9(07)V99.
000310     05  PEN-RETORNO             PIC X(01).
000320         88  PEN-OK              VALUE "S".
