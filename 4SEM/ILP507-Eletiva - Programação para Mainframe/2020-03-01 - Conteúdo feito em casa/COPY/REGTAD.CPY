000010******************************************************************
000020* COPYBOOK   : REGTAD                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TABADQ (TAXAS        *
000040*              CONTRATADAS COM A ADQUIRENTE), MANTIDO PELO        *
000050*              ADQTAX. CHAVE MODALIDADE (C-CREDITO, D-DEBITO,     *
000060*              P-PIX) + BANDEIRA; BANDEIRA EM BRANCO E A TAXA     *
000070*              PADRAO DA MODALIDADE, USADA QUANDO A BANDEIRA NAO  *
000080*              TEM LINHA PROPRIA. TA-PRAZO E O NUMERO DE DIAS     *
000090*              ENTRE A VENDA E O CREDITO NA CONTA, USADO PELO     *
000100*              CEP044 PARA PROJETAR AS VENDAS AINDA SEM           *
000110*              LIQUIDACAO.                                        *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-09-27 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGTAD.
000180     05  TA-CHAVE.
000190         10  TA-MODALIDADE       PIC X(01).
000200             88  TA-CREDITO      VALUE "C".
000210             88  TA-DEBITO       VALUE "D".
000220             88  TA-PIX          VALUE "P".
000230         10  TA-BANDEIRA         PIC X(10).
000240     05  TA-DESCRICAO            PIC X(30).
000250     05  TA-TAXA                 PIC 9(02)V99.
000260     05  TA-PRAZO                PIC 9(03).
