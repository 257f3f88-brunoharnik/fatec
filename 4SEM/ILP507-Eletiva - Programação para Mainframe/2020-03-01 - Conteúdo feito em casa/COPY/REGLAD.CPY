000010******************************************************************
000020* COPYBOOK   : REGLAD                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO LIQADQ (LIQUIDACOES  *
000040*              DA ADQUIRENTE IMPORTADAS PELO ADQEXT), UMA POR     *
000050*              VENDA NO CARTAO OU PIX DO BALCAO. CHAVE DATA E     *
000060*              NUMERO DA VENDA, OS MESMOS DE CX-DATA/CX-NUMERO NO *
000070*              CAIXAMOV. LA-DATA-PAGTO E O CREDITO NA CONTA (PODE *
000080*              SER FUTURO - AGENDA DA ADQUIRENTE, QUE O CEP044    *
000090*              PROJETA). LA-SITUACAO NASCE "P" E O ADQCONC MARCA  *
000100*              "C" (CONFERE COM A VENDA), "D" (VALOR DIVERGENTE)  *
000110*              OU "S" (SEM VENDA NO CAIXAMOV).                    *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-09-27 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGLAD.
000180     05  LA-CHAVE.
000190         10  LA-DATA-VENDA.
000200             15  LA-ANO-VENDA    PIC 9(04).
000210             15  LA-MES-VENDA    PIC 9(02).
000220             15  LA-DIA-VENDA    PIC 9(02).
000230         10  LA-NUMERO           PIC 9(08).
000240     05  LA-ADQUIRENTE           PIC X(10).
000250     05  LA-MODALIDADE           PIC X(01).
000260     05  LA-BANDEIRA             PIC X(10).
000270     05  LA-VALOR-BRUTO          PIC 9(13)V99.
000280     05  LA-VALOR-TAXA           PIC 9(13)V99.
000290     05  LA-VALOR-LIQUIDO        PIC 9(13)V99.
000300     05  LA-DATA-PAGTO.
000310         10  LA-ANO-PAGTO        PIC 9(04).
000320         10  LA-MES-PAGTO        PIC 9(02).
000330         10  LA-DIA-PAGTO        PIC 9(02).
000340     05  LA-AUTORIZACAO          PIC X(10).
000350     05  LA-SITUACAO             PIC X(01).
000360         88  LA-PENDENTE         VALUE "P".
000370         88  LA-CONFERIDA        VALUE "C".
000380         88  LA-DIVERGENTE       VALUE "D".
000390         88  LA-SEM-VENDA        VALUE "S".
000400     05  LA-LOTE                 PIC 9(14).
