000010******************************************************************
000020* COPYBOOK   : REGCCB                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CONCBCO (LIQUIDACOES *
000040*              DO SISTEMA JA CASADAS COM O EXTRATO BANCARIO). A   *
000050*              CHAVE E A ORIGEM MAIS A IDENTIFICACAO DA           *
000060*              LIQUIDACAO, PARA NENHUMA SER CASADA DUAS VEZES:    *
000070*              "R" CRECEBER  - CODCLI(4) DOCUMENTO(8)             *
000080*              "P" CPAGAR    - CODFORN(4) DOCUMENTO(8)            *
000090*              "F" FOPAGTO   - ANO(4) MES(2) TIPO DA FOLHA(1),    *
000100*                              O TOTAL DA REMESSA DO FP16215      *
000110*              "C" CAIXAMOV  - AAAAMMDD, O DINHEIRO DO DIA        *
000120*                              DEPOSITADO                         *
000130*              CC-EB-CHAVE APONTA A LINHA DO EXTRATO (REGEXB).    *
000140*              GRAVADO PELO BCOCONC E PELO BCOMAN.                *
000150*------------------------------------------------------------------
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-09-26 BH        VERSAO INICIAL                             *
000190******************************************************************
000200 01  REGCCB.
000210     05  CC-CHAVE.
000220         10  CC-ORIGEM           PIC X(01).
000230         10  CC-DOC              PIC X(20).
000240     05  CC-EB-CHAVE.
000250         10  CC-CODBCO           PIC 9(03).
000260         10  CC-DATA-EXT         PIC 9(08).
000270         10  CC-SEQ-EXT          PIC 9(05).
000280     05  CC-VALOR                PIC 9(13)V99.
000290     05  CC-TIPO-CONC            PIC X(01).
000300         88  CC-CONC-AUTO        VALUE "A".
000310         88  CC-CONC-MANUAL      VALUE "M".
000320     05  CC-OPERADOR             PIC X(08).
000330     05  CC-DATA-CONC            PIC 9(08).
