000010******************************************************************
000020* COPYBOOK   : REGMVX                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO MOVIDX (ESPELHO      *
000040*              INDEXADO DOS MOVIMENTOS DE ESTOQUE, MOVHIST +      *
000050*              MOVESTQ). CHAVE PRODUTO + DATA (AAAAMMDD) +        *
000060*              SEQUENCIA NA DATA, NA ORDEM DE GRAVACAO; O CORPO E *
000070*              A IMAGEM DO REGMOV. GRAVADO PELA MVX000 A CADA     *
000080*              MOVIMENTO E RECRIADO PELO CEP090.                  *
000090*-----------------------------------------------------------------*
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-10-15 BH        VERSAO INICIAL                             *
000130******************************************************************
000140 01  REGMVX.
000150     05  MX-CHAVE.
000160         10  MX-CODPROD          PIC 9(08).
000170         10  MX-DATA             PIC 9(08).
000180         10  MX-SEQ              PIC 9(05).
000190     05  MX-MOVIMENTO            PIC X(45).
