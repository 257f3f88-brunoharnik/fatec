000010******************************************************************
000020* COPYBOOK   : REGRIS                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TABRISCO (REGRA DE   *
000040*              RISCO OCUPACIONAL DO CARGO, MANTIDA NO FP16230).   *
000050*              RI-MESES-PERIODICO E O INTERVALO DO EXAME          *
000060*              PERIODICO (ASO) DOS OCUPANTES DO CARGO; ZERO, OU   *
000070*              CARGO SEM REGRA, VALE 12 MESES. A ASO000 DERIVA    *
000080*              DAQUI A DATA DO PROXIMO EXAME.                     *
000090*------------------------------------------------------------------
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-10-15 BH        VERSAO INICIAL                             *
000130******************************************************************
000140 01  REGRIS.
000150     05  RI-CODCAR               PIC 9(04).
000160     05  RI-GRAU                 PIC X(01).
000170         88  RI-SEM-RISCO        VALUE "N".
000180         88  RI-RISCO-BAIXO      VALUE "B".
000190         88  RI-RISCO-MEDIO      VALUE "M".
000200         88  RI-RISCO-ALTO       VALUE "A".
000210         88  RI-GRAU-VALIDO      VALUES "N" "B" "M" "A".
000220     05  RI-MESES-PERIODICO      PIC 9(02).
000230     05  RI-AGENTES              PIC X(40).
000240     05  RI-DATA-ALTERACAO       PIC 9(08).
