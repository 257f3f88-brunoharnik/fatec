000010******************************************************************
000020* COPYBOOK   : REGBHA                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO BHADESAO (ADESAO AO  *
000040*              BANCO DE HORAS). O FUNCIONARIO ADERIDO TEM AS      *
000050*              HORAS EXTRAS CREDITADAS NO BANCOHR EM VEZ DE       *
000060*              PAGAS; BA-MESES-COMPENSA E O PRAZO DE COMPENSACAO  *
000070*              DO ACORDO (CREDITO NAO COMPENSADO NO PRAZO E PAGO  *
000080*              NA FOLHA DO FP16204). A ADESAO VALE A PARTIR DA    *
000090*              COMPETENCIA DE BA-DATA-ADESAO; ENCERRADA, VALE ATE *
000100*              A COMPETENCIA DE BA-DATA-ENCERRA, QUANDO O SALDO   *
000110*              RESTANTE E PAGO. MANTIDO PELO FP16233.             *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-15 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGBHA.
000180     05  BA-CODFUNC              PIC 9(06).
000190     05  BA-DATA-ADESAO          PIC 9(08).
000200     05  BA-MESES-COMPENSA       PIC 9(02).
000210     05  BA-SITUACAO             PIC X(01).
000220         88  BA-ATIVA            VALUE "A".
000230         88  BA-ENCERRADA        VALUE "E".
000240     05  BA-DATA-ENCERRA         PIC 9(08).
000250     05  BA-DATA-REGISTRO        PIC 9(08).
