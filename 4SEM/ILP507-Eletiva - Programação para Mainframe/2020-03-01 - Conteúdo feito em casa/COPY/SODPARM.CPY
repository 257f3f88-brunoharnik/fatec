000010******************************************************************
000020* COPYBOOK   : SODPARM                                           *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA SOD000 (TESTE DE *
000040*              SEGREGACAO DE FUNCOES NA TELA). O PROGRAMA INFORMA*
000050*              A ACAO QUE O OPERADOR VAI FAZER AGORA E A ACAO JA *
000060*              FEITA NO MESMO DOCUMENTO COM O OPERADOR QUE A FEZ.*
000070*              SOD-RETORNO VOLTA "B" (BARRAR) QUANDO E O MESMO   *
000080*              OPERADOR E HA REGRA DE SEVERIDADE ALTA COM        *
000090*              BLOQUEIO PARA O PAR (EM QUALQUER ORDEM), E ENTAO  *
000100*              SOD-DESCRICAO TRAZ A DESCRICAO DA REGRA; SEM      *
000110*              REGRA, SEM O ARQUIVO OU COM OPERADOR EM BRANCO    *
000120*              VOLTA "L".                                        *
000130*-----------------------------------------------------------------
000140* HISTORICO DE ALTERACOES                                        *
000150* DATA       INICIAIS  DESCRICAO                                 *
000160* 2026-10-15 BH        VERSAO INICIAL                            *
000170******************************************************************
000180 01  SOD-PARAMETROS-AREA.
000190     05  SOD-ACAO                PIC X(02).
000200     05  SOD-OPERADOR            PIC X(08).
000210     05  SOD-ACAO-ANTERIOR       PIC X(02).
000220     05  SOD-OPERADOR-ANTERIOR   PIC X(08).
000230     05  SOD-DESCRICAO           PIC X(40).
000240     05  SOD-RETORNO             PIC X(01).
000250         88  SOD-BLOQUEADO       VALUE "B".
000260         88  SOD-LIBERADO        VALUE "L".
