000010******************************************************************
000020* COPYBOOK   : ASOPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA ASO000 (EXAMES    *
000040*              MEDICOS OCUPACIONAIS). ASO-ACAO:                   *
000050*              "R" AGENDA O EXAME DE RETORNO AO TRABALHO DO       *
000060*                  AFASTAMENTO ASO-DATA-INI A ASO-DATA-FIM SE     *
000070*                  PASSOU DE 30 DIAS - ASO-DATA DEVOLVE O DIA DO  *
000080*                  RETORNO (DIA SEGUINTE AO FIM); RETORNO "N"     *
000090*                  QUANDO NAO HA EXAME A AGENDAR;                 *
000100*              "D" CONFERE O DEMISSIONAL PARA O DESLIGAMENTO EM   *
000110*                  ASO-DATA: DEMISSIONAL REALIZADO E APTO, OU     *
000120*                  ULTIMO EXAME APTO HA NO MAXIMO 90 DIAS. DEVOLVE*
000130*                  EM ASO-DATA-FIM A DATA DO EXAME ACEITO;        *
000140*              "P" VENCIMENTO DO PROXIMO PERIODICO: ASO-DATA MAIS *
000150*                  O INTERVALO DO CARGO ASO-CODCAR NO TABRISCO,   *
000160*                  DEVOLVIDO EM ASO-DATA-FIM.                     *
000170*------------------------------------------------------------------
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-10-15 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 01  ASO-PARAMETROS-AREA.
000230     05  ASO-ACAO                PIC X(01).
000240     05  ASO-CODFUNC             PIC 9(06).
000250     05  ASO-CODCAR              PIC 9(04).
000260     05  ASO-DATA-INI            PIC 9(08).
000270     05  ASO-DATA-FIM            PIC 9(08).
000280     05  ASO-DATA                PIC 9(08).
000290     05  ASO-RETORNO             PIC X(01).
000300         88  ASO-OK              VALUE "S".
