000010******************************************************************
000020* COPYBOOK   : REGCMP                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CAMPANHA (CAMPANHAS  *
000040*              PROMOCIONAIS). A CAMPANHA VALE DE CP-INICIO A      *
000050*              CP-FIM, INCLUSIVE, E PODE SER ENCERRADA ANTES DO   *
000060*              FIM (SITUACAO "E"). OS PRODUTOS E CATEGORIAS DA    *
000070*              CAMPANHA FICAM NO CAMPITEM (COPYBOOK REGCPI).      *
000080*              MANUTENCAO NO CEP017; CONSULTA PELA SUB-ROTINA     *
000090*              CMP000 NA SUGESTAO DE PRECO.                       *
000100*------------------------------------------------------------------
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-10-05 BH        VERSAO INICIAL                             *
000140******************************************************************
000150 01  REGCMP.
000160     05  CP-CODIGO               PIC 9(04).
000170     05  CP-DESCRICAO            PIC X(30).
000180     05  CP-INICIO.
000190         10  CP-INI-ANO          PIC 9(04).
000200         10  CP-INI-MES          PIC 9(02).
000210         10  CP-INI-DIA          PIC 9(02).
000220     05  CP-FIM.
000230         10  CP-FIM-ANO          PIC 9(04).
000240         10  CP-FIM-MES          PIC 9(02).
000250         10  CP-FIM-DIA          PIC 9(02).
000260     05  CP-SITUACAO             PIC X(01).
000270         88  CAMPANHA-ATIVA      VALUE "A".
000280         88  CAMPANHA-ENCERRADA  VALUE "E".
