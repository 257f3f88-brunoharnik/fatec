000010******************************************************************
000020* COPYBOOK   : REGAEV                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DA AGENDA DE EVENTOS DOS AMIGOS *
000040*              (AMIGOEVT.DAT, CHAVE APELIDO + SEQUENCIA), MANTIDA *
000050*              PELO AMIGO E LIDA PELO AMIGOVCF. DATA AAAAMMDD;    *
000060*              EVENTO-RECORRE "S" REPETE TODO ANO (SO DIA/MES).   *
000070*------------------------------------------------------------------
000080* HISTORICO DE ALTERACOES                                         *
000090* DATA       INICIAIS  DESCRICAO                                  *
000100* 2026-10-15 BH        VERSAO INICIAL (LAYOUT QUE ERA DECLARADO   *
000110*                      DENTRO DO AMIGO)                           *
000120******************************************************************
000130 01  EVENTO-GRAVA.
000140     05  EVENTO-CHAVE.
000150         10  EVENTO-APELIDO      PIC X(10).
000160         10  EVENTO-SEQ          PIC 9(02).
000170     05  EVENTO-DATA             PIC 9(08).
000180     05  EVENTO-DATA-R REDEFINES EVENTO-DATA.
000190         10  EVENTO-ANO          PIC 9(04).
000200         10  EVENTO-MES          PIC 9(02).
000210         10  EVENTO-DIA          PIC 9(02).
000220     05  EVENTO-RECORRE          PIC X(01).
000230         88  EVENTO-RECORRE-SIM  VALUE "S".
000240     05  EVENTO-DESCR            PIC X(30).
