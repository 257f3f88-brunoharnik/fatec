000010******************************************************************
000020* COPYBOOK   : REGCLB                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TABCLB (CLASSES DO   *
000040*              ATIVO IMOBILIZADO). A CLASSE DA A TAXA ANUAL DE    *
000050*              DEPRECIACAO E A VIDA UTIL EM MESES (1200 / TAXA),  *
000060*              USADAS PELO CTBDEPR E PELA BAIXA DO CEP067.        *
000070*------------------------------------------------------------------
000080* HISTORICO DE ALTERACOES                                         *
000090* DATA       INICIAIS  DESCRICAO                                  *
000100* 2026-09-18 BH        VERSAO INICIAL                             *
000110******************************************************************
000120 01  REGCLB.
000130     05  CLB-CLASSE              PIC X(02).
000140     05  CLB-DESCRICAO           PIC X(30).
000150     05  CLB-TAXA-ANUAL          PIC 9(03)V99.
000160     05  CLB-VIDA-MESES          PIC 9(04).
