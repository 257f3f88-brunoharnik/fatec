000010******************************************************************
000020* COPYBOOK   : REGJMV                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO MOVIMENTO DE ENCARGOS DE     *
000040*              ATRASO (JUROSMOV), APENSADO PELA SUB-ROTINA JUR000 *
000050*              NA BAIXA DO TITULO (CEP014/CEP040) E NO            *
000060*              RECEBIMENTO OU ABONO DO RESIDUAL (CEP014). O       *
000070*              CEP068 TIRA DAQUI O COBRADO X RECEBIDO DO MES.     *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-09-29 BH        VERSAO INICIAL                             *
000120******************************************************************
000130 01  REGJMV.
000140     05  JM-DATA.
000150         10  JM-ANO              PIC 9(04).
000160         10  JM-MES              PIC 9(02).
000170         10  JM-DIA              PIC 9(02).
000180     05  JM-TIPO                 PIC X(01).
000190         88  JM-COBRADO          VALUE "C".
000200         88  JM-RECEBIDO         VALUE "R".
000210         88  JM-ABONADO          VALUE "A".
000220     05  JM-PROGRAMA             PIC X(08).
000230     05  JM-CODCLI               PIC 9(04).
000240     05  JM-DOCUMENTO            PIC 9(08).
000250     05  JM-DIAS-ATRASO          PIC 9(05).
000260     05  JM-VALOR-JUROS          PIC 9(10)V99.
000270     05  JM-VALOR-MULTA          PIC 9(10)V99.
