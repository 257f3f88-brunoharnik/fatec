000010******************************************************************
000020* COPYBOOK   : PTOPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA PTO000 (PONTOS    *
000040*              DE FIDELIDADE). PTO-ACAO:                          *
000050*              "S" SALDO DO CLIENTE EM PONTOS E EM REAIS;         *
000060*              "C" CREDITO - PTO-VALOR GASTO VIRA PONTOS;         *
000070*              "R" RESGATE - PTO-PONTOS PEDIDOS (LIMITADOS AO     *
000080*                  SALDO) VOLTAM COM O VALOR EM PTO-VALOR;        *
000090*              "E" ESTORNO DOS PONTOS DO DOCUMENTO - PTO-VALOR    *
000100*                  DEVOLVIDO, OU ZERO PARA ESTORNAR TUDO;         *
000110*              "X" EXPIRACAO DOS LOTES VENCIDOS NA PTO-DATA DE    *
000120*                  TODOS OS CLIENTES (PTO-PONTOS = TOTAL).        *
000130*              PTO-OK INDICA QUE HOUVE MOVIMENTO NO EXTRATO.      *
000140*------------------------------------------------------------------
000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-10-07 BH        VERSAO INICIAL                             *
000180******************************************************************
000190 01  PTO-PARAMETROS-AREA.
000200     05  PTO-ACAO                PIC X(01).
000210     05  PTO-CODCLI              PIC 9(04).
000220     05  PTO-DATA.
000230         10  PTO-ANO             PIC 9(04).
000240         10  PTO-MES             PIC 9(02).
000250         10  PTO-DIA             PIC 9(02).
000260     05  PTO-ORIGEM              PIC X(02).
000270     05  PTO-DOCUMENTO           PIC 9(08).
000280     05  PTO-VALOR               PIC 9(12)V99.
000290     05  PTO-PONTOS              PIC 9(09).
000300     05  PTO-SALDO               PIC 9(09).
000310     05  PTO-VALOR-PONTO         PIC 9(01)V9999.
000320     05  PTO-RETORNO             PIC X(01).
000330         88  PTO-OK              VALUE "S".
