000010******************************************************************
000020* COPYBOOK   : REGPTO                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO PONTOS (EXTRATO DO   *
000040*              PROGRAMA DE FIDELIDADE POR CLIENTE). CADA CREDITO  *
000050*              E UM LOTE COM VALIDADE PROPRIA; PT-SALDO-LOTE E O  *
000060*              QUE AINDA RESTA DELE. RESGATES, ESTORNOS E         *
000070*              EXPIRACOES BAIXAM OS LOTES DO MAIS ANTIGO PARA O   *
000080*              MAIS NOVO E FICAM REGISTRADOS COM SALDO ZERO.      *
000090*              PT-ORIGEM: "CV" VENDA NO BALCAO (CEP063, DOCUMENTO *
000100*              = NUMERO DA VENDA), "PV" PEDIDO FATURADO (CEP013,  *
000110*              DOCUMENTO = NUMERO DO PEDIDO), "EX" EXPIRACAO.     *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-07 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGPTO.
000180     05  PT-CHAVE.
000190         10  PT-CODCLI           PIC 9(04).
000200         10  PT-SEQ              PIC 9(06).
000210     05  PT-DATA.
000220         10  PT-ANO              PIC 9(04).
000230         10  PT-MES              PIC 9(02).
000240         10  PT-DIA              PIC 9(02).
000250     05  PT-TIPO                 PIC X(01).
000260         88  PT-CREDITO          VALUE "C".
000270         88  PT-RESGATE          VALUE "R".
000280         88  PT-ESTORNO          VALUE "E".
000290         88  PT-EXPIRACAO        VALUE "X".
000300     05  PT-ORIGEM               PIC X(02).
000310     05  PT-DOCUMENTO            PIC 9(08).
000320     05  PT-PONTOS               PIC 9(09).
000330     05  PT-SALDO-LOTE           PIC 9(09).
000340     05  PT-VALOR                PIC 9(12)V99.
