000010******************************************************************
000020* COPYBOOK   : REGSOD                                            *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO SODREGRA (REGRAS DE *
000040*              SEGREGACAO DE FUNCOES). CADA REGRA E UM PAR DE    *
000050*              ACOES QUE A MESMA PESSOA NAO PODE FAZER NO MESMO  *
000060*              DOCUMENTO. CODIGOS DE ACAO:                       *
000070*              CF CADASTRO/ALTERACAO DO FORNECEDOR (CEP003)      *
000080*              PC GERACAO DO PEDIDO DE COMPRA (CEP016)           *
000090*              PA APROVACAO DO PEDIDO DE COMPRA (CEP016)         *
000100*              RM RECEBIMENTO DA MERCADORIA (CEP016)             *
000110*              RD APROVACAO DO RECEBIMENTO DIVERGENTE (APRV000)  *
000120*              TI INCLUSAO DO TITULO A PAGAR (CEP015/CEP016)     *
000130*              PG PAGAMENTO DO TITULO (CEP015/CEP042)            *
000140*              SEVERIDADE A/M/B; SR-BLOQUEIO "S" NUMA REGRA DE   *
000150*              SEVERIDADE ALTA FAZ A SOD000 BARRAR A ACAO NA     *
000160*              TELA. MANTIDO PELO SODCAD; LIDO PELA SOD000 E PELO*
000170*              SODCONF.                                          *
000180*-----------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                        *
000200* DATA       INICIAIS  DESCRICAO                                 *
000210* 2026-10-15 BH        VERSAO INICIAL                            *
000220******************************************************************
000230 01  REGSOD.
000240     05  SR-CHAVE.
000250         10  SR-ACAO-1           PIC X(02).
000260             88  SR-ACAO-1-VALIDA
000270                 VALUE "CF" "PC" "PA" "RM" "RD" "TI" "PG".
000280         10  SR-ACAO-2           PIC X(02).
000290             88  SR-ACAO-2-VALIDA
000300                 VALUE "CF" "PC" "PA" "RM" "RD" "TI" "PG".
000310     05  SR-DESCRICAO            PIC X(40).
000320     05  SR-SEVERIDADE           PIC X(01).
000330         88  SR-SEV-ALTA         VALUE "A".
000340         88  SR-SEV-MEDIA        VALUE "M".
000350         88  SR-SEV-BAIXA        VALUE "B".
000360         88  SR-SEV-VALIDA       VALUE "A" "M" "B".
000370     05  SR-BLOQUEIO             PIC X(01).
000380         88  SR-BLOQUEIO-SIM     VALUE "S".
000390         88  SR-BLOQUEIO-VALIDO  VALUE "S" "N".
