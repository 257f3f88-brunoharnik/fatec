000079*                      POR UNIDADE: ENTRADA CADASTRA NO SERIAIS   *
000079*                      (CEP004) E O FATURAMENTO ESCOLHE E         *
000079*                      IMPRIME NA NOTA (CEP013/CEP064)            *
000079* 2026-10-06 BH        PESO - PESO BRUTO DA UNIDADE EM KG, BASE   *
000079*                      DO FRETE DO PEDIDO (FRT000 / TABFRETE)     *
000079* 2026-10-11 BH        INSPECAO - "S" OBRIGA INSPECAO DE          *
000079*                      QUALIDADE NO RECEBIMENTO; QUARENTENA -     *
000079*                      PARTE DA QUANTIDADE AINDA NAO LIBERADA     *
000079*                      PELA INSPECAO (CEP080), FORA DO            *
000079*                      DISPONIVEL PARA VENDA (QUANTIDADE -        *
000079*                      RESERVADA - QUARENTENA)                    *
000079* 2026-10-14 BH        SITPROD - CICLO DE VIDA DO PRODUTO:        *
000079*                      A-ATIVO, L-LIQUIDACAO (VENDE, NAO COMPRA), *
000079*                      C-BLOQUEADO PARA COMPRA, V-BLOQUEADO PARA  *
000079*                      VENDA, I-INATIVO; BRANCO (REGISTRO ANTIGO) *
000079*                      VALE COMO ATIVO                            *
000079* 2026-10-15 BH        GARANTIA-MESES - PRAZO DE GARANTIA DO      *
000079*                      PRODUTO EM MESES, CONTADO DA DATA DE       *
000079*                      SAIDA DA SERIE (SER-DATA-SAIDA); ZERO =    *
000079*                      SEM GARANTIA. BASE DA ABERTURA DE RMA NO   *
000079*                      CEP087                                     *
000079* 2026-10-15 BH        VOLUME - VOLUME DA UNIDADE EM M3, SOMADO   *
000079*                      PELOS ITENS DO PEDIDO NA ROTEIRIZACAO      *
000079*                      (CEP020) CONTRA A CAPACIDADE DO VEICULO    *
000080******************************************************************
000090 01  REGPROD.
000100     05  CODPROD                 PIC 9(08).
000230     05  CTRLSERIE               PIC X(01).
000231         88  PROD-COM-SERIE      VALUE "S".
000232         88  PROD-SEM-SERIE      VALUE "N".
000233     05  PESO                    PIC 9(05)V999.
000233     05  INSPECAO                PIC X(01).
000233         88  PROD-COM-INSPECAO   VALUE "S".
000233     05  QUARENTENA              PIC 9(07).
000234     05  SITPROD                 PIC X(01).
000234         88  PROD-ATIVO          VALUE "A" " ".
000234         88  PROD-LIQUIDACAO     VALUE "L".
000234         88  PROD-BLOQ-COMPRA    VALUE "C".
000234         88  PROD-BLOQ-VENDA     VALUE "V".
000234         88  PROD-INATIVO        VALUE "I".
000234         88  PROD-COMPRA-LIBERADA VALUE "A" " " "V".
000234         88  PROD-VENDA-LIBERADA VALUE "A" " " "L" "C".
000234     05  GARANTIA-MESES          PIC 9(03).
000234     05  VOLUME                  PIC 9(02)V9(04).
