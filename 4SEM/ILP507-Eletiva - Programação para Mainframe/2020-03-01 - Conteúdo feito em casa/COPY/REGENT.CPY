000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-09-02 BH        VERSAO INICIAL                             *
000150* 2026-10-15 BH        ET-SEQ-ROTA E ET-PLACA - ROTA DA REGIAO    *
000150*                      (UMA POR VEICULO DA ESCALA) E VEICULO      *
000150*                      QUE LEVOU A PARADA; LIGAM A ENTREGA AO     *
000150*                      CUSTO DA ROTA NO ARQUIVO ROTAS             *
000160******************************************************************
000170 01  REGENT.
000180     05  ET-CHAVE.
000300         88  ENTREGA-AUSENTE     VALUE "A".
000310     05  ET-DATA-RESULT          PIC 9(08).
000320     05  ET-RECEBEDOR            PIC X(30).
000320     05  ET-SEQ-ROTA             PIC 9(02).
000320     05  ET-PLACA                PIC X(07).
