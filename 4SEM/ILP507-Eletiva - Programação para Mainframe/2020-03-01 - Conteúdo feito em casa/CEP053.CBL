000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-09-02 BH        VERSAO INICIAL                             *
000190* 2026-10-15 BH        PARADA REPROGRAMADA NASCE SEM ROTA E SEM   *
000190*                      VEICULO; O CEP020 OS DEFINE NA             *
000190*                      ROTEIRIZACAO DO DIA                        *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP053.
001950     MOVE ZERO            TO ET-DATA-RESULT.
001960     MOVE SPACES          TO ET-RECEBEDOR.
001970     MOVE ZERO            TO ET-SEQ-PARADA.
001970     MOVE ZERO            TO ET-SEQ-ROTA.
001970     MOVE SPACES          TO ET-PLACA.
001980     WRITE REGENT
001990         INVALID KEY
002000             DISPLAY "PARADA JA REPROGRAMADA PARA "
