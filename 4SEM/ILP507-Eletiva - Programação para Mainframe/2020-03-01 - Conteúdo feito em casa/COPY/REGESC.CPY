000010******************************************************************
000020* COPYBOOK   : REGESC                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO ESCALA (VEICULOS     *
000040*              ESCALADOS PARA AS ROTAS DO DIA). PARA CADA DATA E  *
000050*              CEP-REGIAO, OS VEICULOS NA ORDEM EM QUE O CEP020   *
000060*              OS CARREGA; QUANDO A CARGA PASSA DA CAPACIDADE DE  *
000070*              UM, AS PARADAS SEGUINTES VAO PARA O PROXIMO.       *
000080*              MANTIDO PELO CEP088.                               *
000090*-----------------------------------------------------------------*
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-10-15 BH        VERSAO INICIAL                             *
000130******************************************************************
000140 01  REGESC.
000150     05  ES-CHAVE.
000160         10  ES-DATA             PIC 9(08).
000170         10  ES-REGIAO           PIC 9(01).
000180         10  ES-ORDEM            PIC 9(02).
000190     05  ES-PLACA                PIC X(07).
