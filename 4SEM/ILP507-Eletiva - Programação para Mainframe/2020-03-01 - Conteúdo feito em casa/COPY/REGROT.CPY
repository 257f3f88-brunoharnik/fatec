000010******************************************************************
000020* COPYBOOK   : REGROT                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO ROTAS (ROTAS         *
000040*              MONTADAS PELO CEP020). UMA ROTA POR VEICULO DA     *
000050*              ESCALA DENTRO DA REGIAO, COM CARGA, KM ESTIMADO    *
000060*              PELAS COORDENADAS DO CADCEP E CUSTO (KM X CUSTO    *
000070*              POR KM DO VEICULO). O CEP020 REFAZ AS ROTAS DA     *
000080*              DATA A CADA EXECUCAO; O RELATORIO MENSAL DO CEP088 *
000090*              CRUZA COM O RESULTADO DAS ENTREGAS (CEP053).       *
000100*-----------------------------------------------------------------*
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-10-15 BH        VERSAO INICIAL                             *
000140******************************************************************
000150 01  REGROT.
000160     05  RT-CHAVE.
000170         10  RT-DATA             PIC 9(08).
000180         10  RT-REGIAO           PIC 9(01).
000190         10  RT-SEQ-ROTA         PIC 9(02).
000200     05  RT-PLACA                PIC X(07).
000210     05  RT-MOTORISTA            PIC X(30).
000220     05  RT-PARADAS              PIC 9(03).
000230     05  RT-PESO                 PIC 9(06)V999.
000240     05  RT-VOLUME               PIC 9(04)V9(04).
000250     05  RT-KM                   PIC 9(05)V9.
000260     05  RT-CUSTO-KM             PIC 9(03)V99.
000270     05  RT-CUSTO                PIC 9(10)V99.
000280     05  RT-TOTAL                PIC 9(12)V99.
