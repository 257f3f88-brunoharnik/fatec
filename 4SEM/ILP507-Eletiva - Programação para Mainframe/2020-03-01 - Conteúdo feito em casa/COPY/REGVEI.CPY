000010******************************************************************
000020* COPYBOOK   : REGVEI                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CADVEIC (FROTA DE     *
000040*              ENTREGA). PLACA, CAPACIDADE DE CARGA EM KG E EM M3,*
000050*              CUSTO POR KM RODADO E MOTORISTA. MANTIDO PELO      *
000060*              CEP088; A ESCALA DO DIA (ESCALA) DIZ QUE VEICULOS  *
000070*              RODAM CADA REGIAO E O CEP020 DIVIDE AS PARADAS     *
000080*              PELA CAPACIDADE DELES.                             *
000090*-----------------------------------------------------------------*
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-10-15 BH        VERSAO INICIAL                             *
000130******************************************************************
000140 01  REGVEI.
000150     05  VE-PLACA                PIC X(07).
000160     05  VE-DESCRICAO            PIC X(30).
000170     05  VE-CAP-PESO             PIC 9(06)V999.
000180     05  VE-CAP-VOLUME           PIC 9(03)V999.
000190     05  VE-CUSTO-KM             PIC 9(03)V99.
000200     05  VE-MOTORISTA            PIC X(30).
000210     05  VE-SITUACAO             PIC X(01).
000220         88  VEICULO-ATIVO       VALUE "A".
000230         88  VEICULO-INATIVO     VALUE "I".
