000192*                      RETORNO DO MOTORISTA NO CEP053; PARADAS    *
000192*                      FRACASSADAS REPROGRAMADAS PARA A DATA DO   *
000192*                      ROMANEIO ENTRAM DE NOVO NA ROTA            *
000192* 2026-10-15 BH        ROTA POR VEICULO DA ESCALA DO DIA          *
000192*                      (CEP088): PARADAS DA REGIAO DIVIDIDAS      *
000192*                      PELA CAPACIDADE EM KG (PV-PESO) E M3       *
000192*                      (ITENS X VOLUME DO CADPROD); KM ESTIMADO   *
000192*                      PELAS COORDENADAS A PARTIR DO CEP DO       *
000192*                      DEPOSITO E CUSTO PELO CUSTO POR KM DO      *
000192*                      VEICULO, GRAVADOS NO ARQUIVO ROTAS;        *
000192*                      PARADA LEVA A ROTA E A PLACA               *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP020.
000507         ACCESS MODE IS DYNAMIC
000508         RECORD KEY IS ET-CHAVE
000509         FILE STATUS IS ENT-STATUS.
000509     SELECT PEDITEM ASSIGN TO "PEDITEM"
000509         ORGANIZATION IS INDEXED
000509         ACCESS MODE IS DYNAMIC
000509         RECORD KEY IS PVI-CHAVE
000509         FILE STATUS IS ITM-STATUS.
000509     SELECT CADPROD ASSIGN TO "CADPROD"
000509         ORGANIZATION IS INDEXED
000509         ACCESS MODE IS DYNAMIC
000509         RECORD KEY IS CODPROD
000509         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000509         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000509         FILE STATUS IS PROD-STATUS.
000509     SELECT ESCALA ASSIGN TO "ESCALA"
000509         ORGANIZATION IS INDEXED
000509         ACCESS MODE IS DYNAMIC
000509         RECORD KEY IS ES-CHAVE
000509         FILE STATUS IS ESC-STATUS.
000509     SELECT CADVEIC ASSIGN TO "CADVEIC"
000509         ORGANIZATION IS INDEXED
000509         ACCESS MODE IS DYNAMIC
000509         RECORD KEY IS VE-PLACA
000509         FILE STATUS IS VEI-STATUS.
000509     SELECT ROTAS ASSIGN TO "ROTAS"
000509         ORGANIZATION IS INDEXED
000509         ACCESS MODE IS DYNAMIC
000509         RECORD KEY IS RT-CHAVE
000509         FILE STATUS IS ROT-STATUS.
000510     SELECT REPROTA ASSIGN TO "REPROTA"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS REL-STATUS.
000645 FD  ENTREGAS
000646     LABEL RECORDS ARE STANDARD.
000647     COPY REGENT.
000647 FD  PEDITEM
000647     LABEL RECORDS ARE STANDARD.
000647     COPY REGPEDI.
000647 FD  CADPROD
000647     LABEL RECORDS ARE STANDARD.
000647     COPY REGPROD.
000647 FD  ESCALA
000647     LABEL RECORDS ARE STANDARD.
000647     COPY REGESC.
000647 FD  CADVEIC
000647     LABEL RECORDS ARE STANDARD.
000647     COPY REGVEI.
000647 FD  ROTAS
000647     LABEL RECORDS ARE STANDARD.
000647     COPY REGROT.
000650 FD  REPROTA
000660     LABEL RECORDS ARE STANDARD.
000670 01  REG-RELAT                   PIC X(120).
000710 01  CEP-STATUS                  PIC X(02).
000720 01  REL-STATUS                  PIC X(02).
000722 01  ENT-STATUS                  PIC X(02).
000722 01  ITM-STATUS                  PIC X(02).
000722 01  PROD-STATUS                 PIC X(02).
000722 01  ESC-STATUS                  PIC X(02).
000722 01  VEI-STATUS                  PIC X(02).
000722 01  ROT-STATUS                  PIC X(02).
000724 01  W-DATA-ROTA                 PIC 9(08).
000726 01  W-TENTATIVA-PED             PIC 9(02).
000728 01  W-EOF-ENT                   PIC X(01).
000730 01  W-SWITCHES.
000740     05  W-EOF                   PIC X(01) VALUE "N".
000750         88  W-EOF-SIM           VALUE "S".
000750     05  W-EOF-AUX               PIC X(01).
000750         88  W-EOF-AUX-SIM       VALUE "S".
000750     05  W-COM-DEPOSITO          PIC X(01) VALUE "N".
000750         88  W-COM-DEPOSITO-SIM  VALUE "S".
000750     05  W-CARGA-ABERTA          PIC X(01) VALUE "N".
000750         88  W-CARGA-ABERTA-SIM  VALUE "S".
000750     05  W-FROTA-ABERTA          PIC X(01) VALUE "N".
000750         88  W-FROTA-ABERTA-SIM  VALUE "S".
000750     05  W-ROTA-COM-VEICULO      PIC X(01).
000750         88  W-ROTA-COM-VEICULO-SIM VALUE "S".
000750     05  W-ROTAS-ABERTA          PIC X(01) VALUE "N".
000750         88  W-ROTAS-ABERTA-SIM  VALUE "S".
000760 01  W-DIA-INF                   PIC 9(02).
000770 01  W-MES-INF                   PIC 9(02).
000780 01  W-ANO-INF                   PIC 9(04).
000910 01  W-DIF-LON                   PIC S9(03)V9(06).
000920 01  MSG-TAB-CHEIA               PIC X(35)
000930         VALUE "TABELA DE ENTREGAS DO DIA CHEIA".
000930******************************************************************
000930*    DEPOSITO DE SAIDA, CARGA E CUSTO DA ROTA EM MONTAGEM. O KM   *
000930*    E A DISTANCIA EM LINHA RETA DAS COORDENADAS CONVERTIDA A     *
000930*    111,32 KM POR GRAU, COM ACRESCIMO DE 30% PELO TRACADO DAS    *
000930*    RUAS                                                         *
000930******************************************************************
000930 01  W-CEP-DEPOSITO              PIC 9(08).
000930 01  W-LAT-DEP                   PIC S9(03)V9(06).
000930 01  W-LON-DEP                   PIC S9(03)V9(06).
000930 01  W-LAT-DE                    PIC S9(03)V9(06).
000930 01  W-LON-DE                    PIC S9(03)V9(06).
000930 01  W-KM-POR-GRAU               PIC 9(03)V99 VALUE 111,32.
000930 01  W-FATOR-ESTRADA             PIC 9(01)V99 VALUE 1,30.
000930 01  W-KM-TRECHO                 PIC 9(05)V9(03).
000930 01  W-VOLUME-PEDIDO             PIC 9(04)V9(04).
000930 01  W-SEQ-ROTA                  PIC 9(02).
000930 01  W-PARADAS-ROTA              PIC 9(03).
000930 01  W-PESO-ROTA                 PIC 9(06)V999.
000930 01  W-VOLUME-ROTA               PIC 9(04)V9(04).
000930 01  W-KM-ROTA                   PIC 9(05)V9(03).
000930 01  W-CUSTO-ROTA                PIC 9(10)V99.
000930 01  W-IDX-VEIC                  PIC 9(02) COMP.
000930 01  W-QTDE-VEIC                 PIC 9(02) COMP.
000930******************************************************************
000930*    TAB-VEICULOS - VEICULOS ESCALADOS PARA A REGIAO NA DATA, NA  *
000930*    ORDEM DA ESCALA                                              *
000930******************************************************************
000930 01  TAB-VEICULOS.
000930     05  TAB-VEI-ENTRY OCCURS 20 TIMES.
000930         10  TV-PLACA            PIC X(07).
000930         10  TV-MOTORISTA        PIC X(30).
000930         10  TV-CAP-PESO         PIC 9(06)V999.
000930         10  TV-CAP-VOLUME       PIC 9(03)V999.
000930         10  TV-CUSTO-KM         PIC 9(03)V99.
000940******************************************************************
000950*    TAB-ENTREGAS - ENTREGAS DO DIA CARREGADAS EM MEMORIA PARA    *
000960*    A ORDENACAO POR PROXIMIDADE DENTRO DE CADA REGIAO            *
001090         10  TE-VISITADO         PIC X(01).
001100             88  TE-VISITADO-SIM VALUE "S".
001102         10  TE-TENTATIVA        PIC 9(02).
001102         10  TE-PESO             PIC 9(06)V999.
001102         10  TE-VOLUME           PIC 9(04)V9(04).
001110******************************************************************
001120*    LINHAS DO ROMANEIO                                           *
001130******************************************************************
001230 01  LIN-ROTA.
001240     05  FILLER                  PIC X(14) VALUE "ROTA/REGIAO: ".
001250     05  LR-REGIAO               PIC 9(01).
001250     05  FILLER                  PIC X(01) VALUE "-".
001250     05  LR-SEQ-ROTA             PIC 9(02).
001250     05  FILLER                  PIC X(11) VALUE "  VEICULO: ".
001250     05  LR-PLACA                PIC X(07).
001250     05  FILLER                  PIC X(13) VALUE "  MOTORISTA: ".
001250     05  LR-MOTORISTA            PIC X(35).
001260 01  LIN-PARADA.
001270     05  LP-SEQ                  PIC ZZ9.
001280     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  LTR-TOTAL               PIC ZZZZZZZZZZZ9,99.
001420     05  FILLER                  PIC X(12) VALUE "   PARADAS: ".
001430     05  LTR-PARADAS             PIC ZZ9.
001430 01  LIN-CARGA-ROTA.
001430     05  FILLER                  PIC X(21) VALUE
001430         "CARGA (KG/M3)......: ".
001430     05  LCR-PESO                PIC ZZZZZ9,999.
001430     05  FILLER                  PIC X(03) VALUE " / ".
001430     05  LCR-VOLUME              PIC ZZZ9,9999.
001430     05  FILLER                  PIC X(11) VALUE "   KM EST: ".
001430     05  LCR-KM                  PIC ZZZZ9,9.
001430     05  FILLER                  PIC X(10) VALUE "   CUSTO: ".
001430     05  LCR-CUSTO               PIC ZZZZZZZZZ9,99.
001440 PROCEDURE DIVISION.
001450******************************************************************
001460*    0000-MAINLINE                                                *
001540     ACCEPT W-ANO-INF.
001545     COMPUTE W-DATA-ROTA = (W-ANO-INF * 10000)
001546         + (W-MES-INF * 100) + W-DIA-INF.
001546     PERFORM 1050-LER-DEPOSITO THRU 1050-EXIT.
001546     OPEN INPUT PEDITEM.
001546     IF ITM-STATUS = "00"
001546         OPEN INPUT CADPROD
001546         IF PROD-STATUS = "00"
001546             MOVE "S" TO W-CARGA-ABERTA
001546         ELSE
001546             CLOSE PEDITEM
001546         END-IF
001546     END-IF.
001546     IF NOT W-CARGA-ABERTA-SIM
001546         DISPLAY "CEP020: VOLUME DOS PEDIDOS NAO CALCULADO".
001550     PERFORM 1000-CARREGAR-ENTREGAS THRU 1000-EXIT.
001552     PERFORM 1500-CARREGAR-REPROG THRU 1500-EXIT.
001552     IF W-CARGA-ABERTA-SIM
001552         CLOSE PEDITEM
001552         CLOSE CADPROD.
001560     IF W-QTDE-ENTREGAS = ZERO
001570         DISPLAY "CEP020: NENHUMA ENTREGA PARA A DATA"
001580         STOP RUN.
001910     CLOSE CADPARCEIRO.
001920     CLOSE CADCEP.
001930 1000-EXIT. EXIT.
001940******************************************************************
001940*    1050-LER-DEPOSITO - CEP DE ONDE OS VEICULOS SAEM E PARA ONDE *
001940*    VOLTAM; COM ELE A PRIMEIRA PARADA E A MAIS PROXIMA DO        *
001940*    DEPOSITO E O KM INCLUI IDA E VOLTA                           *
001940******************************************************************
001940 1050-LER-DEPOSITO.
001940     DISPLAY "CEP020: CEP DO DEPOSITO (0=NENHUM) =>".
001940     ACCEPT W-CEP-DEPOSITO.
001940     IF W-CEP-DEPOSITO = ZERO
001940         GO TO 1050-EXIT.
001940     OPEN INPUT CADCEP.
001940     IF CEP-STATUS NOT = "00"
001940         GO TO 1050-EXIT.
001940     MOVE W-CEP-DEPOSITO TO CEP-CODIGO.
001940     READ CADCEP
001940         INVALID KEY
001940             DISPLAY "CEP020: CEP DO DEPOSITO NAO CADASTRADO"
001940         NOT INVALID KEY
001940             COMPUTE W-LAT-DEP = FUNCTION NUMVAL(CEP-LATITUDE)
001940             COMPUTE W-LON-DEP = FUNCTION NUMVAL(CEP-LONGITUDE)
001940             MOVE "S" TO W-COM-DEPOSITO.
001940     CLOSE CADCEP.
001940 1050-EXIT. EXIT.
001940 1100-LER-PEDIDO.
001950     READ PEDVENDA NEXT RECORD
001960         AT END MOVE "S" TO W-EOF.
002320     MOVE PV-TOTAL    TO TE-TOTAL(W-IDX).
002330     MOVE "N"         TO TE-VISITADO(W-IDX).
002332     MOVE 1           TO TE-TENTATIVA(W-IDX).
002332     PERFORM 1300-CALCULAR-CARGA THRU 1300-EXIT.
002340 1200-LER.
002350     PERFORM 1100-LER-PEDIDO THRU 1100-EXIT.
002360 1200-EXIT. EXIT.
002360******************************************************************
002360*    1300-CALCULAR-CARGA - PESO DO PEDIDO (PV-PESO) E VOLUME PELOS *
002360*    ITENS (QUANTIDADE X VOLUME DA UNIDADE NO CADPROD)            *
002360******************************************************************
002360 1300-CALCULAR-CARGA.
002360     MOVE PV-PESO TO TE-PESO(W-IDX).
002360     MOVE ZERO    TO TE-VOLUME(W-IDX).
002360     IF NOT W-CARGA-ABERTA-SIM
002360         GO TO 1300-EXIT.
002360     MOVE ZERO TO W-VOLUME-PEDIDO.
002360     MOVE "N" TO W-EOF-AUX.
002360     MOVE PV-NUMERO TO PVI-NUMERO.
002360     MOVE ZERO      TO PVI-SEQ.
002360     START PEDITEM KEY IS NOT LESS THAN PVI-CHAVE
002360         INVALID KEY MOVE "S" TO W-EOF-AUX.
002360     PERFORM 1310-SOMAR-ITEM THRU 1310-EXIT
002360         UNTIL W-EOF-AUX-SIM.
002360     MOVE W-VOLUME-PEDIDO TO TE-VOLUME(W-IDX).
002360 1300-EXIT. EXIT.
002360 1310-SOMAR-ITEM.
002360     READ PEDITEM NEXT RECORD
002360         AT END MOVE "S" TO W-EOF-AUX.
002360     IF W-EOF-AUX-SIM
002360         GO TO 1310-EXIT.
002360     IF PVI-NUMERO NOT = PV-NUMERO
002360         MOVE "S" TO W-EOF-AUX
002360         GO TO 1310-EXIT.
002360     MOVE PVI-CODPROD TO CODPROD.
002360     READ CADPROD
002360         INVALID KEY GO TO 1310-EXIT.
002360     COMPUTE W-VOLUME-PEDIDO =
002360         W-VOLUME-PEDIDO + (PVI-QUANTIDADE * VOLUME).
002360 1310-EXIT. EXIT.
002370******************************************************************
002380*    2000-IMPRIMIR-ROTAS - UMA ROTA POR CEP-REGIAO PRESENTE,      *
002390*    PARADAS ORDENADAS PELO VIZINHO MAIS PROXIMO                  *
002414         OPEN OUTPUT ENTREGAS
002415         CLOSE ENTREGAS
002416         OPEN I-O ENTREGAS.
002420     OPEN INPUT ESCALA.
002420     IF ESC-STATUS = "00"
002420         OPEN INPUT CADVEIC
002420         IF VEI-STATUS = "00"
002420             MOVE "S" TO W-FROTA-ABERTA
002420         ELSE
002420             CLOSE ESCALA
002420         END-IF
002420     END-IF.
002420     OPEN I-O ROTAS.
002420     IF ROT-STATUS = "35"
002420         OPEN OUTPUT ROTAS
002420         CLOSE ROTAS
002420         OPEN I-O ROTAS.
002420     IF ROT-STATUS = "00"
002420         MOVE "S" TO W-ROTAS-ABERTA
002420         PERFORM 2050-LIMPAR-ROTAS THRU 2050-EXIT.
002420     OPEN OUTPUT REPROTA.
002430     WRITE REG-RELAT FROM LIN-CABEC1.
002440     MOVE W-DIA-INF TO LC2-DIA.
002510     CLOSE REPROTA.
002512     IF ENT-STATUS = "00"
002514         CLOSE ENTREGAS.
002514     IF W-ROTAS-ABERTA-SIM
002514         CLOSE ROTAS.
002514     IF W-FROTA-ABERTA-SIM
002514         CLOSE ESCALA
002514         CLOSE CADVEIC.
002520 2000-EXIT. EXIT.
002520******************************************************************
002520*    2050-LIMPAR-ROTAS - A ROTEIRIZACAO REFAZ AS ROTAS DA DATA    *
002520******************************************************************
002520 2050-LIMPAR-ROTAS.
002520     MOVE "N" TO W-EOF-AUX.
002520     MOVE W-DATA-ROTA TO RT-DATA.
002520     MOVE ZERO TO RT-REGIAO RT-SEQ-ROTA.
002520     START ROTAS KEY IS NOT LESS THAN RT-CHAVE
002520         INVALID KEY MOVE "S" TO W-EOF-AUX.
002520     PERFORM 2060-EXCLUIR-ROTA THRU 2060-EXIT
002520         UNTIL W-EOF-AUX-SIM.
002520 2050-EXIT. EXIT.
002520 2060-EXCLUIR-ROTA.
002520     READ ROTAS NEXT RECORD
002520         AT END MOVE "S" TO W-EOF-AUX.
002520     IF W-EOF-AUX-SIM
002520         GO TO 2060-EXIT.
002520     IF RT-DATA NOT = W-DATA-ROTA
002520         MOVE "S" TO W-EOF-AUX
002520         GO TO 2060-EXIT.
002520     DELETE ROTAS RECORD
002520         INVALID KEY
002520             DISPLAY "CEP020: ERRO NA EXCLUSAO DA ROTA ANTERIOR".
002520 2060-EXIT. EXIT.
002520******************************************************************
002520*    2100-IMPRIMIR-REGIAO - AS PARADAS DA REGIAO ENCHEM O PRIMEIRO*
002520*    VEICULO DA ESCALA NA ORDEM DE PROXIMIDADE; A PARADA QUE NAO  *
002520*    CABE MAIS (PESO OU VOLUME) ABRE A ROTA DO VEICULO SEGUINTE,  *
002520*    QUE RECOMECA DO DEPOSITO. SEM ESCALA, UMA ROTA SO, SEM       *
002520*    VEICULO, COMO ANTES                                          *
002520******************************************************************
002530 2100-IMPRIMIR-REGIAO.
002540     MOVE ZERO TO W-QTDE-ROTA.
002550     PERFORM 2110-CONTAR-REGIAO THRU 2110-EXIT
002570         UNTIL W-IDX > W-QTDE-ENTREGAS.
002580     IF W-QTDE-ROTA = ZERO
002590         GO TO 2100-EXIT.
002590     PERFORM 2120-CARREGAR-VEICULOS THRU 2120-EXIT.
002620     MOVE ZERO TO W-SEQ-PARADA.
002620     MOVE ZERO TO W-SEQ-ROTA.
002620     MOVE ZERO TO W-IDX-VEIC.
002620     PERFORM 2150-ABRIR-ROTA THRU 2150-EXIT.
002650     PERFORM 2200-PROXIMA-PARADA THRU 2200-EXIT
002660         UNTIL W-SEQ-PARADA NOT < W-QTDE-ROTA.
002660     PERFORM 2160-FECHAR-ROTA THRU 2160-EXIT.
002700 2100-EXIT. EXIT.
002710 2110-CONTAR-REGIAO.
002720     IF TE-REGIAO(W-IDX) = W-REGIAO
002730         ADD 1 TO W-QTDE-ROTA.
002740 2110-EXIT. EXIT.
002740 2120-CARREGAR-VEICULOS.
002740     MOVE ZERO TO W-QTDE-VEIC.
002740     IF NOT W-FROTA-ABERTA-SIM
002740         GO TO 2120-EXIT.
002740     MOVE "N" TO W-EOF-AUX.
002740     MOVE W-DATA-ROTA TO ES-DATA.
002740     MOVE W-REGIAO    TO ES-REGIAO.
002740     MOVE ZERO        TO ES-ORDEM.
002740     START ESCALA KEY IS NOT LESS THAN ES-CHAVE
002740         INVALID KEY MOVE "S" TO W-EOF-AUX.
002740     PERFORM 2130-LER-ESCALA THRU 2130-EXIT
002740         UNTIL W-EOF-AUX-SIM.
002740 2120-EXIT. EXIT.
002740 2130-LER-ESCALA.
002740     READ ESCALA NEXT RECORD
002740         AT END MOVE "S" TO W-EOF-AUX.
002740     IF W-EOF-AUX-SIM
002740         GO TO 2130-EXIT.
002740     IF ES-DATA NOT = W-DATA-ROTA OR ES-REGIAO NOT = W-REGIAO
002740         MOVE "S" TO W-EOF-AUX
002740         GO TO 2130-EXIT.
002740     MOVE ES-PLACA TO VE-PLACA.
002740     READ CADVEIC
002740         INVALID KEY
002740             DISPLAY "CEP020: VEICULO " ES-PLACA
002740                     " DA ESCALA NAO CADASTRADO"
002740             GO TO 2130-EXIT.
002740     IF NOT VEICULO-ATIVO
002740         DISPLAY "CEP020: VEICULO " ES-PLACA " INATIVO"
002740         GO TO 2130-EXIT.
002740     IF W-QTDE-VEIC NOT < 20
002740         GO TO 2130-EXIT.
002740     ADD 1 TO W-QTDE-VEIC.
002740     MOVE VE-PLACA      TO TV-PLACA(W-QTDE-VEIC).
002740     MOVE VE-MOTORISTA  TO TV-MOTORISTA(W-QTDE-VEIC).
002740     MOVE VE-CAP-PESO   TO TV-CAP-PESO(W-QTDE-VEIC).
002740     MOVE VE-CAP-VOLUME TO TV-CAP-VOLUME(W-QTDE-VEIC).
002740     MOVE VE-CUSTO-KM   TO TV-CUSTO-KM(W-QTDE-VEIC).
002740 2130-EXIT. EXIT.
002740******************************************************************
002740*    2150-ABRIR-ROTA - PROXIMA ROTA DA REGIAO COM O PROXIMO       *
002740*    VEICULO DA ESCALA; ESGOTADA A ESCALA, O RESTO DAS PARADAS    *
002740*    FICA NUMA ROTA SEM VEICULO PARA A EXPEDICAO RESOLVER         *
002740******************************************************************
002740 2150-ABRIR-ROTA.
002740     ADD 1 TO W-SEQ-ROTA.
002740     MOVE ZERO TO W-PARADAS-ROTA W-PESO-ROTA W-VOLUME-ROTA
002740                  W-KM-ROTA W-CUSTO-ROTA W-TOTAL-ROTA.
002740     MOVE ZERO TO W-IDX-ANTERIOR.
002740     MOVE SPACES TO LR-PLACA.
002740     IF W-IDX-VEIC < W-QTDE-VEIC
002740         ADD 1 TO W-IDX-VEIC
002740         MOVE "S" TO W-ROTA-COM-VEICULO
002740         MOVE TV-PLACA(W-IDX-VEIC)     TO LR-PLACA
002740         MOVE TV-MOTORISTA(W-IDX-VEIC) TO LR-MOTORISTA
002740     ELSE
002740         MOVE "N" TO W-ROTA-COM-VEICULO
002740         IF W-QTDE-VEIC > ZERO
002740             MOVE "SEM VEICULO - FALTA NA ESCALA" TO LR-MOTORISTA
002740             DISPLAY "CEP020: REGIAO " W-REGIAO
002740                     " EXCEDE A CAPACIDADE DA ESCALA"
002740         ELSE
002740             MOVE "SEM VEICULO ESCALADO" TO LR-MOTORISTA
002740         END-IF
002740     END-IF.
002740     MOVE W-REGIAO   TO LR-REGIAO.
002740     MOVE W-SEQ-ROTA TO LR-SEQ-ROTA.
002740     WRITE REG-RELAT FROM LIN-ROTA.
002740 2150-EXIT. EXIT.
002740******************************************************************
002740*    2160-FECHAR-ROTA - VOLTA AO DEPOSITO, CUSTO (KM X CUSTO POR  *
002740*    KM DO VEICULO), TOTAIS DO ROMANEIO E REGISTRO NO ROTAS       *
002740******************************************************************
002740 2160-FECHAR-ROTA.
002740     IF W-COM-DEPOSITO-SIM AND W-IDX-ANTERIOR > ZERO
002740         MOVE W-LAT-DEP TO W-LAT-DE
002740         MOVE W-LON-DEP TO W-LON-DE
002740         MOVE W-IDX-ANTERIOR TO W-IDX-PERTO
002740         PERFORM 2220-CALCULAR-TRECHO THRU 2220-EXIT
002740         ADD W-KM-TRECHO TO W-KM-ROTA.
002740     IF W-ROTA-COM-VEICULO-SIM
002740         COMPUTE W-CUSTO-ROTA ROUNDED =
002740             W-KM-ROTA * TV-CUSTO-KM(W-IDX-VEIC).
002740     MOVE W-TOTAL-ROTA   TO LTR-TOTAL.
002740     MOVE W-PARADAS-ROTA TO LTR-PARADAS.
002740     WRITE REG-RELAT FROM LIN-TOTAL-ROTA.
002740     MOVE W-PESO-ROTA    TO LCR-PESO.
002740     MOVE W-VOLUME-ROTA  TO LCR-VOLUME.
002740     MOVE W-KM-ROTA      TO LCR-KM.
002740     MOVE W-CUSTO-ROTA   TO LCR-CUSTO.
002740     WRITE REG-RELAT FROM LIN-CARGA-ROTA.
002740     IF NOT W-ROTAS-ABERTA-SIM
002740         GO TO 2160-EXIT.
002740     MOVE W-DATA-ROTA    TO RT-DATA.
002740     MOVE W-REGIAO       TO RT-REGIAO.
002740     MOVE W-SEQ-ROTA     TO RT-SEQ-ROTA.
002740     MOVE LR-PLACA       TO RT-PLACA.
002740     MOVE LR-MOTORISTA   TO RT-MOTORISTA.
002740     MOVE W-PARADAS-ROTA TO RT-PARADAS.
002740     MOVE W-PESO-ROTA    TO RT-PESO.
002740     MOVE W-VOLUME-ROTA  TO RT-VOLUME.
002740     MOVE W-KM-ROTA      TO RT-KM.
002740     MOVE ZERO           TO RT-CUSTO-KM.
002740     IF W-ROTA-COM-VEICULO-SIM
002740         MOVE TV-CUSTO-KM(W-IDX-VEIC) TO RT-CUSTO-KM.
002740     MOVE W-CUSTO-ROTA   TO RT-CUSTO.
002740     MOVE W-TOTAL-ROTA   TO RT-TOTAL.
002740     WRITE REGROT
002740         INVALID KEY
002740             DISPLAY "CEP020: ERRO NA GRAVACAO DA ROTA".
002740 2160-EXIT. EXIT.
002750******************************************************************
002760*    2200-PROXIMA-PARADA - ESCOLHE A ENTREGA NAO VISITADA DA      *
002770*    REGIAO MAIS PROXIMA DA PARADA ANTERIOR (A PRIMEIRA PARADA    *
002780*    E A PRIMEIRA ENTREGA CARREGADA DA REGIAO) E IMPRIME          *
002790******************************************************************
002800 2200-PROXIMA-PARADA.
002800     IF W-IDX-ANTERIOR > ZERO
002800         MOVE TE-LATITUDE(W-IDX-ANTERIOR)  TO W-LAT-DE
002800         MOVE TE-LONGITUDE(W-IDX-ANTERIOR) TO W-LON-DE
002800     ELSE
002800         MOVE W-LAT-DEP TO W-LAT-DE
002800         MOVE W-LON-DEP TO W-LON-DE.
002810     MOVE ZERO TO W-IDX-PERTO.
002820     PERFORM 2210-AVALIAR-CANDIDATO THRU 2210-EXIT
002830         VARYING W-IDX2 FROM 1 BY 1
002850     IF W-IDX-PERTO = ZERO
002860         MOVE W-QTDE-ROTA TO W-SEQ-PARADA
002870         GO TO 2200-EXIT.
002870     IF W-ROTA-COM-VEICULO-SIM
002870         IF W-PESO-ROTA + TE-PESO(W-IDX-PERTO)
002870                > TV-CAP-PESO(W-IDX-VEIC)
002870             OR W-VOLUME-ROTA + TE-VOLUME(W-IDX-PERTO)
002870                > TV-CAP-VOLUME(W-IDX-VEIC)
002870             IF W-PARADAS-ROTA > ZERO
002870                 PERFORM 2160-FECHAR-ROTA THRU 2160-EXIT
002870                 PERFORM 2150-ABRIR-ROTA THRU 2150-EXIT
002870                 GO TO 2200-EXIT
002870             ELSE
002870                 DISPLAY "CEP020: PEDIDO " TE-NUMERO(W-IDX-PERTO)
002870                         " SOZINHO EXCEDE O VEICULO "
002870                         TV-PLACA(W-IDX-VEIC)
002870             END-IF
002870         END-IF
002870     END-IF.
002870     IF W-IDX-ANTERIOR > ZERO OR W-COM-DEPOSITO-SIM
002870         PERFORM 2220-CALCULAR-TRECHO THRU 2220-EXIT
002870         ADD W-KM-TRECHO TO W-KM-ROTA.
002880     ADD 1 TO W-SEQ-PARADA.
002880     ADD 1 TO W-PARADAS-ROTA.
002880     ADD TE-PESO(W-IDX-PERTO)   TO W-PESO-ROTA.
002880     ADD TE-VOLUME(W-IDX-PERTO) TO W-VOLUME-ROTA.
002890     MOVE "S" TO TE-VISITADO(W-IDX-PERTO).
002900     MOVE W-IDX-PERTO TO W-IDX-ANTERIOR.
002900     MOVE W-PARADAS-ROTA            TO LP-SEQ.
002920     MOVE TE-NUMERO(W-IDX-PERTO)    TO LP-PEDIDO.
002930     MOVE TE-NOME(W-IDX-PERTO)      TO LP-NOME.
002940     MOVE TE-LOGRADOURO(W-IDX-PERTO) TO LP-LOGRADOURO.
003010     IF TE-REGIAO(W-IDX2) NOT = W-REGIAO
003020         OR TE-VISITADO-SIM(W-IDX2)
003030         GO TO 2210-EXIT.
003040     IF W-IDX-ANTERIOR = ZERO AND NOT W-COM-DEPOSITO-SIM
003050         IF W-IDX-PERTO = ZERO
003060             MOVE W-IDX2 TO W-IDX-PERTO
003070         END-IF
003080         GO TO 2210-EXIT.
003080     COMPUTE W-DIF-LAT = TE-LATITUDE(W-IDX2) - W-LAT-DE.
003080     COMPUTE W-DIF-LON = TE-LONGITUDE(W-IDX2) - W-LON-DE.
003130     COMPUTE W-DIST-ATUAL =
003140         (W-DIF-LAT * W-DIF-LAT) + (W-DIF-LON * W-DIF-LON).
003150     IF W-IDX-PERTO = ZERO
003220         END-IF
003230     END-IF.
003240 2210-EXIT. EXIT.
003240******************************************************************
003240*    2220-CALCULAR-TRECHO - KM ESTIMADO DO PONTO DE PARTIDA       *
003240*    (W-LAT-DE/W-LON-DE) ATE A PARADA W-IDX-PERTO                 *
003240******************************************************************
003240 2220-CALCULAR-TRECHO.
003240     COMPUTE W-DIF-LAT = TE-LATITUDE(W-IDX-PERTO) - W-LAT-DE.
003240     COMPUTE W-DIF-LON = TE-LONGITUDE(W-IDX-PERTO) - W-LON-DE.
003240     COMPUTE W-KM-TRECHO ROUNDED =
003240         FUNCTION SQRT((W-DIF-LAT * W-DIF-LAT)
003240                     + (W-DIF-LON * W-DIF-LON))
003240         * W-KM-POR-GRAU * W-FATOR-ESTRADA.
003240 2220-EXIT. EXIT.
003250******************************************************************
003250*    1500-CARREGAR-REPROG - INCLUI NA ROTA AS PARADAS              *
003250*    REPROGRAMADAS PARA A DATA DO ROMANEIO (REGISTRO PENDENTE     *
003250     MOVE PV-TOTAL    TO TE-TOTAL(W-IDX).
003250     MOVE "N"         TO TE-VISITADO(W-IDX).
003250     MOVE ET-TENTATIVA TO TE-TENTATIVA(W-IDX).
003250     PERFORM 1300-CALCULAR-CARGA THRU 1300-EXIT.
003250 1520-LER.
003250     PERFORM 1510-LER-REPROG THRU 1510-EXIT.
003250 1520-EXIT. EXIT.
003250             MOVE TE-NUMERO(W-IDX-PERTO) TO ET-NUMERO-PEDIDO
003250             MOVE TE-CODCLI(W-IDX-PERTO) TO ET-CODCLI
003250             MOVE W-REGIAO    TO ET-REGIAO
003250             MOVE W-PARADAS-ROTA TO ET-SEQ-PARADA
003250             MOVE W-SEQ-ROTA  TO ET-SEQ-ROTA
003250             MOVE LR-PLACA    TO ET-PLACA
003250             MOVE TE-TENTATIVA(W-IDX-PERTO) TO ET-TENTATIVA
003250             MOVE "P"         TO ET-RESULTADO
003250             MOVE ZERO        TO ET-DATA-RESULT
003250             END-WRITE
003250         NOT INVALID KEY
003250             MOVE W-REGIAO     TO ET-REGIAO
003250             MOVE W-PARADAS-ROTA TO ET-SEQ-PARADA
003250             MOVE W-SEQ-ROTA   TO ET-SEQ-ROTA
003250             MOVE LR-PLACA     TO ET-PLACA
003250             REWRITE REGENT
003250                 INVALID KEY
003250                     DISPLAY "CEP020: ERRO NA PARADA"
