000210* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000210*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000210*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000210* 2026-09-15 BH        DEVOLUCAO ESTORNA O DEBITO DE PIS/COFINS   *
000210*                      DO ITEM NO LIVPIS (TIPO "E") PELO VALOR    *
000210*                      DEVOLVIDO                                  *
000210* 2026-09-16 BH        DEVOLUCAO ESTORNA O ICMS-ST DO ITEM (TABNST*
000210*                      PELO NCM E PELA UF DO CLIENTE, MESMA CONTA *
000210*                      DO CEP013) E ABATE O ST NO CRECEBER JUNTO  *
000210*                      COM A MERCADORIA                           *
000210* 2026-09-30 BH        PARCELA RENEGOCIADA EM ACORDO NAO E        *
000210*                      ABATIDA NA DEVOLUCAO                       *
000210* 2026-10-07 BH        DEVOLUCAO ESTORNA OS PONTOS DE             *
000210*                      FIDELIDADE (PTO000) GANHOS NA NOTA DO      *
000210*                      PEDIDO, PROPORCIONAIS A MERCADORIA         *
000210*                      DEVOLVIDA                                  *
000210* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000210*                      (MVX000)                                   *
000210* 2026-10-15 BH        ITEM DEVOLVIDO SOMADO NO RESUMO MENSAL DE  *
000210*                      VENDAS RESVENDA (RSV000) NO MES DA         *
000210*                      DEVOLUCAO                                  *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CEP037.
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CR-CHAVE
000780         FILE STATUS IS CRC-STATUS.
000780     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000780         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS CODIGO
000780         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000780         FILE STATUS IS PARC-STATUS.
000780     SELECT TABNST ASSIGN TO "TABNST"
000780         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS NST-CHAVE
000780         FILE STATUS IS NST-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CADPROD
001050 FD  CRECEBER
001060     LABEL RECORDS ARE STANDARD.
001070     COPY REGCREC.
001070 FD  CADPARCEIRO
001070     LABEL RECORDS ARE STANDARD.
001070     COPY REGPAC.
001070 FD  TABNST
001070     LABEL RECORDS ARE STANDARD.
001070     COPY REGNST.
001080 WORKING-STORAGE SECTION.
001090******************************************************************
001100*    AREAS DE CONTROLE DE ARQUIVO E DE TELA                       *
001180 01  ALM-STATUS                  PIC X(02).
001190 01  SAL-STATUS                  PIC X(02).
001200 01  CRC-STATUS                  PIC X(02).
001200 01  PARC-STATUS                 PIC X(02).
001200 01  NST-STATUS                  PIC X(02).
001210 COPY GERPARM.
001210 COPY PISPARM.
001210 COPY PTOPARM.
001210 COPY MVXPARM.
001210 COPY RSVPARM.
001210 01  W-SWITCHES.
001220     05  W-FIM                   PIC X(01) VALUE "N".
001230         88  W-FIM-SIM           VALUE "S".
001408     88  W-EOF-CR-SIM            VALUE "S".
001410 01  W-TOTAL-DEV                 PIC 9(12)V99.
001420 01  W-TOTAL-ICMS-DEV            PIC 9(12)V99.
001420 01  W-UF-CLIENTE                PIC X(02).
001420 01  W-BCST-DEV                  PIC 9(12)V99.
001420 01  W-ST-DEV                    PIC 9(12)V99.
001420 01  W-ST-CALC                   PIC S9(12)V99.
001420 01  W-TOTAL-ST-DEV              PIC 9(12)V99.
001430 01  W-DIA-INF                   PIC 9(02).
001440 01  W-MES-INF                   PIC 9(02).
001450 01  W-ANO-INF                   PIC 9(04).
002320     PERFORM ROT-DIGITAR-DATA THRU ROT-DIGITAR-DATA-EXIT.
002330     MOVE ZERO TO W-TOTAL-DEV.
002340     MOVE ZERO TO W-TOTAL-ICMS-DEV.
002340     MOVE ZERO TO W-TOTAL-ST-DEV.
002340     PERFORM ROT-LER-UF-CLIENTE THRU ROT-LER-UF-CLIENTE-EXIT.
002350     MOVE ZERO TO W-QTDE-ITENS-DEV.
002360     OPEN I-O DEVITEM.
002370     IF DVI-STATUS = "35"
002730     MOVE W-ANO-INF    TO DV-ANO.
002740     MOVE W-TOTAL-DEV  TO DV-TOTAL-MERCADORIA.
002750     MOVE W-TOTAL-ICMS-DEV TO DV-TOTAL-ICMS.
002750     MOVE W-TOTAL-ST-DEV TO DV-TOTAL-ST.
002760     WRITE REGDVV
002770         INVALID KEY
002780             DISPLAY "ERRO NA GRAVACAO DA DEVOLUCAO"
002800             DISPLAY "*** DEVOLUCAO REGISTRADA COM SUCESSO ***"
002810             DISPLAY "MERCADORIA DEVOLVIDA: " W-TOTAL-DEV
002820             DISPLAY "ICMS ESTORNADO......: " W-TOTAL-ICMS-DEV
002820             DISPLAY "ICMS-ST ESTORNADO...: " W-TOTAL-ST-DEV
002830             PERFORM ROT-AJUSTAR-RECEBER
002830                 THRU ROT-AJUSTAR-RECEBER-EXIT
002830             PERFORM ROT-ESTORNAR-PONTOS
002830                 THRU ROT-ESTORNAR-PONTOS-EXIT
002830             PERFORM ROT-MENS2 THRU ROT-MENS2-EXIT.
002860     CLOSE PEDVENDA.
002870     CLOSE DEVVENDA.
002870 ROT-REGISTRAR-DEV-EXIT. EXIT.
002870******************************************************************
002870*    ROT-ESTORNAR-PONTOS - TIRA DO CLIENTE OS PONTOS DE           *
002870*    FIDELIDADE DA MERCADORIA DEVOLVIDA                           *
002870******************************************************************
002870 ROT-ESTORNAR-PONTOS.
002870     MOVE "E"          TO PTO-ACAO.
002870     MOVE PV-CODCLI    TO PTO-CODCLI.
002870     MOVE W-ANO-INF    TO PTO-ANO.
002870     MOVE W-MES-INF    TO PTO-MES.
002870     MOVE W-DIA-INF    TO PTO-DIA.
002870     MOVE "PV"         TO PTO-ORIGEM.
002870     MOVE W-NUMERO-PED TO PTO-DOCUMENTO.
002870     MOVE W-TOTAL-DEV  TO PTO-VALOR.
002870     CALL "PTO000" USING PTO-PARAMETROS-AREA.
002870     IF PTO-OK
002870         DISPLAY "PONTOS DE FIDELIDADE ESTORNADOS: " PTO-PONTOS.
002870 ROT-ESTORNAR-PONTOS-EXIT. EXIT.
002890******************************************************************
002900*    ROT-LER-PEDIDO - LOCALIZA O CABECALHO DO PEDIDO ORIGINAL      *
002910******************************************************************
003430     COMPUTE W-VALOR-DEV = W-QTDE-DEV * PVI-PRECO.
003440     COMPUTE W-ICMS-DEV ROUNDED =
003450         W-VALOR-DEV * TAXICMS / 100.
003450     PERFORM ROT-CALCULAR-ST-DEV THRU ROT-CALCULAR-ST-DEV-EXIT.
003460     ADD W-QTDE-DEV TO QUANTIDADE.
003470     COMPUTE PTOTAL = PMEDIO * QUANTIDADE.
003480     REWRITE REGPROD
003490         INVALID KEY
003500             DISPLAY "ERRO NA ATUALIZACAO DO ESTOQUE".
003510     PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT.
003510     PERFORM ROT-ESTORNAR-PIS THRU ROT-ESTORNAR-PIS-EXIT.
003520     PERFORM ROT-CREDITAR-SALDOALM
003530         THRU ROT-CREDITAR-SALDOALM-EXIT.
003540     MOVE W-NUMERO-INF TO DVI-NUMERO.
003580     MOVE PVI-PRECO    TO DVI-PRECO.
003590     MOVE W-VALOR-DEV  TO DVI-VALOR.
003600     MOVE W-ICMS-DEV   TO DVI-VALOR-ICMS.
003600     MOVE W-ST-DEV     TO DVI-VALOR-ST.
003610     WRITE REGDVI
003620         INVALID KEY
003630             DISPLAY "ERRO NA GRAVACAO DO ITEM DEVOLVIDO"
003650             ADD 1 TO W-QTDE-ITENS-DEV
003660             ADD W-VALOR-DEV TO W-TOTAL-DEV
003670             ADD W-ICMS-DEV  TO W-TOTAL-ICMS-DEV
003670             ADD W-ST-DEV    TO W-TOTAL-ST-DEV
003672             ADD W-QTDE-DEV  TO PVI-QTDE-DEVOLVIDA
003674             REWRITE REGPEDI
003676                 INVALID KEY
003678                     DISPLAY "ERRO NO ACUMULADO DEVOLVIDO"
003679             END-REWRITE
003679             PERFORM ROT-RESUMIR-DEVOLUCAO
003679                 THRU ROT-RESUMIR-DEVOLUCAO-EXIT.
003680 ROT-DEVOLVER-ITEM-LER.
003690     PERFORM ROT-LER-ITEM THRU ROT-LER-ITEM-EXIT.
003700 ROT-DEVOLVER-ITEM-EXIT. EXIT.
003700******************************************************************
003700*    ROT-RESUMIR-DEVOLUCAO - SOMA O ITEM DEVOLVIDO NO RESUMO      *
003700*    MENSAL DE VENDAS (RESVENDA) NO MES DA DEVOLUCAO, COM O CUSTO *
003700*    CAPTURADO NO PEDIDO                                          *
003700******************************************************************
003700 ROT-RESUMIR-DEVOLUCAO.
003700     INITIALIZE RSV-PARAMETROS-AREA.
003700     MOVE "A"          TO RSV-ACAO.
003700     MOVE W-ANO-INF    TO RSV-ANO.
003700     MOVE W-MES-INF    TO RSV-MES.
003700     MOVE PVI-CODPROD  TO RSV-CODPROD.
003700     MOVE PV-CODCLI    TO RSV-CODCLI.
003700     MOVE PV-CODVEND   TO RSV-CODVEND.
003700     MOVE "N"          TO RSV-ORIGEM.
003700     MOVE W-QTDE-DEV   TO RSV-QTDE-DEV.
003700     MOVE W-VALOR-DEV  TO RSV-VALOR-DEV.
003700     COMPUTE RSV-CUSTO-DEV = PVI-CUSTO * W-QTDE-DEV.
003700     MOVE W-ICMS-DEV   TO RSV-ICMS-DEV.
003700     CALL "RSV000" USING RSV-PARAMETROS-AREA.
003700 ROT-RESUMIR-DEVOLUCAO-EXIT. EXIT.
003710******************************************************************
003720*    ROT-GRAVAR-MOV - MOVIMENTO "D" (DEVOLUCAO DE VENDA) NO        *
003730*    MOVESTQ, COM O PRECO DE VENDA DO ITEM PARA O FISCICMS         *
003860     OPEN EXTEND MOVESTQ.
003870     IF MOV-STATUS = "35"
003880         OPEN OUTPUT MOVESTQ.
003890     MOVE REGMOV TO MVX-MOVIMENTO.
003890     WRITE REGMOV.
003900     CLOSE MOVESTQ.
003900     MOVE "G" TO MVX-ACAO.
003900     CALL "MVX000" USING MVX-PARAMETROS-AREA.
003910 ROT-GRAVAR-MOV-EXIT. EXIT.
003910******************************************************************
003910*    ROT-ESTORNAR-PIS - ESTORNO DO DEBITO DE PIS/COFINS SOBRE O   *
003910*    VALOR DEVOLVIDO DO ITEM                                      *
003910******************************************************************
003910 ROT-ESTORNAR-PIS.
003910     MOVE "G"            TO PIS-ACAO.
003910     MOVE "E"            TO PIS-TIPO.
003910     MOVE PVI-CODPROD    TO PIS-CODPROD.
003910     MOVE CODNCM         TO PIS-CODNCM.
003910     MOVE W-VALOR-DEV    TO PIS-BASE.
003910     COMPUTE PIS-DATA = W-ANO-INF * 10000 + W-MES-INF * 100
003910         + W-DIA-INF.
003910     MOVE "CEP037"       TO PIS-PROGRAMA.
003910     MOVE W-NUMERO-INF   TO PIS-DOCUMENTO.
003910     CALL "PIS000" USING PIS-PARAMETROS-AREA.
003910 ROT-ESTORNAR-PIS-EXIT. EXIT.
003910******************************************************************
003910*    ROT-LER-UF-CLIENTE - UF DO CLIENTE DO PEDIDO NO CADPARCEIRO, *
003910*    DESTINO DO ICMS-ST (BRANCO = SEM ST A ESTORNAR)              *
003910******************************************************************
003910 ROT-LER-UF-CLIENTE.
003910     MOVE SPACES TO W-UF-CLIENTE.
003910     OPEN INPUT CADPARCEIRO.
003910     IF PARC-STATUS NOT = "00"
003910         GO TO ROT-LER-UF-CLIENTE-EXIT.
003910     MOVE PV-CODCLI TO CODIGO.
003910     READ CADPARCEIRO
003910         NOT INVALID KEY
003910             MOVE UF TO W-UF-CLIENTE.
003910     CLOSE CADPARCEIRO.
003910 ROT-LER-UF-CLIENTE-EXIT. EXIT.
003910******************************************************************
003910*    ROT-CALCULAR-ST-DEV - ICMS-ST DO VALOR DEVOLVIDO, NA MESMA   *
003910*    CONTA DA EMISSAO (CEP013): BASE ST = VALOR COM A MVA DA      *
003910*    TABNST, ST = BASE ST X ALIQUOTA INTERNA MENOS O ICMS PROPRIO *
003910******************************************************************
003910 ROT-CALCULAR-ST-DEV.
003910     MOVE ZERO TO W-BCST-DEV.
003910     MOVE ZERO TO W-ST-DEV.
003910     IF CODNCM = ZERO OR W-UF-CLIENTE = SPACES
003910         GO TO ROT-CALCULAR-ST-DEV-EXIT.
003910     OPEN INPUT TABNST.
003910     IF NST-STATUS NOT = "00"
003910         GO TO ROT-CALCULAR-ST-DEV-EXIT.
003910     MOVE CODNCM       TO NST-CODNCM.
003910     MOVE W-UF-CLIENTE TO NST-UF.
003910     READ TABNST
003910         INVALID KEY
003910             CLOSE TABNST
003910             GO TO ROT-CALCULAR-ST-DEV-EXIT.
003910     CLOSE TABNST.
003910     COMPUTE W-BCST-DEV ROUNDED =
003910         W-VALOR-DEV * (100 + NST-MVA) / 100.
003910     COMPUTE W-ST-CALC ROUNDED =
003910         (W-BCST-DEV * NST-ALIQ-INTERNA / 100) - W-ICMS-DEV.
003910     IF W-ST-CALC > ZERO
003910         MOVE W-ST-CALC TO W-ST-DEV.
003910 ROT-CALCULAR-ST-DEV-EXIT. EXIT.
003920******************************************************************
003930*    ROT-DIGITAR-ALM - CAPTURA E VALIDA O ALMOXARIFADO DE          *
003940*    RETORNO DA MERCADORIA (CADALM)                                *
004530     IF CRC-STATUS NOT = "00"
004540         DISPLAY "ARQUIVO CRECEBER NAO PODE SER ABERTO"
004550         GO TO ROT-AJUSTAR-RECEBER-EXIT.
004560     COMPUTE W-RESTA-ABATER = W-TOTAL-DEV + W-TOTAL-ST-DEV.
004570     MOVE PV-CODCLI   TO CR-CODCLI.
004580     COMPUTE CR-DOCUMENTO = (W-NUMERO-PED * 100) + 1.
004590     COMPUTE W-DOC-FIM = (W-NUMERO-PED * 100) + 99.
004810             MOVE "S" TO W-EOF-CR.
004820 ROT-LER-PARCELA-EXIT. EXIT.
004830 ROT-ABATER-PARCELA.
004840     IF CR-PAGO-SIM OR CR-RENEGOCIADO
004850         GO TO ROT-ABATER-PARCELA-LER.
004860     IF W-RESTA-ABATER NOT < CR-VALOR
004870         SUBTRACT CR-VALOR FROM W-RESTA-ABATER
005090     DISPLAY "DATA.......: " DV-DIA "/" DV-MES "/" DV-ANO.
005100     DISPLAY "MERCADORIA.: " DV-TOTAL-MERCADORIA.
005110     DISPLAY "ICMS.......: " DV-TOTAL-ICMS.
005110     DISPLAY "ICMS-ST....: " DV-TOTAL-ST.
005120     CLOSE DEVVENDA.
005130     DISPLAY "SEQ  PRODUTO   QUANTIDADE  VALOR".
005140     OPEN INPUT DEVITEM.
