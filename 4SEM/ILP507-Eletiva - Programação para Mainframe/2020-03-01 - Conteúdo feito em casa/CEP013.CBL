000189* 2026-09-02 BH        SEM SERIE "E" SUFICIENTE, BRANCO OU "0"    *
000189*                      NO PEDIDO DE SERIE ABORTA A EMISSAO EM     *
000189*                      VEZ DE PRENDER O OPERADOR NO ACCEPT        *
000189* 2026-09-15 BH        PIS/COFINS POR ITEM (SUB-ROTINA PIS000,    *
000189*                      TABELA TABPIS): TOTAIS IMPRESSOS NA NOTA   *
000189*                      E DEBITO LANCADO NO LIVPIS NA BAIXA DOS    *
000189*                      ITENS, PARA A APURACAO DO FISCPIS          *
000189* 2026-09-02 BH        VENCIMENTO DAS PARCELAS ROLADO PARA O      *
000189*                      PROXIMO DIA UTIL PELO CALENDARIO DIA000    *
000189*                      (SEM MEXER NA BASE DA CADEIA DE PARCELAS)  *
000189* 2026-09-14 BH        A NOTA E REGISTRADA NO NOTAREG COM A NF-E  *
000189*                      AINDA NAO GERADA (CHAVE, PROTOCOLO E       *
000189*                      MOTIVO EM BRANCO), PARA O CEP065 MONTAR O  *
000189*                      XML E LER O RETORNO DA SEFAZ               *
000189* 2026-09-16 BH        ICMS-ST POR ITEM (TABNST POR NCM E UF DO   *
000189*                      CLIENTE): BASE ST COM A MVA, ST = BASE X   *
000189*                      ALIQUOTA INTERNA MENOS O ICMS PROPRIO;     *
000189*                      TOTAL DA NOTA E PARCELAS DO CRECEBER       *
000189*                      PASSAM A SOMAR O ST, GRAVADO NO NOTAREG    *
000189* 2026-09-29 BH        PARCELA NOVA DO CRECEBER NASCE COM JUROS E *
000189*                      MULTA DE ATRASO ZERADOS                    *
000189* 2026-09-30 BH        PARCELA NOVA NASCE SEM ACORDO (CR-ACORDO   *
000189*                      ZERADO)                                    *
000189* 2026-10-06 BH        FRETE DO PEDIDO (PV-FRETE) NA NOTA:        *
000189*                      RATEADO POR ITEM NA BASE DO ICMS E DO      *
000189*                      ICMS-ST, LINHA PROPRIA NOS TOTAIS,         *
000189*                      SOMADO AO TOTAL DA NOTA E AS PARCELAS DO   *
000189*                      CRECEBER; GRAVADO EM NF-TOTAL-FRETE        *
000189* 2026-10-07 BH        CLIENTE GANHA PONTOS DE FIDELIDADE         *
000189*                      (PTO000) SOBRE O VALOR DAS MERCADORIAS     *
000189*                      DA NOTA EMITIDA, REFERENCIADOS PELO        *
000189*                      NUMERO DO PEDIDO                           *
000189* 2026-10-15 BH        PEDIDO DE ACERTO DE CONSIGNACAO            *
000189*                      (PV-CONSIGNACAO, CEP086) FATURA SEM        *
000189*                      BAIXAR FISICO, RESERVA E ALMOXARIFADO,     *
000189*                      JA BAIXADOS NA REMESSA: GRAVA "C" "+" E    *
000189*                      A SAIDA "S" NO MOVESTQ E CONSOME LOTES,    *
000189*                      CAMADAS E PIS/COFINS                       *
000189* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000189*                      (MVX000)                                   *
000189* 2026-10-15 BH        ICMS DO ITEM GRAVADO EM PVI-VALOR-ICMS;    *
000189*                      ITENS E NOTA SOMADOS NO RESUMO MENSAL DE   *
000189*                      VENDAS RESVENDA (RSV000)                   *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP013.
000568         ACCESS MODE IS DYNAMIC
000568         RECORD KEY IS UFI-CHAVE
000568         FILE STATUS IS UFI-STATUS.
000568     SELECT TABNST ASSIGN TO "TABNST"
000568         ORGANIZATION IS INDEXED
000568         ACCESS MODE IS DYNAMIC
000568         RECORD KEY IS NST-CHAVE
000568         FILE STATUS IS NST-STATUS.
000568     SELECT PARMSYS ASSIGN TO "PARMSYS"
000568         ORGANIZATION IS LINE SEQUENTIAL
000568         FILE STATUS IS PARM-STATUS.
000735 FD  TABUFS
000735     LABEL RECORDS ARE STANDARD.
000735     COPY REGUFI.
000735 FD  TABNST
000735     LABEL RECORDS ARE STANDARD.
000735     COPY REGNST.
000735 FD  PARMSYS
000735     LABEL RECORDS ARE STANDARD.
000735     COPY PARMSYS.
000823 01  W-EMISSAO-ABORTADA          PIC X(01).
000823     88  W-ABORTADA-SIM          VALUE "S".
000823 01  UFI-STATUS                  PIC X(02).
000823 01  NST-STATUS                  PIC X(02).
000823 01  PARM-STATUS                 PIC X(02).
000823 01  W-UF-EMPRESA                PIC X(02) VALUE SPACES.
000823 01  W-UF-CLIENTE                PIC X(02).
000940 01  W-VALICMS-ITEM              PIC 9(12)V99.
000950 01  W-TOTAL-MERCADORIA          PIC 9(12)V99.
000960 01  W-TOTAL-ICMS                PIC 9(12)V99.
000960 01  W-TOTAL-PIS                 PIC 9(12)V99.
000960 01  W-TOTAL-COFINS              PIC 9(12)V99.
000960 01  W-BCST-ITEM                 PIC 9(12)V99.
000960 01  W-VALST-ITEM                PIC 9(12)V99.
000960 01  W-ST-CALC                   PIC S9(12)V99.
000960 01  W-TOTAL-BC-ST               PIC 9(12)V99.
000960 01  W-TOTAL-ST                  PIC 9(12)V99.
000960 01  W-TOTAL-NOTA                PIC 9(12)V99.
000960 01  W-FRETE-ITEM                PIC 9(10)V99.
000960 01  W-FRETE-RATEADO             PIC 9(10)V99.
000960 01  W-MERC-RATEADA              PIC 9(12)V99.
000970 01  W-QTDE-ITENS                PIC 9(03).
000972 01  W-DIA-VENC                  PIC 9(02).
000974 01  W-MES-VENC                  PIC 9(02).
000991 COPY DIAPARM.
000991 COPY NUMPARM.
000991 COPY GERPARM.
000991 COPY PISPARM.
000991 COPY PTOPARM.
000991 COPY MVXPARM.
000991 COPY RSVPARM.
000991 01  W-NUMERO-NOTA               PIC 9(08).
000980 01  MSG-PED-INEXISTENTE         PIC X(30)
000990         VALUE "PEDIDO NAO CADASTRADO".
001550     05  FILLER                  PIC X(15)
001552         VALUE "VALOR DO ITEM: ".
001560     05  LV-VALOR                PIC ZZZZZZZZZZZ9,99.
001560 01  LIN-ST-ITEM.
001560     05  FILLER                  PIC X(25) VALUE SPACES.
001560     05  FILLER                  PIC X(09) VALUE "BASE ST: ".
001560     05  LS-BCST                 PIC ZZZZZZZZZZZ9,99.
001560     05  FILLER                  PIC X(11) VALUE "  ICMS-ST: ".
001560     05  LS-VALST                PIC ZZZZZZZZZZZ9,99.
001570 01  LIN-TOT-MERC.
001580     05  FILLER                  PIC X(25) VALUE
001590         "TOTAL DAS MERCADORIAS..: ".
001600     05  LT-MERCADORIA           PIC ZZZZZZZZZZZ9,99.
001600 01  LIN-TOT-FRETE.
001600     05  FILLER                  PIC X(25) VALUE
001600         "VALOR DO FRETE.........: ".
001600     05  LT-FRETE                PIC ZZZZZZZZZZZ9,99.
001610 01  LIN-TOT-ICMS.
001620     05  FILLER                  PIC X(25) VALUE
001630         "TOTAL DO ICMS..........: ".
001640     05  LT-ICMS                 PIC ZZZZZZZZZZZ9,99.
001640 01  LIN-TOT-ST.
001640     05  FILLER                  PIC X(25) VALUE
001640         "TOTAL DO ICMS-ST.......: ".
001640     05  LT-ST                   PIC ZZZZZZZZZZZ9,99.
001640 01  LIN-TOT-PIS.
001640     05  FILLER                  PIC X(25) VALUE
001640         "TOTAL DO PIS...........: ".
001640     05  LT-PIS                  PIC ZZZZZZZZZZZ9,99.
001640 01  LIN-TOT-COFINS.
001640     05  FILLER                  PIC X(25) VALUE
001640         "TOTAL DA COFINS........: ".
001640     05  LT-COFINS               PIC ZZZZZZZZZZZ9,99.
001650 01  LIN-TOT-NOTA.
001660     05  FILLER                  PIC X(25) VALUE
001670         "TOTAL DA NOTA..........: ".
002040             DISPLAY "*** NOTA FISCAL EMITIDA COM SUCESSO ***"
002041             PERFORM ROT-REGISTRAR-NOTA
002041                 THRU ROT-REGISTRAR-NOTA-EXIT
002041             PERFORM ROT-RESUMIR-NOTA
002041                 THRU ROT-RESUMIR-NOTA-EXIT
002042             PERFORM ROT-GRAVAR-RECEBER
002042                 THRU ROT-GRAVAR-RECEBER-EXIT
002042             PERFORM ROT-CREDITAR-PONTOS
002042                 THRU ROT-CREDITAR-PONTOS-EXIT.
002050     CLOSE PEDVENDA.
002060 2000-EXIT. EXIT.
002070******************************************************************
002450     OPEN OUTPUT NOTAFISC.
002460     MOVE ZERO TO W-TOTAL-MERCADORIA.
002470     MOVE ZERO TO W-TOTAL-ICMS.
002470     MOVE ZERO TO W-TOTAL-BC-ST.
002470     MOVE ZERO TO W-TOTAL-ST.
002470     MOVE ZERO TO W-TOTAL-PIS.
002470     MOVE ZERO TO W-TOTAL-COFINS.
002480     MOVE ZERO TO W-QTDE-ITENS.
002480     MOVE ZERO TO W-FRETE-RATEADO W-MERC-RATEADA.
002490     WRITE REG-NOTA FROM LIN-TRACO.
002500     WRITE REG-NOTA FROM LIN-TITULO.
002510     WRITE REG-NOTA FROM LIN-TRACO.
002740     WRITE REG-NOTA FROM LIN-TRACO.
002750     MOVE W-TOTAL-MERCADORIA TO LT-MERCADORIA.
002760     WRITE REG-NOTA FROM LIN-TOT-MERC.
002760     MOVE PV-FRETE TO LT-FRETE.
002760     WRITE REG-NOTA FROM LIN-TOT-FRETE.
002770     MOVE W-TOTAL-ICMS TO LT-ICMS.
002780     WRITE REG-NOTA FROM LIN-TOT-ICMS.
002780     MOVE W-TOTAL-ST TO LT-ST.
002780     WRITE REG-NOTA FROM LIN-TOT-ST.
002780     MOVE W-TOTAL-PIS TO LT-PIS.
002780     WRITE REG-NOTA FROM LIN-TOT-PIS.
002780     MOVE W-TOTAL-COFINS TO LT-COFINS.
002780     WRITE REG-NOTA FROM LIN-TOT-COFINS.
002790     COMPUTE W-TOTAL-NOTA = W-TOTAL-MERCADORIA + PV-FRETE
002790         + W-TOTAL-ST.
002790     MOVE W-TOTAL-NOTA TO LT-NOTA.
002800     WRITE REG-NOTA FROM LIN-TOT-NOTA.
002810     WRITE REG-NOTA FROM LIN-TRACO.
002820     CLOSE NOTAFISC.
002870*                         (ALIQUOTA TAXICMS DO CADPROD)            *
002880******************************************************************
002890 ROT-IMPRIMIR-ITENS.
002900     OPEN I-O PEDITEM.
002910     IF ITM-STATUS NOT = "00"
002920         DISPLAY "ARQUIVO DE ITENS NAO EXISTE"
002930         GO TO ROT-IMPRIMIR-ITENS-EXIT.
003238             MOVE W-ALIQ-INTER TO W-TAXICMS-ITEM
003239         END-IF
003239     END-IF.
003240     PERFORM ROT-RATEAR-FRETE THRU ROT-RATEAR-FRETE-EXIT.
003240     COMPUTE W-VALICMS-ITEM ROUNDED =
003250         (PVI-VALOR + W-FRETE-ITEM) * W-TAXICMS-ITEM / 100.
003250     PERFORM ROT-CALCULAR-ST THRU ROT-CALCULAR-ST-EXIT.
003250     MOVE W-VALICMS-ITEM TO PVI-VALOR-ICMS.
003250     REWRITE REGPEDI
003250         INVALID KEY
003250             DISPLAY "ERRO NA ATUALIZACAO DO ICMS DO ITEM".
003260     MOVE PVI-CODPROD    TO LI-CODPROD.
003270     MOVE DESCPROD       TO LI-DESCPROD.
003280     MOVE PVI-QUANTIDADE TO LI-QUANTIDADE.
003320     WRITE REG-NOTA FROM LIN-ITEM.
003330     MOVE PVI-VALOR TO LV-VALOR.
003340     WRITE REG-NOTA FROM LIN-VALOR-ITEM.
003340     IF W-VALST-ITEM > ZERO
003340         MOVE W-BCST-ITEM  TO LS-BCST
003340         MOVE W-VALST-ITEM TO LS-VALST
003340         WRITE REG-NOTA FROM LIN-ST-ITEM.
003342     IF PROD-COM-SERIE
003344         PERFORM ROT-ESCOLHER-SERIES
003346             THRU ROT-ESCOLHER-SERIES-EXIT.
003350     ADD PVI-VALOR      TO W-TOTAL-MERCADORIA.
003360     ADD W-VALICMS-ITEM TO W-TOTAL-ICMS.
003360     ADD W-BCST-ITEM    TO W-TOTAL-BC-ST.
003360     ADD W-VALST-ITEM   TO W-TOTAL-ST.
003360     MOVE "C" TO PIS-ACAO.
003360     PERFORM ROT-PARM-PIS THRU ROT-PARM-PIS-EXIT.
003360     ADD PIS-VALOR-PIS    TO W-TOTAL-PIS.
003360     ADD PIS-VALOR-COFINS TO W-TOTAL-COFINS.
003370     ADD 1 TO W-QTDE-ITENS.
003380     PERFORM ROT-LER-ITEM THRU ROT-LER-ITEM-EXIT.
003390 ROT-IMPRIMIR-UM-ITEM-EXIT. EXIT.
003390******************************************************************
003390*    ROT-RATEAR-FRETE - PARCELA DO FRETE DO PEDIDO QUE CABE AO    *
003390*    ITEM, NA PROPORCAO DO SEU VALOR, PARA COMPOR A BASE DO ICMS  *
003390*    E DO ICMS-ST; O ITEM QUE FECHA O TOTAL DO PEDIDO LEVA A      *
003390*    SOBRA DO ARREDONDAMENTO                                      *
003390******************************************************************
003390 ROT-RATEAR-FRETE.
003390     MOVE ZERO TO W-FRETE-ITEM.
003390     IF PV-FRETE = ZERO OR PV-TOTAL = ZERO
003390         GO TO ROT-RATEAR-FRETE-EXIT.
003390     ADD PVI-VALOR TO W-MERC-RATEADA.
003390     IF W-MERC-RATEADA NOT < PV-TOTAL
003390         IF W-FRETE-RATEADO < PV-FRETE
003390             COMPUTE W-FRETE-ITEM = PV-FRETE - W-FRETE-RATEADO
003390         END-IF
003390     ELSE
003390         COMPUTE W-FRETE-ITEM ROUNDED =
003390             PV-FRETE * PVI-VALOR / PV-TOTAL.
003390     ADD W-FRETE-ITEM TO W-FRETE-RATEADO.
003390 ROT-RATEAR-FRETE-EXIT. EXIT.
003391******************************************************************
003391*    ROT-ESCOLHER-SERIES - PRODUTO COM CTRLSERIE "S": UM NUMERO    *
003391*    DE SERIE EM ESTOQUE POR UNIDADE FATURADA, IMPRESSO NA NOTA    *
004020         DISPLAY "ARQUIVO CRECEBER NAO PODE SER ABERTO"
004030         GO TO ROT-GRAVAR-RECEBER-EXIT.
004032     COMPUTE W-VALOR-PARCELA ROUNDED =
004033         W-TOTAL-NOTA / W-QTDE-PARCELAS.
004034     MOVE ZERO TO W-VALOR-ACUMULADO.
004035     MOVE W-DIA-VENC TO W-DIA-V.
004036     MOVE W-MES-VENC TO W-MES-V.
004219     MOVE W-VU-ANO  TO CR-VEN-ANO.
004219     IF W-PARCELA = W-QTDE-PARCELAS
004219         COMPUTE CR-VALOR =
004219             W-TOTAL-NOTA - W-VALOR-ACUMULADO
004219     ELSE
004219         MOVE W-VALOR-PARCELA TO CR-VALOR
004219         ADD W-VALOR-PARCELA TO W-VALOR-ACUMULADO.
004219     MOVE "N"  TO CR-PAGO.
004219     MOVE ZERO TO CR-DATA-PAGTO.
004219     MOVE ZERO TO CR-JUROS-REC CR-MULTA-REC
004219                  CR-JUROS-ABERTO CR-MULTA-ABERTO.
004219     MOVE ZERO TO CR-ACORDO.
004219     WRITE REGCREC
004219         INVALID KEY
004219             DISPLAY "TITULO JA EXISTE NO CONTAS A RECEBER"
004220         MOVE "S" TO W-EOF2.
004220 ROT-LER-ITEM-BX-EXIT. EXIT.
004220 ROT-BAIXAR-UM-ITEM.
004220     PERFORM ROT-RESUMIR-ITEM THRU ROT-RESUMIR-ITEM-EXIT.
004220     MOVE PVI-CODPROD TO CODPROD.
004220     READ CADPROD
004220         INVALID KEY
004220             DISPLAY "PRODUTO " PVI-CODPROD " NAO CADASTRADO"
004220             GO TO ROT-BAIXAR-UM-ITEM-LER.
004220     IF PEDIDO-CONSIGNACAO
004220         PERFORM ROT-FATURAR-CONSIG THRU ROT-FATURAR-CONSIG-EXIT
004220         GO TO ROT-BAIXAR-UM-ITEM-LER.
004220     IF RESERVADA < PVI-QUANTIDADE
004220         MOVE ZERO TO RESERVADA
004220     ELSE
004220     PERFORM ROT-BAIXAR-SALDOALM
004220         THRU ROT-BAIXAR-SALDOALM-EXIT.
004220     PERFORM ROT-CONSUMIR-LOTES THRU ROT-CONSUMIR-LOTES-EXIT.
004220     MOVE "G" TO PIS-ACAO.
004220     PERFORM ROT-PARM-PIS THRU ROT-PARM-PIS-EXIT.
004220     PERFORM ROT-CONSUMIR-CAMADAS
004220         THRU ROT-CONSUMIR-CAMADAS-EXIT.
004220 ROT-BAIXAR-UM-ITEM-LER.
004220     PERFORM ROT-LER-ITEM-BX THRU ROT-LER-ITEM-BX-EXIT.
004220 ROT-BAIXAR-UM-ITEM-EXIT. EXIT.
004220******************************************************************
004220*    ROT-FATURAR-CONSIG - ITEM DE ACERTO DE CONSIGNACAO: O FISICO *
004220*    E O ALMOXARIFADO JA FORAM BAIXADOS NA REMESSA (CEP086). A    *
004220*    MERCADORIA VOLTA DA CONSIGNACAO ("C" "+") E SAI VENDIDA      *
004220*    ("S"), SEM MEXER NO SALDO NEM NA RESERVA; LOTES, CAMADAS E   *
004220*    PIS/COFINS SAO CONSUMIDOS AGORA, NA VENDA                    *
004220******************************************************************
004220 ROT-FATURAR-CONSIG.
004220     MOVE PVI-CODPROD    TO MOV-CODPROD.
004220     MOVE "C"            TO MOV-TIPO.
004220     MOVE PVI-QUANTIDADE TO MOV-QUANTIDADE.
004220     MOVE PMEDIO         TO MOV-PRECO.
004220     MOVE PV-DIA         TO MOV-DIA.
004220     MOVE PV-MES         TO MOV-MES.
004220     MOVE PV-ANO         TO MOV-ANO.
004220     MOVE W-CODALM-INF   TO MOV-CODALM.
004220     MOVE ZERO           TO MOV-CODDEPC.
004220     MOVE "+"            TO MOV-SINAL.
004220     OPEN EXTEND MOVESTQ.
004220     IF MOV-STATUS = "35"
004220         OPEN OUTPUT MOVESTQ.
004220     MOVE REGMOV TO MVX-MOVIMENTO.
004220     WRITE REGMOV.
004220     CLOSE MOVESTQ.
004220     MOVE "G" TO MVX-ACAO.
004220     CALL "MVX000" USING MVX-PARAMETROS-AREA.
004220     PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT.
004220     PERFORM ROT-CONSUMIR-LOTES THRU ROT-CONSUMIR-LOTES-EXIT.
004220     MOVE "G" TO PIS-ACAO.
004220     PERFORM ROT-PARM-PIS THRU ROT-PARM-PIS-EXIT.
004220     PERFORM ROT-CONSUMIR-CAMADAS
004220         THRU ROT-CONSUMIR-CAMADAS-EXIT.
004220 ROT-FATURAR-CONSIG-EXIT. EXIT.
004220******************************************************************
004220*    ROT-RESUMIR-ITEM - SOMA O ITEM FATURADO NO RESUMO MENSAL DE  *
004220*    VENDAS (RESVENDA) NO MES DA EMISSAO                          *
004220******************************************************************
004220 ROT-RESUMIR-ITEM.
004220     INITIALIZE RSV-PARAMETROS-AREA.
004220     MOVE "A"            TO RSV-ACAO.
004220     MOVE PV-ANO         TO RSV-ANO.
004220     MOVE PV-MES         TO RSV-MES.
004220     MOVE PVI-CODPROD    TO RSV-CODPROD.
004220     MOVE PV-CODCLI      TO RSV-CODCLI.
004220     MOVE PV-CODVEND     TO RSV-CODVEND.
004220     MOVE "N"            TO RSV-ORIGEM.
004220     MOVE PVI-QUANTIDADE TO RSV-QUANTIDADE.
004220     MOVE PVI-VALOR      TO RSV-VALOR.
004220     COMPUTE RSV-CUSTO = PVI-CUSTO * PVI-QUANTIDADE.
004220     MOVE PVI-VALOR-ICMS TO RSV-ICMS.
004220     CALL "RSV000" USING RSV-PARAMETROS-AREA.
004220 ROT-RESUMIR-ITEM-EXIT. EXIT.
004220******************************************************************
004220*    ROT-PARM-PIS - PIS/COFINS DO ITEM (DEBITO DA VENDA SOBRE O   *
004220*    VALOR DO ITEM); "C" SO CALCULA PARA O FORMULARIO, "G" LANCA  *
004220*    NO LIVPIS NA BAIXA, QUANDO A EMISSAO JA NAO PODE ABORTAR     *
004220******************************************************************
004220 ROT-PARM-PIS.
004220     MOVE "D"            TO PIS-TIPO.
004220     MOVE PVI-CODPROD    TO PIS-CODPROD.
004220     MOVE CODNCM         TO PIS-CODNCM.
004220     MOVE PVI-VALOR      TO PIS-BASE.
004220     COMPUTE PIS-DATA = PV-ANO * 10000 + PV-MES * 100 + PV-DIA.
004220     MOVE "CEP013"       TO PIS-PROGRAMA.
004220     MOVE W-NUMERO-NOTA  TO PIS-DOCUMENTO.
004220     CALL "PIS000" USING PIS-PARAMETROS-AREA.
004220 ROT-PARM-PIS-EXIT. EXIT.
004220******************************************************************
004220*    ROT-GRAVAR-MOV - GRAVA O MOVIMENTO "S" NO HISTORICO MOVESTQ   *
004220*    (MESMO PADRAO DO ROT-GRAVAR-MOV DO CEP004)                    *
004220******************************************************************
004220     OPEN EXTEND MOVESTQ.
004220     IF MOV-STATUS = "35"
004220         OPEN OUTPUT MOVESTQ.
004220     MOVE REGMOV TO MVX-MOVIMENTO.
004220     WRITE REGMOV.
004220     CLOSE MOVESTQ.
004220     MOVE "G" TO MVX-ACAO.
004220     CALL "MVX000" USING MVX-PARAMETROS-AREA.
004220 ROT-GRAVAR-MOV-EXIT. EXIT.
004220******************************************************************
004220*    ROT-BAIXAR-SALDOALM - BAIXA A QUANTIDADE DO ITEM NO SALDO     *
004230     MOVE PV-ANO             TO NF-EMI-ANO.
004230     MOVE W-TOTAL-MERCADORIA TO NF-TOTAL-MERCADORIA.
004230     MOVE W-TOTAL-ICMS       TO NF-TOTAL-ICMS.
004230     MOVE W-TOTAL-BC-ST      TO NF-TOTAL-BC-ST.
004230     MOVE W-TOTAL-ST         TO NF-TOTAL-ST.
004230     MOVE PV-FRETE           TO NF-TOTAL-FRETE.
004230     MOVE "E"                TO NF-SITUACAO.
004230     MOVE ZERO               TO NF-DATA-CANC.
004230     MOVE SPACES             TO NF-NFE-CHAVE.
004230     MOVE SPACE              TO NF-NFE-SITUACAO.
004230     MOVE SPACES             TO NF-NFE-PROTOCOLO.
004230     MOVE SPACES             TO NF-NFE-MOTIVO.
004230     MOVE ZERO               TO NF-NFE-DATA-RETORNO.
004230     WRITE REGNOT
004230         INVALID KEY
004230             DISPLAY "NOTA JA REGISTRADA NO NOTAREG".
004230     CLOSE NOTAREG.
004230 ROT-REGISTRAR-NOTA-EXIT. EXIT.
004230******************************************************************
004230*    ROT-RESUMIR-NOTA - LINHA DO DOCUMENTO NO RESUMO MENSAL DE    *
004230*    VENDAS (PRODUTO ZERO): UMA NOTA A MAIS, O FRETE E A DATA DA  *
004230*    EMISSAO                                                      *
004230******************************************************************
004230 ROT-RESUMIR-NOTA.
004230     INITIALIZE RSV-PARAMETROS-AREA.
004230     MOVE "A"            TO RSV-ACAO.
004230     MOVE PV-ANO         TO RSV-ANO.
004230     MOVE PV-MES         TO RSV-MES.
004230     MOVE ZERO           TO RSV-CODPROD.
004230     MOVE PV-CODCLI      TO RSV-CODCLI.
004230     MOVE PV-CODVEND     TO RSV-CODVEND.
004230     MOVE "N"            TO RSV-ORIGEM.
004230     MOVE 1              TO RSV-DOCUMENTOS.
004230     MOVE PV-FRETE       TO RSV-FRETE.
004230     COMPUTE RSV-DATA = PV-ANO * 10000 + PV-MES * 100 + PV-DIA.
004230     CALL "RSV000" USING RSV-PARAMETROS-AREA.
004230 ROT-RESUMIR-NOTA-EXIT. EXIT.
004230******************************************************************
004230*    ROT-CREDITAR-PONTOS - PONTOS DE FIDELIDADE DO CLIENTE SOBRE  *
004230*    AS MERCADORIAS DA NOTA (DOCUMENTO = NUMERO DO PEDIDO, QUE A  *
004230*    DEVOLUCAO E O CANCELAMENTO USAM PARA ESTORNAR)               *
004230******************************************************************
004230 ROT-CREDITAR-PONTOS.
004230     MOVE "C"                TO PTO-ACAO.
004230     MOVE PV-CODCLI          TO PTO-CODCLI.
004230     MOVE PV-ANO             TO PTO-ANO.
004230     MOVE PV-MES             TO PTO-MES.
004230     MOVE PV-DIA             TO PTO-DIA.
004230     MOVE "PV"               TO PTO-ORIGEM.
004230     MOVE PV-NUMERO          TO PTO-DOCUMENTO.
004230     MOVE W-TOTAL-MERCADORIA TO PTO-VALOR.
004230     CALL "PTO000" USING PTO-PARAMETROS-AREA.
004230     IF PTO-OK
004230         DISPLAY "PONTOS DE FIDELIDADE GANHOS: " PTO-PONTOS.
004230 ROT-CREDITAR-PONTOS-EXIT. EXIT.
004240******************************************************************
004240*    ROT-LER-UF-EMPRESA - UF DA LOJA NO PARMSYS (EM BRANCO = SEM   *
004240*    CONTROLE INTERESTADUAL, TUDO PELA ALIQUOTA DO PRODUTO)        *
004240 ROT-ALIQ-INTERESTADUAL-FIM.
004240     EXIT.
004240 ROT-ALIQ-INTERESTADUAL-EXIT. EXIT.
004240******************************************************************
004240*    ROT-CALCULAR-ST - ICMS-ST DO ITEM: NCM DO PRODUTO COM LINHA  *
004240*    NA TABNST PARA A UF DO CLIENTE; BASE ST = VALOR DO ITEM      *
004240*    ACRESCIDO DA MVA, ST = BASE ST X ALIQUOTA INTERNA MENOS O    *
004240*    ICMS PROPRIO DO ITEM (RESULTADO NEGATIVO FICA ZERO)          *
004240******************************************************************
004240 ROT-CALCULAR-ST.
004240     MOVE ZERO TO W-BCST-ITEM.
004240     MOVE ZERO TO W-VALST-ITEM.
004240     IF CODNCM = ZERO OR W-UF-CLIENTE = SPACES
004240         GO TO ROT-CALCULAR-ST-EXIT.
004240     OPEN INPUT TABNST.
004240     IF NST-STATUS NOT = "00"
004240         GO TO ROT-CALCULAR-ST-EXIT.
004240     MOVE CODNCM       TO NST-CODNCM.
004240     MOVE W-UF-CLIENTE TO NST-UF.
004240     READ TABNST
004240         INVALID KEY
004240             CLOSE TABNST
004240             GO TO ROT-CALCULAR-ST-EXIT.
004240     CLOSE TABNST.
004240     COMPUTE W-BCST-ITEM ROUNDED =
004240         (PVI-VALOR + W-FRETE-ITEM) * (100 + NST-MVA) / 100.
004240     COMPUTE W-ST-CALC ROUNDED =
004240         (W-BCST-ITEM * NST-ALIQ-INTERNA / 100) - W-VALICMS-ITEM.
004240     IF W-ST-CALC > ZERO
004240         MOVE W-ST-CALC TO W-VALST-ITEM.
004240 ROT-CALCULAR-ST-EXIT. EXIT.
004250******************************************************************
004250*    ROT-ROLAR-DIA-UTIL - ROLA O VENCIMENTO DA PARCELA PARA O      *
004250*    PROXIMO DIA UTIL (DIA000), SEM MEXER NA DATA DE TRABALHO      *
