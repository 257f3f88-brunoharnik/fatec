000200* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000200*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000200*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000200* 2026-09-14 BH        CANCELAMENTO CONFERE A SITUACAO DA NF-E    *
000200*                      (CEP065): XML AGUARDANDO RETORNO NAO       *
000200*                      CANCELA; NOTA AUTORIZADA PEDE O EVENTO DE  *
000200*                      CANCELAMENTO NA SEFAZ COM O PROTOCOLO;     *
000200*                      NOTA NUNCA AUTORIZADA CANCELA SO AQUI E O  *
000200*                      NUMERO VAI PARA INUTILIZACAO. A CONSULTA   *
000200*                      MOSTRA CHAVE, PROTOCOLO OU REJEICAO        *
000200* 2026-09-15 BH        CANCELAMENTO ESTORNA O DEBITO DE PIS/      *
000200*                      COFINS DE CADA ITEM NO LIVPIS (TIPO "E")   *
000200* 2026-09-16 BH        CANCELAMENTO EXIBE O ICMS-ST ESTORNADO DA  *
000200*                      NOTA; O FISCICMS ESTORNA O ST PELA DATA    *
000200*                      DO CANCELAMENTO GRAVADA NO NOTAREG         *
000200* 2026-09-30 BH        PARCELA RENEGOCIADA EM ACORDO IMPEDE O     *
000200*                      CANCELAMENTO, COMO A BAIXADA               *
000200* 2026-10-06 BH        CONSULTA DA NOTA MOSTRA O FRETE            *
000200* 2026-10-07 BH        CANCELAMENTO ESTORNA TODOS OS PONTOS DE    *
000200*                      FIDELIDADE (PTO000) GANHOS NA NOTA         *
000200* 2026-10-15 BH        NOTA DE PEDIDO DE ACERTO DE CONSIGNACAO    *
000200*                      (CEP086) NAO DEVOLVE AO FISICO NEM A       *
000200*                      RESERVA: GRAVA O ESTORNO "D" E O RETORNO   *
000200*                      AO SALDO DO CLIENTE ("C" "-") E ESTORNA    *
000200*                      O PIS/COFINS                               *
000200* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000200*                      (MVX000)                                   *
000200* 2026-10-15 BH        NOTA CANCELADA SAI DO RESUMO MENSAL DE     *
000200*                      VENDAS RESVENDA (RSV000) NO MES DA EMISSAO *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP049.
001140 01  PARM-STATUS                 PIC X(02).
001142 01  SER-STATUS                  PIC X(02).
001150 COPY GERPARM.
001150 COPY PISPARM.
001150 COPY PTOPARM.
001150 COPY MVXPARM.
001150 COPY RSVPARM.
001150 01  W-SWITCHES.
001160     05  W-FIM                   PIC X(01) VALUE "N".
001170         88  W-FIM-SIM           VALUE "S".
001230         88  W-TEM-BAIXADA-SIM   VALUE "S".
001240     05  W-ALM-ACHADO            PIC X(01).
001250         88  W-ALM-ACHADO-SIM    VALUE "S".
001250     05  W-PED-CONSIG            PIC X(01).
001250         88  W-PED-CONSIG-SIM    VALUE "S".
001260 01  W-OPCAO                     PIC X(01).
001270 01  W-CONF                      PIC X(01).
001280 01  W-NUMERO-INF                PIC 9(08).
001370 01  W-ORD-EMI                   PIC 9(07) COMP.
001380 01  W-DIAS-DESDE                PIC S9(07) COMP.
001390 01  W-DOC-FIM                   PIC 9(10).
001390 01  W-CODVEND-PED               PIC 9(04).
001400 PROCEDURE DIVISION.
001410******************************************************************
001420*    0000-MAINLINE                                                *
001840         DISPLAY "NOTA JA ESTA CANCELADA"
001850         CLOSE NOTAREG
001860         GO TO ROT-CANCELAR-EXIT.
001862     IF NFE-AGUARDANDO
001864         DISPLAY "NF-E AGUARDANDO RETORNO DA SEFAZ - LEIA O"
001866                 " RETORNO NO CEP065 ANTES DE CANCELAR"
001868         CLOSE NOTAREG
001869         GO TO ROT-CANCELAR-EXIT.
001870     PERFORM ROT-LER-PARM THRU ROT-LER-PARM-EXIT.
001880     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
001890     COMPUTE W-HOJE-NUM = (W-ANO-ATUAL * 10000)
002090     IF NOT W-ALM-ACHADO-SIM
002100         CLOSE NOTAREG
002110         GO TO ROT-CANCELAR-EXIT.
002112     IF NFE-AUTORIZADA
002114         DISPLAY "NF-E AUTORIZADA - PROTOCOLO " NF-NFE-PROTOCOLO
002116         DISPLAY "REGISTRE O EVENTO DE CANCELAMENTO NA SEFAZ"
002118     ELSE
002118         DISPLAY "NF-E NUNCA AUTORIZADA - CANCELAMENTO SO"
002118                 " INTERNO (INUTILIZAR O NUMERO NA SEFAZ)".
002120     DISPLAY "CONFIRMA O CANCELAMENTO DA NOTA (S/N) ==>".
002130     ACCEPT W-CONF.
002140     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002170         GO TO ROT-CANCELAR-EXIT.
002180     PERFORM ROT-EXCLUIR-PARCELAS
002190         THRU ROT-EXCLUIR-PARCELAS-EXIT.
002200     PERFORM ROT-LER-TIPO-PEDIDO THRU ROT-LER-TIPO-PEDIDO-EXIT.
002200     PERFORM ROT-DEVOLVER-ESTOQUE
002210         THRU ROT-DEVOLVER-ESTOQUE-EXIT.
002220     PERFORM ROT-REVERTER-PEDIDO
002220         THRU ROT-REVERTER-PEDIDO-EXIT.
002220     PERFORM ROT-ESTORNAR-PONTOS
002220         THRU ROT-ESTORNAR-PONTOS-EXIT.
002220     MOVE "X" TO NF-SITUACAO.
002250     MOVE W-HOJE-NUM TO NF-DATA-CANC.
002260     REWRITE REGNOT
002270         INVALID KEY
002280             DISPLAY "ERRO NA MARCACAO DA NOTA"
002290         NOT INVALID KEY
002300             DISPLAY "*** NOTA CANCELADA COM SUCESSO ***"
002300             DISPLAY "ICMS-ST ESTORNADO: " NF-TOTAL-ST
002300             PERFORM ROT-ESTORNAR-RESUMO-NOTA
002300                 THRU ROT-ESTORNAR-RESUMO-NOTA-EXIT.
002310     CLOSE NOTAREG.
002310 ROT-CANCELAR-EXIT. EXIT.
002310******************************************************************
002310*    ROT-ESTORNAR-RESUMO-NOTA - TIRA A NOTA E O FRETE DA LINHA DO *
002310*    DOCUMENTO NO RESUMO MENSAL DE VENDAS, NO MES DA EMISSAO (A   *
002310*    DATA DA ULTIMA EMISSAO FICA)                                 *
002310******************************************************************
002310 ROT-ESTORNAR-RESUMO-NOTA.
002310     INITIALIZE RSV-PARAMETROS-AREA.
002310     MOVE "A"              TO RSV-ACAO.
002310     MOVE NF-EMI-ANO       TO RSV-ANO.
002310     MOVE NF-EMI-MES       TO RSV-MES.
002310     MOVE ZERO             TO RSV-CODPROD.
002310     MOVE NF-CODCLI        TO RSV-CODCLI.
002310     MOVE W-CODVEND-PED    TO RSV-CODVEND.
002310     MOVE "N"              TO RSV-ORIGEM.
002310     MOVE -1               TO RSV-DOCUMENTOS.
002310     COMPUTE RSV-FRETE = ZERO - NF-TOTAL-FRETE.
002310     COMPUTE RSV-DATA = NF-EMI-ANO * 10000 + NF-EMI-MES * 100
002310         + NF-EMI-DIA.
002310     CALL "RSV000" USING RSV-PARAMETROS-AREA.
002310 ROT-ESTORNAR-RESUMO-NOTA-EXIT. EXIT.
002310******************************************************************
002310*    ROT-ESTORNAR-RESUMO-ITEM - TIRA O ITEM DO RESUMO MENSAL DE   *
002310*    VENDAS NO MES DA EMISSAO DA NOTA CANCELADA                   *
002310******************************************************************
002310 ROT-ESTORNAR-RESUMO-ITEM.
002310     INITIALIZE RSV-PARAMETROS-AREA.
002310     MOVE "A"              TO RSV-ACAO.
002310     MOVE NF-EMI-ANO       TO RSV-ANO.
002310     MOVE NF-EMI-MES       TO RSV-MES.
002310     MOVE PVI-CODPROD      TO RSV-CODPROD.
002310     MOVE NF-CODCLI        TO RSV-CODCLI.
002310     MOVE W-CODVEND-PED    TO RSV-CODVEND.
002310     MOVE "N"              TO RSV-ORIGEM.
002310     COMPUTE RSV-QUANTIDADE = ZERO - PVI-QUANTIDADE.
002310     COMPUTE RSV-VALOR = ZERO - PVI-VALOR.
002310     COMPUTE RSV-CUSTO = ZERO - (PVI-CUSTO * PVI-QUANTIDADE).
002310     COMPUTE RSV-ICMS = ZERO - PVI-VALOR-ICMS.
002310     CALL "RSV000" USING RSV-PARAMETROS-AREA.
002310 ROT-ESTORNAR-RESUMO-ITEM-EXIT. EXIT.
002310******************************************************************
002310*    ROT-ESTORNAR-PONTOS - TIRA DO CLIENTE TODOS OS PONTOS DE     *
002310*    FIDELIDADE GANHOS NA NOTA (VALOR ZERO = ESTORNO TOTAL)       *
002310******************************************************************
002310 ROT-ESTORNAR-PONTOS.
002310     MOVE "E"              TO PTO-ACAO.
002310     MOVE NF-CODCLI        TO PTO-CODCLI.
002310     MOVE W-DATA-ATUAL     TO PTO-DATA.
002310     MOVE "PV"             TO PTO-ORIGEM.
002310     MOVE NF-NUMERO-PEDIDO TO PTO-DOCUMENTO.
002310     MOVE ZERO             TO PTO-VALOR.
002310     CALL "PTO000" USING PTO-PARAMETROS-AREA.
002310     IF PTO-OK
002310         DISPLAY "PONTOS DE FIDELIDADE ESTORNADOS: " PTO-PONTOS.
002310 ROT-ESTORNAR-PONTOS-EXIT. EXIT.
002330******************************************************************
002340*    ROT-LER-PARM - JANELA DE CANCELAMENTO NO PARMSYS (ZERO =      *
002350*    SEM JANELA)                                                   *
002770             MOVE "S" TO W-EOF-CR.
002780 ROT-LER-PARCELA-EXIT. EXIT.
002790 ROT-TESTAR-PARCELA.
002800     IF CR-PAGO-SIM OR CR-RENEGOCIADO
002810         MOVE "S" TO W-TEM-BAIXADA.
002820     PERFORM ROT-LER-PARCELA THRU ROT-LER-PARCELA-EXIT.
002830 ROT-TESTAR-PARCELA-EXIT. EXIT.
003410         MOVE "S" TO W-EOF.
003420 ROT-LER-ITEM-EXIT. EXIT.
003430 ROT-DEVOLVER-ITEM.
003435     PERFORM ROT-ESTORNAR-RESUMO-ITEM
003435         THRU ROT-ESTORNAR-RESUMO-ITEM-EXIT.
003440     MOVE PVI-CODPROD TO CODPROD.
003450     READ CADPROD
003460         INVALID KEY
003470             DISPLAY "PRODUTO " PVI-CODPROD " NAO CADASTRADO"
003480             GO TO ROT-DEVOLVER-ITEM-LER.
003480     IF W-PED-CONSIG-SIM
003480         PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT
003480         PERFORM ROT-VOLTAR-CONSIG THRU ROT-VOLTAR-CONSIG-EXIT
003480         PERFORM ROT-ESTORNAR-PIS THRU ROT-ESTORNAR-PIS-EXIT
003480         GO TO ROT-DEVOLVER-ITEM-LER.
003490     ADD PVI-QUANTIDADE TO QUANTIDADE.
003500     ADD PVI-QUANTIDADE TO RESERVADA.
003510     COMPUTE PTOTAL = PMEDIO * QUANTIDADE.
003530         INVALID KEY
003540             DISPLAY "ERRO NA DEVOLUCAO DO ESTOQUE".
003550     PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT.
003550     PERFORM ROT-ESTORNAR-PIS THRU ROT-ESTORNAR-PIS-EXIT.
003560     PERFORM ROT-CREDITAR-SALDOALM
003570         THRU ROT-CREDITAR-SALDOALM-EXIT.
003572     IF PROD-COM-SERIE
003760     OPEN EXTEND MOVESTQ.
003770     IF MOV-STATUS = "35"
003780         OPEN OUTPUT MOVESTQ.
003790     MOVE REGMOV TO MVX-MOVIMENTO.
003790     WRITE REGMOV.
003800     CLOSE MOVESTQ.
003800     MOVE "G" TO MVX-ACAO.
003800     CALL "MVX000" USING MVX-PARAMETROS-AREA.
003810 ROT-GRAVAR-MOV-EXIT. EXIT.
003810******************************************************************
003810*    ROT-VOLTAR-CONSIG - NOTA DE ACERTO DE CONSIGNACAO: DEPOIS DO *
003810*    ESTORNO "D", A MERCADORIA VOLTA AO SALDO DO CLIENTE ("C"     *
003810*    "-"), POIS CONTINUA COM ELE; O PEDIDO PODE SER REFATURADO OU *
003810*    TER O ACERTO ESTORNADO NO CEP086                             *
003810******************************************************************
003810 ROT-VOLTAR-CONSIG.
003810     MOVE "C"            TO MOV-TIPO.
003810     MOVE "-"            TO MOV-SINAL.
003810     OPEN EXTEND MOVESTQ.
003810     IF MOV-STATUS = "35"
003810         OPEN OUTPUT MOVESTQ.
003810     MOVE REGMOV TO MVX-MOVIMENTO.
003810     WRITE REGMOV.
003810     CLOSE MOVESTQ.
003810     MOVE "G" TO MVX-ACAO.
003810     CALL "MVX000" USING MVX-PARAMETROS-AREA.
003810 ROT-VOLTAR-CONSIG-EXIT. EXIT.
003810******************************************************************
003810*    ROT-ESTORNAR-PIS - ESTORNO DO DEBITO DE PIS/COFINS DO ITEM   *
003810*    (MESMA BASE DA EMISSAO, NA DATA DO CANCELAMENTO)             *
003810******************************************************************
003810 ROT-ESTORNAR-PIS.
003810     MOVE "G"            TO PIS-ACAO.
003810     MOVE "E"            TO PIS-TIPO.
003810     MOVE PVI-CODPROD    TO PIS-CODPROD.
003810     MOVE CODNCM         TO PIS-CODNCM.
003810     MOVE PVI-VALOR      TO PIS-BASE.
003810     COMPUTE PIS-DATA = W-ANO-ATUAL * 10000 + W-MES-ATUAL * 100
003810         + W-DIA-ATUAL.
003810     MOVE "CEP049"       TO PIS-PROGRAMA.
003810     MOVE NF-NUMERO      TO PIS-DOCUMENTO.
003810     CALL "PIS000" USING PIS-PARAMETROS-AREA.
003810     IF PIS-VALOR-PIS > ZERO OR PIS-VALOR-COFINS > ZERO
003810         DISPLAY "PIS/COFINS ESTORNADO DO PRODUTO " PVI-CODPROD.
003810 ROT-ESTORNAR-PIS-EXIT. EXIT.
003820******************************************************************
003830*    ROT-DIGITAR-ALM - ALMOXARIFADO DE RETORNO DA MERCADORIA       *
003840******************************************************************
004340*    ROT-REVERTER-PEDIDO - VOLTA O PEDIDO FATURADO A SITUACAO      *
004350*    "C" (CONFIRMADO), PRONTO PARA REFATURAR                       *
004360******************************************************************
004370******************************************************************
004370*    ROT-LER-TIPO-PEDIDO - PEDIDO DE ACERTO DE CONSIGNACAO NAO    *
004370*    DEVOLVE A MERCADORIA AO FISICO (ELA FICA COM O CLIENTE)      *
004370******************************************************************
004370 ROT-LER-TIPO-PEDIDO.
004370     MOVE "N" TO W-PED-CONSIG.
004370     MOVE ZERO TO W-CODVEND-PED.
004370     OPEN INPUT PEDVENDA.
004370     IF PED-STATUS NOT = "00"
004370         GO TO ROT-LER-TIPO-PEDIDO-EXIT.
004370     MOVE NF-NUMERO-PEDIDO TO PV-NUMERO.
004370     READ PEDVENDA
004370         INVALID KEY
004370             CONTINUE
004370         NOT INVALID KEY
004370             MOVE PV-CODVEND TO W-CODVEND-PED
004370             IF PEDIDO-CONSIGNACAO
004370                 MOVE "S" TO W-PED-CONSIG
004370                 DISPLAY "NOTA DE CONSIGNACAO - MERCADORIA"
004370                         " VOLTA AO SALDO DO CLIENTE"
004370             END-IF.
004370     CLOSE PEDVENDA.
004370 ROT-LER-TIPO-PEDIDO-EXIT. EXIT.
004370 ROT-REVERTER-PEDIDO.
004380     OPEN I-O PEDVENDA.
004390     IF PED-STATUS NOT = "00"
004750     DISPLAY "EMISSAO....: " NF-EMI-DIA "/" NF-EMI-MES "/"
004760             NF-EMI-ANO.
004770     DISPLAY "MERCADORIA.: " NF-TOTAL-MERCADORIA.
004770     DISPLAY "FRETE......: " NF-TOTAL-FRETE.
004780     DISPLAY "ICMS.......: " NF-TOTAL-ICMS.
004780     DISPLAY "ICMS-ST....: " NF-TOTAL-ST.
004790     DISPLAY "SITUACAO...: " NF-SITUACAO.
004800     IF NOTA-CANCELADA
004810         DISPLAY "CANCELADA EM: " NF-DATA-CANC.
004812     EVALUATE TRUE
004812         WHEN NFE-AUTORIZADA
004812             DISPLAY "NF-E.......: AUTORIZADA - PROTOCOLO "
004812                     NF-NFE-PROTOCOLO
004812         WHEN NFE-AGUARDANDO
004812             DISPLAY "NF-E.......: AGUARDANDO RETORNO"
004812         WHEN NFE-REJEITADA
004812             DISPLAY "NF-E.......: REJEITADA - " NF-NFE-MOTIVO
004812         WHEN OTHER
004812             DISPLAY "NF-E.......: NUNCA TRANSMITIDA"
004812     END-EVALUATE.
004814     IF NF-NFE-CHAVE NOT = SPACES
004816         DISPLAY "CHAVE......: " NF-NFE-CHAVE.
004820     CLOSE NOTAREG.
004830 ROT-CONSULTAR-EXIT. EXIT.
