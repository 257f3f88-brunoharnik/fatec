000180* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000180*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000180*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000180* 2026-09-27 BH        VENDA NO CARTAO PERGUNTA CREDITO OU DEBITO *
000180*                      (CX-MODALIDADE), PARA A CONFERENCIA DA     *
000180*                      LIQUIDACAO DA ADQUIRENTE (ADQCONC)         *
000180* 2026-10-05 BH        PRECO DE CAMPANHA PROMOCIONAL (CMP000)     *
000180*                      NA SUGESTAO, NA FRENTE DA TABPRECO         *
000180* 2026-10-07 BH        PROGRAMA DE FIDELIDADE (PTO000): CLIENTE   *
000180*                      IDENTIFICADO NA VENDA GANHA PONTOS SOBRE O *
000180*                      VALOR PAGO E PODE RESGATAR PONTOS COMO     *
000180*                      FORMA DE PAGAMENTO "F"; FECHAMENTO MOSTRA  *
000180*                      O TOTAL PAGO COM PONTOS                    *
000180* 2026-10-11 BH        DISPONIVEL DESCONTA A QUARENTENA DO        *
000180*                      CADPROD (MERCADORIA AGUARDANDO INSPECAO    *
000180*                      NAO E VENDIDA)                             *
000180* 2026-10-14 BH        PRODUTO BLOQUEADO PARA VENDA OU INATIVO    *
000180*                      (SITPROD) NAO ENTRA NA VENDA DE BALCAO     *
000180* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000180*                      (MVX000)                                   *
000180* 2026-10-15 BH        ITEM VENDIDO GRAVADO NO CAIXAITM E SOMADO  *
000180*                      NO RESUMO MENSAL DE VENDAS RESVENDA        *
000180*                      (RSV000, ORIGEM BALCAO)                    *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CEP063.
000310     SELECT CAIXAMOV ASSIGN TO "CAIXAMOV"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS CXM-STATUS.
000330     SELECT CAIXAITM ASSIGN TO "CAIXAITM"
000330         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS CXI-STATUS.
000340     SELECT CADPROD ASSIGN TO "CADPROD"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000682         ACCESS MODE IS DYNAMIC
000682         RECORD KEY IS SER-CHAVE
000682         FILE STATUS IS SER-STATUS.
000682     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000682         ORGANIZATION IS INDEXED
000682         ACCESS MODE IS DYNAMIC
000682         RECORD KEY IS CODIGO
000682         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000682         FILE STATUS IS PARC-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CAIXAMOV
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGCXM.
000730 FD  CAIXAITM
000730     LABEL RECORDS ARE STANDARD.
000730     COPY REGCXI.
000740 FD  CADPROD
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REGPROD.
000942 FD  SERIAIS
000942     LABEL RECORDS ARE STANDARD.
000942     COPY REGSER.
000942 FD  CADPARCEIRO
000942     LABEL RECORDS ARE STANDARD.
000942     COPY REGPAC.
000942 WORKING-STORAGE SECTION.
000960 01  CXM-STATUS                  PIC X(02).
000960 01  CXI-STATUS                  PIC X(02).
000970 01  PROD-STATUS                 PIC X(02).
000980 01  PRC-STATUS                  PIC X(02).
000990 01  ALM-STATUS                  PIC X(02).
001020 01  CAM-STATUS                  PIC X(02).
001030 01  MOV-STATUS                  PIC X(02).
001032 01  SER-STATUS                  PIC X(02).
001032 01  PARC-STATUS                 PIC X(02).
001032 01  W-SERIE-INF                 PIC X(20).
001032 01  W-SER-CONT                  PIC 9(07).
001032 01  W-DISPONIVEL                PIC S9(08).
001040 COPY NUMPARM.
001040 COPY GERPARM.
001040 COPY CMPPARM.
001040 COPY PTOPARM.
001040 COPY MVXPARM.
001040 COPY RSVPARM.
001050 01  W-SWITCHES.
001060     05  W-FIM                   PIC X(01) VALUE "N".
001070         88  W-FIM-SIM           VALUE "S".
001240 01  W-QTDE-INF                  PIC 9(07).
001250 01  W-PRECO-INF                 PIC 9(12)V99.
001260 01  W-PRECO-VIGENTE             PIC 9(12)V99.
001260 01  W-ROTULO-PRECO              PIC X(19).
001260 01  W-TIPOPROD-ITEM             PIC X(01).
001260 01  W-CUSTO-ITEM                PIC 9(12)V99.
001270 01  W-FORMA-INF                 PIC X(01).
001280     88  W-FORMA-VALIDA          VALUES "D" "C" "P".
001280 01  W-MODALIDADE-INF            PIC X(01).
001280     88  W-MODALIDADE-VALIDA     VALUES "C" "D".
001290 01  W-QTDE-ITENS                PIC 9(03).
001300 01  W-TOTAL-VENDA               PIC 9(12)V99.
001310 01  W-NUMERO-VENDA              PIC 9(08).
001380 01  W-TOT-DINHEIRO              PIC 9(12)V99.
001390 01  W-TOT-CARTAO                PIC 9(12)V99.
001400 01  W-TOT-PIX                   PIC 9(12)V99.
001400 01  W-TOT-PONTOS                PIC 9(12)V99.
001400 01  W-NUMERO-ANT                PIC 9(08).
001400 01  W-CODCLI-INF                PIC 9(04).
001400 01  W-PONTOS-INF                PIC 9(09).
001400 01  W-MAX-PONTOS                PIC 9(09).
001400 01  W-VALOR-PONTOS              PIC 9(12)V99.
001400 01  W-VALOR-CAIXA               PIC 9(12)V99.
001400 01  W-VALOR-FORMA               PIC 9(12)V99.
001410 01  W-QTDE-VENDAS               PIC 9(05).
001420 01  W-CONTADO-INF               PIC 9(12)V99.
001430 01  W-DIFERENCA                 PIC S9(12)V99.
001800     ACCEPT W-OPERADOR.
001810     PERFORM ROT-DIGITAR-ALM THRU ROT-DIGITAR-ALM-EXIT.
001820     IF NOT W-ALM-ACHADO-SIM
001820         GO TO ROT-VENDA-EXIT.
001820     PERFORM ROT-IDENTIFICAR-CLIENTE
001820         THRU ROT-IDENTIFICAR-CLIENTE-EXIT.
001820     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
001850     COMPUTE W-DATA-ALVO = (W-ANO-ATUAL * 10000)
001860         + (W-MES-ATUAL * 100) + W-DIA-ATUAL.
001862     MOVE "CV" TO NUM-TIPO.
001940         GO TO ROT-VENDA-EXIT.
001950     MOVE W-TOTAL-VENDA TO W-VALOR-EDIT.
001960     DISPLAY "TOTAL DA VENDA: " W-VALOR-EDIT.
001960     MOVE W-TOTAL-VENDA TO W-VALOR-CAIXA.
001960     IF W-CODCLI-INF NOT = ZERO
001960         PERFORM ROT-RESGATAR-PONTOS
001960             THRU ROT-RESGATAR-PONTOS-EXIT.
001960     IF W-VALOR-CAIXA = ZERO
001960         GO TO ROT-VENDA-FIDELIDADE.
001960 ROT-PEDIR-FORMA.
001980     DISPLAY "FORMA DE PAGAMENTO".
001990     DISPLAY "(D-DINHEIRO / C-CARTAO / P-PIX) =>".
002000     ACCEPT W-FORMA-INF.
002010     IF NOT W-FORMA-VALIDA
002020         DISPLAY "FORMA INVALIDA"
002030         GO TO ROT-PEDIR-FORMA.
002040     MOVE SPACE TO W-MODALIDADE-INF.
002040     IF W-FORMA-INF = "C"
002040         PERFORM ROT-PEDIR-MODALIDADE
002040             THRU ROT-PEDIR-MODALIDADE-EXIT.
002080     MOVE W-VALOR-CAIXA TO W-VALOR-FORMA.
002080     PERFORM ROT-GRAVAR-CAIXA THRU ROT-GRAVAR-CAIXA-EXIT.
002080 ROT-VENDA-FIDELIDADE.
002080     IF W-CODCLI-INF NOT = ZERO
002080         PERFORM ROT-CREDITAR-PONTOS
002080             THRU ROT-CREDITAR-PONTOS-EXIT.
002080     DISPLAY "*** VENDA " W-NUMERO-VENDA " RECEBIDA ***".
002080 ROT-VENDA-EXIT. EXIT.
002080******************************************************************
002080*    ROT-IDENTIFICAR-CLIENTE - CLIENTE DO PROGRAMA DE FIDELIDADE  *
002080*    (OPCIONAL); MOSTRA O SALDO DE PONTOS                         *
002080******************************************************************
002080 ROT-IDENTIFICAR-CLIENTE.
002080     DISPLAY "CLIENTE (CODIGO, 0=NAO IDENTIFICADO) =>".
002080     ACCEPT W-CODCLI-INF.
002080     IF W-CODCLI-INF = ZERO
002080         GO TO ROT-IDENTIFICAR-CLIENTE-EXIT.
002080     OPEN INPUT CADPARCEIRO.
002080     IF PARC-STATUS NOT = "00"
002080         DISPLAY "CADASTRO DE CLIENTES NAO EXISTE"
002080         MOVE ZERO TO W-CODCLI-INF
002080         GO TO ROT-IDENTIFICAR-CLIENTE-EXIT.
002080     MOVE W-CODCLI-INF TO CODIGO.
002080     READ CADPARCEIRO
002080         INVALID KEY
002080             DISPLAY "CLIENTE NAO CADASTRADO"
002080             CLOSE CADPARCEIRO
002080             GO TO ROT-IDENTIFICAR-CLIENTE.
002080     CLOSE CADPARCEIRO.
002080     IF PARCEIRO-FORNECEDOR
002080         DISPLAY "CODIGO E DE FORNECEDOR"
002080         GO TO ROT-IDENTIFICAR-CLIENTE.
002080     DISPLAY "CLIENTE....: " NOME.
002080     MOVE "S"          TO PTO-ACAO.
002080     MOVE W-CODCLI-INF TO PTO-CODCLI.
002080     MOVE SPACES       TO PTO-ORIGEM.
002080     MOVE ZERO         TO PTO-DOCUMENTO.
002080     CALL "PTO000" USING PTO-PARAMETROS-AREA.
002080     MOVE PTO-VALOR TO W-VALOR-EDIT.
002080     DISPLAY "PONTOS.....: " PTO-SALDO " (VALEM " W-VALOR-EDIT
002080             ")".
002080 ROT-IDENTIFICAR-CLIENTE-EXIT. EXIT.
002080******************************************************************
002080*    ROT-RESGATAR-PONTOS - PARTE DA VENDA PAGA COM PONTOS (ATE O  *
002080*    TOTAL DA VENDA), GRAVADA NO CAIXAMOV COM FORMA "F"           *
002080******************************************************************
002080 ROT-RESGATAR-PONTOS.
002080     MOVE "S"          TO PTO-ACAO.
002080     MOVE W-CODCLI-INF TO PTO-CODCLI.
002080     MOVE SPACES       TO PTO-ORIGEM.
002080     MOVE ZERO         TO PTO-DOCUMENTO.
002080     CALL "PTO000" USING PTO-PARAMETROS-AREA.
002080     IF PTO-SALDO = ZERO OR PTO-VALOR-PONTO = ZERO
002080         GO TO ROT-RESGATAR-PONTOS-EXIT.
002080     COMPUTE W-MAX-PONTOS = W-TOTAL-VENDA / PTO-VALOR-PONTO.
002080     IF W-MAX-PONTOS > PTO-SALDO
002080         MOVE PTO-SALDO TO W-MAX-PONTOS.
002080 ROT-RESGATAR-PONTOS-PEDIR.
002080     DISPLAY "PONTOS A RESGATAR (0=NAO RESGATA, MAXIMO "
002080             W-MAX-PONTOS ") =>".
002080     ACCEPT W-PONTOS-INF.
002080     IF W-PONTOS-INF = ZERO
002080         GO TO ROT-RESGATAR-PONTOS-EXIT.
002080     IF W-PONTOS-INF > W-MAX-PONTOS
002080         DISPLAY "ACIMA DO MAXIMO"
002080         GO TO ROT-RESGATAR-PONTOS-PEDIR.
002080     MOVE "R"            TO PTO-ACAO.
002080     MOVE W-CODCLI-INF   TO PTO-CODCLI.
002080     MOVE W-DATA-ATUAL   TO PTO-DATA.
002080     MOVE "CV"           TO PTO-ORIGEM.
002080     MOVE W-NUMERO-VENDA TO PTO-DOCUMENTO.
002080     MOVE W-PONTOS-INF   TO PTO-PONTOS.
002080     CALL "PTO000" USING PTO-PARAMETROS-AREA.
002080     IF NOT PTO-OK
002080         DISPLAY "RESGATE NAO EFETUADO"
002080         GO TO ROT-RESGATAR-PONTOS-EXIT.
002080     MOVE PTO-VALOR TO W-VALOR-PONTOS W-VALOR-FORMA.
002080     SUBTRACT W-VALOR-PONTOS FROM W-VALOR-CAIXA.
002080     MOVE "F"   TO W-FORMA-INF.
002080     MOVE SPACE TO W-MODALIDADE-INF.
002080     PERFORM ROT-GRAVAR-CAIXA THRU ROT-GRAVAR-CAIXA-EXIT.
002080     MOVE W-VALOR-PONTOS TO W-VALOR-EDIT.
002080     DISPLAY "PAGO COM PONTOS: " W-VALOR-EDIT.
002080     MOVE W-VALOR-CAIXA TO W-VALOR-EDIT.
002080     DISPLAY "RESTANTE.......: " W-VALOR-EDIT.
002080 ROT-RESGATAR-PONTOS-EXIT. EXIT.
002080******************************************************************
002080*    ROT-CREDITAR-PONTOS - PONTOS SOBRE O VALOR PAGO FORA DOS     *
002080*    PONTOS                                                       *
002080******************************************************************
002080 ROT-CREDITAR-PONTOS.
002080     IF W-VALOR-CAIXA = ZERO
002080         GO TO ROT-CREDITAR-PONTOS-EXIT.
002080     MOVE "C"            TO PTO-ACAO.
002080     MOVE W-CODCLI-INF   TO PTO-CODCLI.
002080     MOVE W-DATA-ATUAL   TO PTO-DATA.
002080     MOVE "CV"           TO PTO-ORIGEM.
002080     MOVE W-NUMERO-VENDA TO PTO-DOCUMENTO.
002080     MOVE W-VALOR-CAIXA  TO PTO-VALOR.
002080     CALL "PTO000" USING PTO-PARAMETROS-AREA.
002080     IF PTO-OK
002080         DISPLAY "PONTOS GANHOS: " PTO-PONTOS
002080                 "  SALDO: " PTO-SALDO.
002080 ROT-CREDITAR-PONTOS-EXIT. EXIT.
002100 ROT-PEDIR-MODALIDADE.
002100     DISPLAY "CARTAO DE CREDITO OU DEBITO (C/D) =>".
002100     ACCEPT W-MODALIDADE-INF.
002100     IF W-MODALIDADE-INF = "c"
002100         MOVE "C" TO W-MODALIDADE-INF.
002100     IF W-MODALIDADE-INF = "d"
002100         MOVE "D" TO W-MODALIDADE-INF.
002100     IF NOT W-MODALIDADE-VALIDA
002100         DISPLAY "MODALIDADE INVALIDA"
002100         GO TO ROT-PEDIR-MODALIDADE.
002100 ROT-PEDIR-MODALIDADE-EXIT. EXIT.
002110******************************************************************
002120*    ROT-DIGITAR-ITEM - UM ITEM DA VENDA: PRECO SUGERIDO DA        *
002130*    TABPRECO VIGENTE E BAIXA IMEDIATA                             *
002290             DISPLAY "PRODUTO NAO CADASTRADO"
002300             CLOSE CADPROD
002310             GO TO ROT-DIGITAR-ITEM-EXIT.
002310     IF NOT PROD-VENDA-LIBERADA
002310         DISPLAY "PRODUTO BLOQUEADO PARA VENDA (SITUACAO "
002310                 SITPROD ")"
002310         CLOSE CADPROD
002310         GO TO ROT-DIGITAR-ITEM-EXIT.
002320     DISPLAY "PRODUTO....: " DESCPROD.
002322     COMPUTE W-DISPONIVEL =
002322         QUANTIDADE - RESERVADA - QUARENTENA.
002324     IF W-DISPONIVEL < ZERO
002326         MOVE ZERO TO W-DISPONIVEL.
002330     DISPLAY "DISPONIVEL.: " W-DISPONIVEL.
002402         DISPLAY "(ESTOQUE FISICO MENOS RESERVAS)"
002410         CLOSE CADPROD
002420         GO TO ROT-DIGITAR-ITEM-EXIT.
002430     MOVE TIPOPROD TO W-TIPOPROD-ITEM.
002430     MOVE PMEDIO   TO W-CUSTO-ITEM.
002430     CLOSE CADPROD.
002420     PERFORM ROT-SUGERIR-PRECO THRU ROT-SUGERIR-PRECO-EXIT.
002430     IF W-PRECO-VIGENTE NOT = ZERO
002440         MOVE W-PRECO-VIGENTE TO W-VALOR-EDIT
002450         DISPLAY W-ROTULO-PRECO W-VALOR-EDIT.
002460     DISPLAY "PRECO UNITARIO (0=ACEITA A TABELA) =>".
002470     ACCEPT W-PRECO-INF.
002480     IF W-PRECO-INF = ZERO
002540         W-TOTAL-VENDA + (W-QTDE-INF * W-PRECO-INF).
002550     ADD 1 TO W-QTDE-ITENS.
002560     PERFORM ROT-SAIDA-FISICA THRU ROT-SAIDA-FISICA-EXIT.
002560     PERFORM ROT-GRAVAR-ITEM-CAIXA
002560         THRU ROT-GRAVAR-ITEM-CAIXA-EXIT.
002562     IF PROD-COM-SERIE
002564         PERFORM ROT-ESCOLHER-SERIES
002566             THRU ROT-ESCOLHER-SERIES-EXIT.
002580 ROT-DIGITAR-ITEM-EXIT. EXIT.
002590******************************************************************
002600*    ROT-SUGERIR-PRECO - ULTIMA VIGENCIA DA TABPRECO NAO           *
002610*    POSTERIOR A DATA DA VENDA, COMO NO CEP012, COM A CAMPANHA     *
002610*    PROMOCIONAL EM VIGOR (CMP000) NA FRENTE DA TABELA             *
002620******************************************************************
002630 ROT-SUGERIR-PRECO.
002640     MOVE ZERO TO W-PRECO-VIGENTE.
002640     MOVE "PRECO DE TABELA: " TO W-ROTULO-PRECO.
002650     OPEN INPUT TABPRECO.
002660     IF PRC-STATUS NOT = "00"
002670         GO TO ROT-SUGERIR-PRECO-CAMPANHA.
002680     MOVE "N" TO W-EOF-VIG.
002690     MOVE W-CODPROD-INF TO PR-CODPROD.
002700     MOVE ZERO TO PR-VIGENCIA.
002750     PERFORM ROT-TESTAR-VIGENCIA THRU ROT-TESTAR-VIGENCIA-EXIT
002760         UNTIL W-EOF-VIG-SIM.
002770     CLOSE TABPRECO.
002770 ROT-SUGERIR-PRECO-CAMPANHA.
002770     PERFORM ROT-SUGERIR-CAMPANHA THRU ROT-SUGERIR-CAMPANHA-EXIT.
002780 ROT-SUGERIR-PRECO-EXIT. EXIT.
002790 ROT-LER-VIGENCIA.
002800     READ TABPRECO NEXT RECORD
002910     ELSE
002920         MOVE "S" TO W-EOF-VIG.
002930 ROT-TESTAR-VIGENCIA-EXIT. EXIT.
002930******************************************************************
002930*    ROT-SUGERIR-CAMPANHA - PRECO DA CAMPANHA EM VIGOR NA DATA DA  *
002930*    VENDA PARA O PRODUTO OU A CATEGORIA, COM A FAIXA DA           *
002930*    QUANTIDADE DIGITADA (MESMA ROTINA DO CEP012)                  *
002930******************************************************************
002930 ROT-SUGERIR-CAMPANHA.
002930     MOVE W-CODPROD-INF   TO CMP-CODPROD.
002930     MOVE W-TIPOPROD-ITEM TO CMP-TIPOPROD.
002930     MOVE W-QTDE-INF      TO CMP-QTDE.
002930     MOVE W-DATA-ALVO     TO CMP-DATA.
002930     MOVE W-PRECO-VIGENTE TO CMP-PRECO-TABELA.
002930     CALL "CMP000" USING CMP-PARAMETROS-AREA.
002930     IF NOT CMP-ACHOU-SIM
002930         GO TO ROT-SUGERIR-CAMPANHA-EXIT.
002930     MOVE CMP-PRECO TO W-PRECO-VIGENTE.
002930     MOVE "PRECO DE CAMPANHA: " TO W-ROTULO-PRECO.
002930     DISPLAY "CAMPANHA " CMP-CODCAMP " - " CMP-DESCRICAO.
002930 ROT-SUGERIR-CAMPANHA-EXIT. EXIT.
002940******************************************************************
002950*    ROT-DIGITAR-ALM - CAPTURA E VALIDA O ALMOXARIFADO DE SAIDA    *
002960******************************************************************
003540     OPEN EXTEND MOVESTQ.
003550     IF MOV-STATUS = "35"
003560         OPEN OUTPUT MOVESTQ.
003570     MOVE REGMOV TO MVX-MOVIMENTO.
003570     WRITE REGMOV.
003580     CLOSE MOVESTQ.
003580     MOVE "G" TO MVX-ACAO.
003580     CALL "MVX000" USING MVX-PARAMETROS-AREA.
003590 ROT-GRAVAR-MOV-EXIT. EXIT.
003600 ROT-BAIXAR-SALDOALM.
003610     OPEN I-O SALDOALM.
004730     MOVE W-OPERADOR     TO CX-OPERADOR.
004740     MOVE W-NUMERO-VENDA TO CX-NUMERO.
004750     MOVE W-FORMA-INF    TO CX-FORMA.
004760     MOVE W-VALOR-FORMA  TO CX-VALOR.
004760     MOVE W-MODALIDADE-INF TO CX-MODALIDADE.
004770     OPEN EXTEND CAIXAMOV.
004780     IF CXM-STATUS = "35"
004790         OPEN OUTPUT CAIXAMOV.
004800     WRITE REGCXM.
004810     CLOSE CAIXAMOV.
004820 ROT-GRAVAR-CAIXA-EXIT. EXIT.
004820******************************************************************
004820*    ROT-GRAVAR-ITEM-CAIXA - APENSA O ITEM VENDIDO NO CAIXAITM E  *
004820*    O SOMA NO RESUMO MENSAL DE VENDAS (RESVENDA, ORIGEM "B", SEM *
004820*    VENDEDOR), COM O CUSTO PELO PRECO MEDIO DA VENDA             *
004820******************************************************************
004820 ROT-GRAVAR-ITEM-CAIXA.
004820     MOVE W-ANO-ATUAL    TO CXI-ANO.
004820     MOVE W-MES-ATUAL    TO CXI-MES.
004820     MOVE W-DIA-ATUAL    TO CXI-DIA.
004820     MOVE W-OPERADOR     TO CXI-OPERADOR.
004820     MOVE W-NUMERO-VENDA TO CXI-NUMERO.
004820     MOVE W-CODCLI-INF   TO CXI-CODCLI.
004820     MOVE W-CODPROD-INF  TO CXI-CODPROD.
004820     MOVE W-QTDE-INF     TO CXI-QUANTIDADE.
004820     MOVE W-PRECO-INF    TO CXI-PRECO.
004820     COMPUTE CXI-VALOR = W-QTDE-INF * W-PRECO-INF.
004820     MOVE W-CUSTO-ITEM   TO CXI-CUSTO.
004820     OPEN EXTEND CAIXAITM.
004820     IF CXI-STATUS = "35"
004820         OPEN OUTPUT CAIXAITM.
004820     WRITE REGCXI.
004820     CLOSE CAIXAITM.
004820     INITIALIZE RSV-PARAMETROS-AREA.
004820     MOVE "A"            TO RSV-ACAO.
004820     MOVE CXI-ANO        TO RSV-ANO.
004820     MOVE CXI-MES        TO RSV-MES.
004820     MOVE CXI-CODPROD    TO RSV-CODPROD.
004820     MOVE CXI-CODCLI     TO RSV-CODCLI.
004820     MOVE ZERO           TO RSV-CODVEND.
004820     MOVE "B"            TO RSV-ORIGEM.
004820     MOVE CXI-QUANTIDADE TO RSV-QUANTIDADE.
004820     MOVE CXI-VALOR      TO RSV-VALOR.
004820     COMPUTE RSV-CUSTO = CXI-CUSTO * CXI-QUANTIDADE.
004820     CALL "RSV000" USING RSV-PARAMETROS-AREA.
004820 ROT-GRAVAR-ITEM-CAIXA-EXIT. EXIT.
004830******************************************************************
004840*    ROT-FECHAMENTO - TOTALIZA O DIA DO OPERADOR POR FORMA DE      *
004850*    PAGAMENTO E CONFRONTA O DINHEIRO COM A GAVETA CONTADA         *
004990     MOVE ZERO TO W-TOT-DINHEIRO.
005000     MOVE ZERO TO W-TOT-CARTAO.
005010     MOVE ZERO TO W-TOT-PIX.
005010     MOVE ZERO TO W-TOT-PONTOS.
005010     MOVE ZERO TO W-QTDE-VENDAS.
005010     MOVE ZERO TO W-NUMERO-ANT.
005030     MOVE "N" TO W-EOF.
005040     PERFORM ROT-LER-CAIXA THRU ROT-LER-CAIXA-EXIT.
005050     PERFORM ROT-SOMAR-CAIXA THRU ROT-SOMAR-CAIXA-EXIT
005140     DISPLAY "CARTAO.......: " W-VALOR-EDIT.
005150     MOVE W-TOT-PIX TO W-VALOR-EDIT.
005160     DISPLAY "PIX..........: " W-VALOR-EDIT.
005160     MOVE W-TOT-PONTOS TO W-VALOR-EDIT.
005160     DISPLAY "PONTOS.......: " W-VALOR-EDIT.
005170     DISPLAY "DINHEIRO CONTADO NA GAVETA =>".
005180     ACCEPT W-CONTADO-INF.
005190     COMPUTE W-DIFERENCA = W-CONTADO-INF - W-TOT-DINHEIRO.
005330 ROT-SOMAR-CAIXA.
005340     IF CX-DATA = W-DATA-INF
005350         AND CX-OPERADOR = W-OPER-FECH
005360         IF CX-NUMERO NOT = W-NUMERO-ANT
005360             ADD 1 TO W-QTDE-VENDAS
005360             MOVE CX-NUMERO TO W-NUMERO-ANT
005360         END-IF
005360         EVALUATE CX-FORMA
005380             WHEN "D"
005390                 ADD CX-VALOR TO W-TOT-DINHEIRO
005400             WHEN "C"
005410                 ADD CX-VALOR TO W-TOT-CARTAO
005420             WHEN "P"
005420                 ADD CX-VALOR TO W-TOT-PIX
005420             WHEN "F"
005420                 ADD CX-VALOR TO W-TOT-PONTOS
005440         END-EVALUATE
005450     END-IF.
005460     PERFORM ROT-LER-CAIXA THRU ROT-LER-CAIXA-EXIT.
