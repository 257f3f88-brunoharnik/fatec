000202* 2026-09-02 BH        SUGESTAO DE PRECO PASSA A CONSULTAR O      *
000204*                      ACORDO DO CLIENTE (PRECLI) ANTES DA        *
000206*                      TABPRECO, COMO O CEP012                    *
000206* 2026-10-02 BH        PEDIDO CONVERTIDO NASCE SEM NUMERO DE      *
000206*                      PEDIDO DO CLIENTE (PV-PEDIDO-CLI)          *
000206* 2026-10-04 BH        VENDEDOR SUGERIDO PELA CARTEIRA DO         *
000206*                      CLIENTE (VEND-CARTEIRA); OUTRO VENDEDOR    *
000206*                      SO COM AVISO E CONFIRMACAO                 *
000206* 2026-10-05 BH        PRECO DE CAMPANHA PROMOCIONAL (CMP000)     *
000206*                      NA SUGESTAO, DEPOIS DO ACORDO E ANTES DA   *
000206*                      TABPRECO                                   *
000206* 2026-10-06 BH        FRETE DA PROPOSTA PELA TABFRETE            *
000206*                      (FRT000), IMPRESSO NO ORCIMP E LEVADO AO   *
000206*                      PEDIDO NA CONVERSAO                        *
000206* 2026-10-14 BH        PRODUTO BLOQUEADO PARA VENDA OU INATIVO    *
000206*                      (SITPROD) NAO ENTRA NO ORCAMENTO           *
000206* 2026-10-14 BH        QUANTIDADE ACIMA DO DISPONIVEL OFERECE     *
000206*                      OS SUBSTITUTOS DO PRODEQV (EQV000) COM     *
000206*                      SALDO LIVRE E PRECO DA REGRA; A TROCA      *
000206*                      VAI PARA O SUBSTLOG                        *
000206* 2026-10-15 BH        PEDIDO GERADO DO ORCAMENTO GRAVADO COM     *
000206*                      PV-CONSIGNACAO EM BRANCO                   *
000206* 2026-10-15 BH        PVI-VALOR-ICMS ZERADO NA GRAVACAO DO ITEM  *
000206*                      (O ICMS DO ITEM E GRAVADO NA EMISSAO DA    *
000206*                      NOTA PELO CEP013)                          *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CEP036.
001430         88  W-FIM-ITENS-SIM     VALUE "S".
001440     05  W-PRECO-ACHADO          PIC X(01).
001450         88  W-PRECO-ACHADO-SIM  VALUE "S".
001450     05  W-TROCOU-SUBST          PIC X(01).
001450         88  W-TROCOU-SUBST-SIM  VALUE "S".
001450 01  W-ROTULO-PRECO              PIC X(19).
001460 01  W-OPCAO                     PIC X(01).
001470 01  W-CONF                      PIC X(01).
001480 01  W-NUMERO-INF                PIC 9(08).
001490 01  W-NUMERO-PED                PIC 9(08).
001500 01  W-CODCLI-INF                PIC 9(04).
001510 01  W-CODVEND-INF               PIC 9(04).
001510 01  W-VEND-CARTEIRA             PIC 9(04).
001520 01  W-CODPROD-INF               PIC 9(08).
001530 01  W-QTDE-INF                  PIC 9(07).
001540 01  W-PRECO-INF                 PIC 9(12)V99.
001550 01  W-SEQ-ITEM                  PIC 9(03) COMP.
001560 01  W-TOTAL-ORC                 PIC 9(12)V99.
001570 01  W-VALOR-ITEM                PIC 9(12)V99.
001570 01  W-CEP-CLI                   PIC 9(08).
001570 01  W-UF-CLI                    PIC X(02).
001570 01  W-PESO-ORC                  PIC 9(06)V999.
001570 01  W-FRETE-ORC                 PIC 9(10)V99.
001580 01  W-DATA-ALVO                 PIC 9(08).
001590 01  W-VIG-NUM                   PIC 9(08).
001592 01  W-VENC-NUM                  PIC 9(08).
002350     05  FILLER                  PIC X(25) VALUE
002360         "TOTAL DO ORCAMENTO.....: ".
002370     05  LT-TOTAL                PIC ZZZZZZZZZZZ9,99.
002370 01  LIN-TOT-FRETE.
002370     05  FILLER                  PIC X(25) VALUE
002370         "FRETE..................: ".
002370     05  LF-FRETE                PIC ZZZZZZZZZZZ9,99.
002370 01  LIN-TOT-GERAL.
002370     05  FILLER                  PIC X(25) VALUE
002370         "TOTAL COM FRETE........: ".
002370     05  LG-TOTAL                PIC ZZZZZZZZZZZ9,99.
002380******************************************************************
002390*    LINHAS DO RELATORIO DE ACOMPANHAMENTO                        *
002400******************************************************************
002590     05  LR-TOTAL                PIC ZZZZZZZZ9,99.
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  LR-SITUACAO             PIC X(08).
002610 COPY CMPPARM.
002610 COPY FRTPARM.
002610 COPY EQVPARM.
002610 01  W-CODPROD-ORIG              PIC 9(08).
002610 01  W-DISPONIVEL                PIC 9(07).
002620 PROCEDURE DIVISION.
002630******************************************************************
002640*    0000-MAINLINE                                                *
003380     MOVE W-ANO-INF TO OV-VAL-ANO.
003390     MOVE ZERO TO W-SEQ-ITEM.
003400     MOVE ZERO TO W-TOTAL-ORC.
003400     MOVE ZERO TO W-PESO-ORC W-FRETE-ORC.
003410     MOVE "N" TO W-FIM-ITENS.
003420     OPEN I-O ORCITEM.
003430     IF OIT-STATUS = "35"
003580         DISPLAY "ORCAMENTO SEM ITENS - NAO GRAVADO"
003590         CLOSE ORCVENDA
003600         GO TO ROT-INCLUIR-ORC-EXIT.
003600     PERFORM ROT-CALCULAR-FRETE THRU ROT-CALCULAR-FRETE-EXIT.
003610     MOVE W-NUMERO-INF  TO OV-NUMERO.
003620     MOVE W-CODCLI-INF  TO OV-CODCLI.
003630     MOVE W-CODVEND-INF TO OV-CODVEND.
003640     MOVE "A"           TO OV-SITUACAO.
003650     MOVE W-TOTAL-ORC   TO OV-TOTAL.
003660     MOVE ZERO          TO OV-NUMERO-PEDIDO.
003660     MOVE W-PESO-ORC    TO OV-PESO.
003660     MOVE W-FRETE-ORC   TO OV-FRETE.
003670     WRITE REGORV
003680         INVALID KEY
003690             DISPLAY "ERRO NA INCLUSAO DO ORCAMENTO"
003790******************************************************************
003800 ROT-LER-CLIENTE.
003810     MOVE "N" TO W-CLI-ACHADO.
003810     MOVE ZERO TO W-VEND-CARTEIRA.
003820     DISPLAY "CODIGO DO CLIENTE =>".
003830     ACCEPT W-CODCLI-INF.
003840     OPEN INPUT CADPARCEIRO.
003940                 DISPLAY "PARCEIRO NAO E CLIENTE"
003950             ELSE
003960                 MOVE "S" TO W-CLI-ACHADO
003960                 MOVE VEND-CARTEIRA TO W-VEND-CARTEIRA
003960                 MOVE NCEP TO W-CEP-CLI
003960                 MOVE UF   TO W-UF-CLI
003970                 DISPLAY "CLIENTE....: " NOME
003980             END-IF.
003990     CLOSE CADPARCEIRO.
004030******************************************************************
004040 ROT-LER-VENDEDOR.
004050     MOVE "N" TO W-VEND-ACHADO.
004060     IF W-VEND-CARTEIRA = ZERO
004060         DISPLAY "CODIGO DO VENDEDOR =>"
004060     ELSE
004060         DISPLAY "VENDEDOR DA CARTEIRA DO CLIENTE: "
004060             W-VEND-CARTEIRA
004060         DISPLAY "CODIGO DO VENDEDOR (0=O DA CARTEIRA) =>".
004070     ACCEPT W-CODVEND-INF.
004070     IF W-CODVEND-INF = ZERO
004070         MOVE W-VEND-CARTEIRA TO W-CODVEND-INF.
004080     OPEN INPUT CADVEND.
004090     IF VND-STATUS NOT = "00"
004100         DISPLAY "ARQUIVO DE VENDEDORES NAO EXISTE"
004170             MOVE "S" TO W-VEND-ACHADO
004180             DISPLAY "VENDEDOR...: " VD-NOME.
004190     CLOSE CADVEND.
004190     IF NOT W-VEND-ACHADO-SIM OR W-VEND-CARTEIRA = ZERO
004190         OR W-CODVEND-INF = W-VEND-CARTEIRA
004190         GO TO ROT-LER-VENDEDOR-EXIT.
004190     DISPLAY "ATENCAO: CLIENTE DA CARTEIRA DO VENDEDOR "
004190         W-VEND-CARTEIRA.
004190     DISPLAY "CONFIRMA OUTRO VENDEDOR (S/N) ==>".
004190     ACCEPT W-CONF.
004190     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
004190         MOVE "N" TO W-VEND-ACHADO.
004200 ROT-LER-VENDEDOR-EXIT. EXIT.
004210******************************************************************
004220*    ROT-DIGITAR-ITEM - CAPTURA UM ITEM DO ORCAMENTO COM A         *
004330         INVALID KEY
004340             DISPLAY "PRODUTO NAO CADASTRADO"
004350             GO TO ROT-DIGITAR-ITEM-EXIT.
004350     IF NOT PROD-VENDA-LIBERADA
004350         DISPLAY "PRODUTO BLOQUEADO PARA VENDA (SITUACAO "
004350                 SITPROD ")"
004350         GO TO ROT-DIGITAR-ITEM-EXIT.
004360     DISPLAY "PRODUTO....: " DESCPROD.
004370     DISPLAY "QUANTIDADE =>".
004380     ACCEPT W-QTDE-INF.
004380     MOVE "N" TO W-TROCOU-SUBST.
004380     IF RESERVADA + QUARENTENA > QUANTIDADE
004380         MOVE ZERO TO W-DISPONIVEL
004380     ELSE
004380         COMPUTE W-DISPONIVEL =
004380             QUANTIDADE - RESERVADA - QUARENTENA.
004380     IF W-QTDE-INF > W-DISPONIVEL
004380         DISPLAY "DISPONIVEL EM ESTOQUE: " W-DISPONIVEL
004380         PERFORM ROT-OFERECER-SUBST THRU ROT-OFERECER-SUBST-EXIT.
004380     IF NOT W-TROCOU-SUBST-SIM
004380         PERFORM ROT-SUGERIR-PRECO THRU ROT-SUGERIR-PRECO-EXIT.
004400     IF W-PRECO-ACHADO-SIM
004410         DISPLAY W-ROTULO-PRECO W-PRECO-VIGENTE
004420             "  ACEITAR (S/N) =>"
004430         ACCEPT W-CONF
004440         IF W-CONF = "S" OR W-CONF = "s"
004640             SUBTRACT 1 FROM W-SEQ-ITEM
004650         NOT INVALID KEY
004660             ADD W-VALOR-ITEM TO W-TOTAL-ORC
004660             COMPUTE W-PESO-ORC = W-PESO-ORC
004660                 + (PESO * W-QTDE-INF)
004660             DISPLAY "ITEM " W-SEQ-ITEM " GRAVADO"
004660             IF W-TROCOU-SUBST-SIM
004660                 PERFORM ROT-REGISTRAR-SUBST
004660                     THRU ROT-REGISTRAR-SUBST-EXIT.
004680 ROT-DIGITAR-ITEM-EXIT. EXIT.
004680******************************************************************
004680*    ROT-OFERECER-SUBST - QUANTIDADE ACIMA DO DISPONIVEL: OFERECE *
004680*    OS SUBSTITUTOS DO PRODEQV (EQV000) COMO NO CEP012; SEM       *
004680*    TROCA O ORCAMENTO SEGUE COM O PRODUTO PEDIDO                 *
004680******************************************************************
004680 ROT-OFERECER-SUBST.
004680     PERFORM ROT-SUGERIR-PRECO THRU ROT-SUGERIR-PRECO-EXIT.
004680     MOVE "O"           TO EQP-ACAO.
004680     MOVE W-CODPROD-INF TO EQP-CODPROD.
004680     MOVE W-QTDE-INF    TO EQP-QTDE.
004680     MOVE W-DATA-ALVO   TO EQP-DATA.
004680     IF W-PRECO-ACHADO-SIM
004680         MOVE W-PRECO-VIGENTE TO EQP-PRECO-ORIG
004680     ELSE
004680         MOVE ZERO TO EQP-PRECO-ORIG.
004680     CALL "EQV000" USING EQP-PARAMETROS-AREA.
004680     IF NOT EQP-TROCOU-SIM
004680         GO TO ROT-OFERECER-SUBST-EXIT.
004680     MOVE EQP-CODSUBST TO CODPROD.
004680     READ CADPROD
004680         INVALID KEY
004680             DISPLAY "SUBSTITUTO NAO CADASTRADO"
004680             GO TO ROT-OFERECER-SUBST-EXIT.
004680     MOVE "S" TO W-TROCOU-SUBST.
004680     MOVE W-CODPROD-INF TO W-CODPROD-ORIG.
004680     MOVE EQP-CODSUBST  TO W-CODPROD-INF.
004680     DISPLAY "SUBSTITUTO.: " DESCPROD.
004680     MOVE "PRECO SUBSTITUTO: " TO W-ROTULO-PRECO.
004680     MOVE EQP-PRECO TO W-PRECO-VIGENTE.
004680     IF EQP-PRECO = ZERO
004680         MOVE "N" TO W-PRECO-ACHADO
004680     ELSE
004680         MOVE "S" TO W-PRECO-ACHADO.
004680 ROT-OFERECER-SUBST-EXIT. EXIT.
004680******************************************************************
004680*    ROT-REGISTRAR-SUBST - TROCA JA GRAVADA NO ITEM DO ORCAMENTO  *
004680*    VAI PARA O SUBSTLOG                                          *
004680******************************************************************
004680 ROT-REGISTRAR-SUBST.
004680     MOVE "R"            TO EQP-ACAO.
004680     MOVE "O"            TO EQP-ORIGEM.
004680     MOVE W-CODPROD-ORIG TO EQP-CODPROD.
004680     MOVE W-CODPROD-INF  TO EQP-CODSUBST.
004680     MOVE W-QTDE-INF     TO EQP-QTDE.
004680     MOVE W-PRECO-INF    TO EQP-PRECO.
004680     MOVE W-NUMERO-INF   TO EQP-NUMERO.
004680     MOVE W-SEQ-ITEM     TO EQP-SEQ.
004680     CALL "EQV000" USING EQP-PARAMETROS-AREA.
004680 ROT-REGISTRAR-SUBST-EXIT. EXIT.
004680******************************************************************
004680*    ROT-CALCULAR-FRETE - FRETE DA PROPOSTA PELA TABFRETE (FRT000)*
004680*    SOBRE O PESO DOS ITENS E O CEP/UF DO CLIENTE; E O FRETE QUE  *
004680*    O PEDIDO HERDA NA CONVERSAO                                  *
004680******************************************************************
004680 ROT-CALCULAR-FRETE.
004680     MOVE ZERO TO W-FRETE-ORC.
004680     MOVE W-CEP-CLI   TO FRT-CEP.
004680     MOVE W-UF-CLI    TO FRT-UF.
004680     MOVE W-PESO-ORC  TO FRT-PESO.
004680     MOVE W-TOTAL-ORC TO FRT-VALOR-PEDIDO.
004680     CALL "FRT000" USING FRT-PARAMETROS-AREA.
004680     DISPLAY "PESO TOTAL (KG): " W-PESO-ORC.
004680     IF NOT FRT-ACHOU-SIM
004680         DISPLAY "SEM TABELA DE FRETE PARA O DESTINO - SEM FRETE"
004680         GO TO ROT-CALCULAR-FRETE-EXIT.
004680     IF FRT-GRATIS-SIM
004680         DISPLAY "FRETE GRATIS - PEDIDO ACIMA DO LIMITE DA FAIXA"
004680         GO TO ROT-CALCULAR-FRETE-EXIT.
004680     MOVE FRT-FRETE TO W-FRETE-ORC.
004680     DISPLAY "FRETE..........: " W-FRETE-ORC.
004680 ROT-CALCULAR-FRETE-EXIT. EXIT.
004690******************************************************************
004700*    ROT-SUGERIR-PRECO - ACORDO DO CLIENTE (PRECLI) PRIMEIRO E,    *
004710*    SEM ACORDO, ULTIMA VIGENCIA DA TABPRECO COM DATA NAO          *
004710*    POSTERIOR A DATA DO ORCAMENTO (MESMA ROTINA DO CEP012)        *
004710*    A CAMPANHA PROMOCIONAL EM VIGOR (CMP000) PASSA NA FRENTE      *
004710*    DA TABPRECO                                                   *
004720******************************************************************
004730 ROT-SUGERIR-PRECO.
004740     MOVE "N"  TO W-PRECO-ACHADO.
004750     MOVE ZERO TO W-PRECO-VIGENTE.
004750     MOVE "PRECO DE TABELA: " TO W-ROTULO-PRECO.
004760     COMPUTE W-DATA-ALVO = (W-ANO-ORC * 10000)
004770         + (W-MES-ORC * 100) + W-DIA-ORC.
004772     PERFORM ROT-SUGERIR-ACORDO THRU ROT-SUGERIR-ACORDO-EXIT.
004776         GO TO ROT-SUGERIR-PRECO-EXIT.
004780     OPEN INPUT TABPRECO.
004790     IF PRC-STATUS NOT = "00"
004800         GO TO ROT-SUGERIR-PRECO-CAMPANHA.
004810     MOVE "N" TO W-EOF3.
004820     MOVE W-CODPROD-INF TO PR-CODPROD.
004830     MOVE ZERO TO PR-VIGENCIA.
004880     PERFORM ROT-TESTAR-VIGENCIA THRU ROT-TESTAR-VIGENCIA-EXIT
004890         UNTIL W-EOF3-SIM.
004900     CLOSE TABPRECO.
004900 ROT-SUGERIR-PRECO-CAMPANHA.
004900     PERFORM ROT-SUGERIR-CAMPANHA THRU ROT-SUGERIR-CAMPANHA-EXIT.
004910 ROT-SUGERIR-PRECO-EXIT. EXIT.
004920 ROT-LER-VIGENCIA.
004930     READ TABPRECO NEXT RECORD
005050     ELSE
005060         MOVE "S" TO W-EOF3.
005070 ROT-TESTAR-VIGENCIA-EXIT. EXIT.
005070******************************************************************
005070*    ROT-SUGERIR-CAMPANHA - PRECO DA CAMPANHA EM VIGOR NA DATA DO  *
005070*    ORCAMENTO PARA O PRODUTO OU A CATEGORIA, COM A FAIXA DA       *
005070*    QUANTIDADE DIGITADA (MESMA ROTINA DO CEP012)                  *
005070******************************************************************
005070 ROT-SUGERIR-CAMPANHA.
005070     MOVE W-CODPROD-INF TO CMP-CODPROD.
005070     MOVE TIPOPROD      TO CMP-TIPOPROD.
005070     MOVE W-QTDE-INF    TO CMP-QTDE.
005070     MOVE W-DATA-ALVO   TO CMP-DATA.
005070     IF W-PRECO-ACHADO-SIM
005070         MOVE W-PRECO-VIGENTE TO CMP-PRECO-TABELA
005070     ELSE
005070         MOVE ZERO TO CMP-PRECO-TABELA.
005070     CALL "CMP000" USING CMP-PARAMETROS-AREA.
005070     IF NOT CMP-ACHOU-SIM
005070         GO TO ROT-SUGERIR-CAMPANHA-EXIT.
005070     MOVE CMP-PRECO TO W-PRECO-VIGENTE.
005070     MOVE "S" TO W-PRECO-ACHADO.
005070     MOVE "PRECO DE CAMPANHA: " TO W-ROTULO-PRECO.
005070     DISPLAY "CAMPANHA " CMP-CODCAMP " - " CMP-DESCRICAO.
005070 ROT-SUGERIR-CAMPANHA-EXIT. EXIT.
005072******************************************************************
005072*    ROT-SUGERIR-ACORDO - ACORDO DE PRECO DO CLIENTE (PRECLI):     *
005072*    ULTIMA VIGENCIA NAO POSTERIOR A DATA DO ORCAMENTO, DESDE      *
005770     WRITE REG-ORCIMP FROM LIN-TRACO.
005780     MOVE OV-TOTAL TO LT-TOTAL.
005790     WRITE REG-ORCIMP FROM LIN-TOT-ORC.
005790     MOVE OV-FRETE TO LF-FRETE.
005790     WRITE REG-ORCIMP FROM LIN-TOT-FRETE.
005790     COMPUTE LG-TOTAL = OV-TOTAL + OV-FRETE.
005790     WRITE REG-ORCIMP FROM LIN-TOT-GERAL.
005800     WRITE REG-ORCIMP FROM LIN-TRACO.
005810     CLOSE ORCIMP.
005820     CLOSE ORCVENDA.
006990     MOVE W-ANO-ATUAL  TO PV-ANO.
007000     MOVE "P"          TO PV-SITUACAO.
007010     MOVE OV-TOTAL     TO PV-TOTAL.
007010     MOVE SPACES       TO PV-PEDIDO-CLI.
007010     MOVE OV-PESO      TO PV-PESO.
007010     MOVE OV-FRETE     TO PV-FRETE.
007010     MOVE SPACE        TO PV-CONSIGNACAO.
007020     WRITE REGPEDV
007030         INVALID KEY
007040             DISPLAY "ERRO NA GRAVACAO DO PEDIDO"
007260     MOVE OVI-VALOR      TO PVI-VALOR.
007262     MOVE ZERO           TO PVI-CUSTO.
007264     MOVE ZERO           TO PVI-QTDE-DEVOLVIDA.
007264     MOVE ZERO           TO PVI-VALOR-ICMS.
007270     WRITE REGPEDI
007280         INVALID KEY
007290             DISPLAY "ERRO NA COPIA DO ITEM " OVI-SEQ.
