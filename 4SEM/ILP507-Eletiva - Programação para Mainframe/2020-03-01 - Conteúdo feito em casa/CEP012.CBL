000336*                      ARQUIVO BACKORD (REVISAO E LIBERACAO NA    *
000338*                      TELA DO CEP039), PARA A DEMANDA RECUSADA   *
000339*                      NAO EVAPORAR                               *
000339* 2026-10-02 BH        PEDIDO DIGITADO NASCE SEM NUMERO DE        *
000339*                      PEDIDO DO CLIENTE (PV-PEDIDO-CLI,          *
000339*                      PREENCHIDO PELA IMPORTACAO DO CEP072); A   *
000339*                      CONSULTA O EXIBE QUANDO PRESENTE           *
000339* 2026-10-04 BH        VENDEDOR SUGERIDO PELA CARTEIRA DO         *
000339*                      CLIENTE (VEND-CARTEIRA); OUTRO VENDEDOR    *
000339*                      SO COM AVISO E CONFIRMACAO                 *
000339* 2026-10-05 BH        PRECO DE CAMPANHA PROMOCIONAL (CMP000)     *
000339*                      NA SUGESTAO, DEPOIS DO ACORDO E ANTES DA   *
000339*                      TABPRECO; NAO PASSA PELA ALCADA            *
000339* 2026-10-06 BH        PESO DOS ITENS E FRETE DO PEDIDO PELA      *
000339*                      TABFRETE (FRT000), GRAVADOS EM PV-         *
000339*                      PESO/PV-FRETE; FRETE ENTRA NA CHECAGEM     *
000339*                      DE CREDITO E NA CONSULTA                   *
000339* 2026-10-11 BH        DISPONIVEL DESCONTA A QUARENTENA DO        *
000339*                      CADPROD (MERCADORIA AGUARDANDO INSPECAO    *
000339*                      NAO E VENDIDA)                             *
000339* 2026-10-14 BH        PRODUTO BLOQUEADO PARA VENDA OU INATIVO    *
000339*                      (SITPROD) NAO ENTRA NO PEDIDO E IMPEDE A   *
000339*                      CONFIRMACAO DE PEDIDO JA DIGITADO          *
000339* 2026-10-14 BH        PRODUTO SEM SALDO NA DIGITACAO OU NA       *
000339*                      CONFIRMACAO OFERECE OS SUBSTITUTOS DO      *
000339*                      PRODEQV (EQV000) COM SALDO LIVRE E PRECO   *
000339*                      DA REGRA; A TROCA VAI PARA O SUBSTLOG E,   *
000339*                      NA CONFIRMACAO, EVITA O BACKORDER          *
000339* 2026-10-15 BH        PEDIDO GRAVADO COM PV-CONSIGNACAO EM       *
000339*                      BRANCO; O CANCELAMENTO RECUSA O PEDIDO     *
000339*                      DE ACERTO DE CONSIGNACAO, QUE SE ESTORNA   *
000339*                      NO CEP086 (DEVOLVE O SALDO AO CLIENTE)     *
000339* 2026-10-15 BH        PVI-VALOR-ICMS ZERADO NA GRAVACAO DO ITEM  *
000339*                      (O ICMS DO ITEM E GRAVADO NA EMISSAO DA    *
000339*                      NOTA PELO CEP013)                          *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CEP012.
001704 01  W-QTDE-FALTA                PIC 9(07).
001705 COPY NUMPARM.
001705 COPY GERPARM.
001705 COPY CMPPARM.
001705 COPY FRTPARM.
001705 COPY EQVPARM.
001705 01  W-CODPROD-ORIG              PIC 9(08).
001705 01  W-PESO-ORIG                 PIC 9(05)V999.
001705 01  W-CEP-CLI                   PIC 9(08).
001705 01  W-UF-CLI                    PIC X(02).
001705 01  W-PESO-PEDIDO               PIC 9(06)V999.
001705 01  W-FRETE-PEDIDO              PIC 9(10)V99.
001706 01  W-DISPONIVEL                PIC 9(07).
001770 01  W-E-KIT                     PIC X(01).
001780     88  W-E-KIT-SIM             VALUE "S".
001950         88  W-EOF2-SIM          VALUE "S".
001960     05  W-CRED-OK               PIC X(01).
001970         88  W-CRED-OK-SIM       VALUE "S".
001970     05  W-TROCOU-SUBST          PIC X(01).
001970         88  W-TROCOU-SUBST-SIM  VALUE "S".
001980 01  W-OPCAO                     PIC X(01).
001990 01  W-CONF                      PIC X(01).
002000 01  W-NUMERO-INF                PIC 9(08).
002010 01  W-CODCLI-INF                PIC 9(04).
002020 01  W-BARRA-INF                 PIC 9(13).
002060 01  W-CODVEND-INF               PIC 9(04).
002060 01  W-VEND-CARTEIRA             PIC 9(04).
002070 01  W-VEND-ACHADO               PIC X(01).
002080     88  W-VEND-ACHADO-SIM       VALUE "S".
002090 01  W-CODPROD-INF               PIC 9(08).
002170 01  W-PRECO-VIGENTE             PIC 9(12)V99.
002180 01  W-PRECO-ACHADO              PIC X(01).
002190     88  W-PRECO-ACHADO-SIM      VALUE "S".
002190 01  W-ROTULO-PRECO              PIC X(19).
002200 01  W-EOF3                      PIC X(01).
002210     88  W-EOF3-SIM              VALUE "S".
002220 01  W-LIMITE-CLI                PIC 9(12)V99.
003070     PERFORM ROT-DIGITAR-DATA-PED THRU ROT-DIGITAR-DATA-PED-EXIT.
003080     MOVE ZERO TO W-SEQ-ITEM.
003090     MOVE ZERO TO W-TOTAL-PEDIDO.
003090     MOVE ZERO TO W-PESO-PEDIDO W-FRETE-PEDIDO.
003095     MOVE "N" TO W-PED-BLOQUEADO.
003100     MOVE "N" TO W-FIM-ITENS.
003110     OPEN I-O PEDITEM.
003270         DISPLAY "PEDIDO SEM ITENS - NAO GRAVADO"
003280         CLOSE PEDVENDA
003290         GO TO ROT-INCLUIR-PED-EXIT.
003290     PERFORM ROT-CALCULAR-FRETE THRU ROT-CALCULAR-FRETE-EXIT.
003300     PERFORM ROT-CHECAR-CREDITO THRU ROT-CHECAR-CREDITO-EXIT.
003310     IF NOT W-CRED-OK-SIM
003320         PERFORM ROT-EXCLUIR-ITENS THRU ROT-EXCLUIR-ITENS-EXIT
003419     ELSE
003420         MOVE "P" TO PV-SITUACAO.
003430     MOVE W-TOTAL-PEDIDO TO PV-TOTAL.
003430     MOVE SPACES TO PV-PEDIDO-CLI.
003430     MOVE W-PESO-PEDIDO  TO PV-PESO.
003430     MOVE W-FRETE-PEDIDO TO PV-FRETE.
003430     MOVE SPACE TO PV-CONSIGNACAO.
003440     WRITE REGPEDV
003450         INVALID KEY
003460             DISPLAY "ERRO NA INCLUSAO DO PEDIDO"
003560******************************************************************
003570 ROT-LER-CLIENTE.
003580     MOVE "N" TO W-CLI-ACHADO.
003580     MOVE ZERO TO W-VEND-CARTEIRA.
003590     DISPLAY "CODIGO DO CLIENTE =>".
003600     ACCEPT W-CODCLI-INF.
003610     OPEN INPUT CADPARCEIRO.
003718                 DISPLAY "INADIMPLENCIA - LIBERACAO NO CEP061"
003720             ELSE
003730                 MOVE "S" TO W-CLI-ACHADO
003730                 MOVE VEND-CARTEIRA TO W-VEND-CARTEIRA
003730                 MOVE NCEP TO W-CEP-CLI
003730                 MOVE UF   TO W-UF-CLI
003740                 MOVE LIMITE-CREDITO TO W-LIMITE-CLI
003750                 DISPLAY "CLIENTE....: " NOME
003755             END-IF
003810******************************************************************
003820 ROT-LER-VENDEDOR.
003830     MOVE "N" TO W-VEND-ACHADO.
003840     IF W-VEND-CARTEIRA = ZERO
003840         DISPLAY "CODIGO DO VENDEDOR =>"
003840     ELSE
003840         DISPLAY "VENDEDOR DA CARTEIRA DO CLIENTE: "
003840             W-VEND-CARTEIRA
003840         DISPLAY "CODIGO DO VENDEDOR (0=O DA CARTEIRA) =>".
003850     ACCEPT W-CODVEND-INF.
003850     IF W-CODVEND-INF = ZERO
003850         MOVE W-VEND-CARTEIRA TO W-CODVEND-INF.
003860     OPEN INPUT CADVEND.
003870     IF VND-STATUS NOT = "00"
003880         DISPLAY "ARQUIVO DE VENDEDORES NAO EXISTE"
003950             MOVE "S" TO W-VEND-ACHADO
003960             DISPLAY "VENDEDOR...: " VD-NOME.
003970     CLOSE CADVEND.
003970     IF NOT W-VEND-ACHADO-SIM OR W-VEND-CARTEIRA = ZERO
003970         OR W-CODVEND-INF = W-VEND-CARTEIRA
003970         GO TO ROT-LER-VENDEDOR-EXIT.
003970     DISPLAY "ATENCAO: CLIENTE DA CARTEIRA DO VENDEDOR "
003970         W-VEND-CARTEIRA.
003970     DISPLAY "CONFIRMA OUTRO VENDEDOR (S/N) ==>".
003970     ACCEPT W-CONF.
003970     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
003970         MOVE "N" TO W-VEND-ACHADO.
003980 ROT-LER-VENDEDOR-EXIT. EXIT.
003990******************************************************************
004000*    ROT-DIGITAR-ITEM - CAPTURA UM ITEM DO PEDIDO, CONFERE A       *
004250             DISPLAY "PRODUTO NAO CADASTRADO"
004260             GO TO ROT-DIGITAR-ITEM-EXIT.
004270 ROT-DIGITAR-ITEM-ACHADO.
004270     IF NOT PROD-VENDA-LIBERADA
004270         DISPLAY "PRODUTO BLOQUEADO PARA VENDA (SITUACAO "
004270                 SITPROD ")"
004270         GO TO ROT-DIGITAR-ITEM-EXIT.
004280     PERFORM ROT-VERIF-KIT THRU ROT-VERIF-KIT-EXIT.
004290     IF W-E-KIT-SIM AND QUANTIDADE = ZERO
004300         DISPLAY "PRODUTO E KIT SEM SALDO MONTADO - MONTE"
004310         DISPLAY "PELO CEP056 OU VENDA PELA SAIDA DO CEP004"
004320         GO TO ROT-DIGITAR-ITEM-EXIT.
004330     DISPLAY "PRODUTO....: " DESCPROD.
004332     IF RESERVADA + QUARENTENA > QUANTIDADE
004334         MOVE ZERO TO W-DISPONIVEL
004336     ELSE
004338         COMPUTE W-DISPONIVEL =
004338             QUANTIDADE - RESERVADA - QUARENTENA.
004340     DISPLAY "DISPONIVEL.: " W-DISPONIVEL.
004350     DISPLAY "QUANTIDADE =>".
004360     ACCEPT W-QTDE-INF.
004370     MOVE "N" TO W-TROCOU-SUBST.
004370     IF W-QTDE-INF > W-DISPONIVEL
004380         DISPLAY "QUANTIDADE MAIOR QUE O ESTOQUE DISPONIVEL"
004380         PERFORM ROT-OFERECER-SUBST THRU ROT-OFERECER-SUBST-EXIT.
004380     IF W-QTDE-INF > W-DISPONIVEL AND NOT W-TROCOU-SUBST-SIM
004390         GO TO ROT-DIGITAR-ITEM-EXIT.
004390     IF NOT W-TROCOU-SUBST-SIM
004390         PERFORM ROT-SUGERIR-PRECO THRU ROT-SUGERIR-PRECO-EXIT.
004410     IF W-PRECO-ACHADO-SIM
004420         DISPLAY W-ROTULO-PRECO W-PRECO-VIGENTE
004430             "  ACEITAR (S/N) =>"
004440         ACCEPT W-CONF
004450         IF W-CONF = "S" OR W-CONF = "s"
004610     MOVE W-VALOR-ITEM  TO PVI-VALOR.
004612     MOVE ZERO          TO PVI-CUSTO.
004614     MOVE ZERO          TO PVI-QTDE-DEVOLVIDA.
004614     MOVE ZERO          TO PVI-VALOR-ICMS.
004620     WRITE REGPEDI
004630         INVALID KEY
004640             DISPLAY "ERRO NA GRAVACAO DO ITEM"
004650             SUBTRACT 1 FROM W-SEQ-ITEM
004660         NOT INVALID KEY
004670             ADD W-VALOR-ITEM TO W-TOTAL-PEDIDO
004670             COMPUTE W-PESO-PEDIDO = W-PESO-PEDIDO
004670                 + (PESO * W-QTDE-INF)
004670             DISPLAY "ITEM " W-SEQ-ITEM " GRAVADO"
004670             IF W-TROCOU-SUBST-SIM
004670                 PERFORM ROT-REGISTRAR-SUBST
004670                     THRU ROT-REGISTRAR-SUBST-EXIT.
004690 ROT-DIGITAR-ITEM-EXIT. EXIT.
004690******************************************************************
004690*    ROT-OFERECER-SUBST - PRODUTO SEM SALDO PARA A QUANTIDADE:    *
004690*    OFERECE OS SUBSTITUTOS DO PRODEQV (EQV000) COM O PRECO       *
004690*    SUGERIDO DO PRODUTO PEDIDO COMO BASE DA REGRA DE PRECO;      *
004690*    TROCANDO, O ITEM SEGUE COM O SUBSTITUTO NO CADPROD E O       *
004690*    PRECO DA REGRA COMO SUGESTAO                                 *
004690******************************************************************
004690 ROT-OFERECER-SUBST.
004690     PERFORM ROT-SUGERIR-PRECO THRU ROT-SUGERIR-PRECO-EXIT.
004690     MOVE "O"           TO EQP-ACAO.
004690     MOVE W-CODPROD-INF TO EQP-CODPROD.
004690     MOVE W-QTDE-INF    TO EQP-QTDE.
004690     MOVE W-DATA-ALVO   TO EQP-DATA.
004690     IF W-PRECO-ACHADO-SIM
004690         MOVE W-PRECO-VIGENTE TO EQP-PRECO-ORIG
004690     ELSE
004690         MOVE ZERO TO EQP-PRECO-ORIG.
004690     CALL "EQV000" USING EQP-PARAMETROS-AREA.
004690     IF NOT EQP-TROCOU-SIM
004690         GO TO ROT-OFERECER-SUBST-EXIT.
004690     MOVE EQP-CODSUBST TO CODPROD.
004690     READ CADPROD
004690         INVALID KEY
004690             DISPLAY "SUBSTITUTO NAO CADASTRADO"
004690             GO TO ROT-OFERECER-SUBST-EXIT.
004690     MOVE "S" TO W-TROCOU-SUBST.
004690     MOVE W-CODPROD-INF TO W-CODPROD-ORIG.
004690     MOVE EQP-CODSUBST  TO W-CODPROD-INF.
004690     DISPLAY "SUBSTITUTO.: " DESCPROD.
004690     MOVE "PRECO SUBSTITUTO: " TO W-ROTULO-PRECO.
004690     MOVE EQP-PRECO TO W-PRECO-VIGENTE.
004690     IF EQP-PRECO = ZERO
004690         MOVE "N" TO W-PRECO-ACHADO
004690     ELSE
004690         MOVE "S" TO W-PRECO-ACHADO.
004690 ROT-OFERECER-SUBST-EXIT. EXIT.
004690******************************************************************
004690*    ROT-REGISTRAR-SUBST - TROCA JA GRAVADA NO ITEM VAI PARA O    *
004690*    SUBSTLOG (VENDA SALVA PELO SUBSTITUTO)                       *
004690******************************************************************
004690 ROT-REGISTRAR-SUBST.
004690     MOVE "R"            TO EQP-ACAO.
004690     MOVE "P"            TO EQP-ORIGEM.
004690     MOVE W-CODPROD-ORIG TO EQP-CODPROD.
004690     MOVE W-CODPROD-INF  TO EQP-CODSUBST.
004690     MOVE W-QTDE-INF     TO EQP-QTDE.
004690     MOVE W-PRECO-INF    TO EQP-PRECO.
004690     MOVE W-NUMERO-INF   TO EQP-NUMERO.
004690     MOVE W-SEQ-ITEM     TO EQP-SEQ.
004690     CALL "EQV000" USING EQP-PARAMETROS-AREA.
004690 ROT-REGISTRAR-SUBST-EXIT. EXIT.
004700******************************************************************
004710*    ROT-VERIF-KIT - CONFERE SE O PRODUTO DO ITEM E UM KIT         *
004720*    (TEM COMPONENTES NO KITBOM) - KITS SAEM PELO CEP004           *
004930*    ROT-SUGERIR-PRECO - ULTIMA VIGENCIA DA TABPRECO COM DATA      *
004940*    NAO POSTERIOR A DATA DO PEDIDO, PARA SUGERIR O PRECO DO       *
004950*    ITEM EM VEZ DE DEIXAR O BALCAO VENDER DE MEMORIA              *
004950*    SEM ACORDO DO CLIENTE, A CAMPANHA PROMOCIONAL EM VIGOR        *
004950*    (CMP000) PASSA NA FRENTE DA TABPRECO                          *
004960******************************************************************
004970 ROT-SUGERIR-PRECO.
004980     MOVE "N"  TO W-PRECO-ACHADO.
004990     MOVE ZERO TO W-PRECO-VIGENTE.
004990     MOVE "PRECO DE TABELA: " TO W-ROTULO-PRECO.
005000     COMPUTE W-DATA-ALVO = (W-ANO-PED * 10000)
005010         + (W-MES-PED * 100) + W-DIA-PED.
005012     PERFORM ROT-SUGERIR-ACORDO THRU ROT-SUGERIR-ACORDO-EXIT.
005016         GO TO ROT-SUGERIR-PRECO-EXIT.
005020     OPEN INPUT TABPRECO.
005030     IF PRC-STATUS NOT = "00"
005040         GO TO ROT-SUGERIR-PRECO-CAMPANHA.
005050     MOVE "N" TO W-EOF3.
005060     MOVE W-CODPROD-INF TO PR-CODPROD.
005070     MOVE ZERO TO PR-VIGENCIA.
005120     PERFORM ROT-TESTAR-VIGENCIA THRU ROT-TESTAR-VIGENCIA-EXIT
005130         UNTIL W-EOF3-SIM.
005140     CLOSE TABPRECO.
005140 ROT-SUGERIR-PRECO-CAMPANHA.
005140     PERFORM ROT-SUGERIR-CAMPANHA THRU ROT-SUGERIR-CAMPANHA-EXIT.
005150 ROT-SUGERIR-PRECO-EXIT. EXIT.
005160 ROT-LER-VIGENCIA.
005170     READ TABPRECO NEXT RECORD
005300         MOVE "S" TO W-EOF3.
005310 ROT-TESTAR-VIGENCIA-EXIT. EXIT.
005310******************************************************************
005310*    ROT-SUGERIR-CAMPANHA - PRECO DA CAMPANHA EM VIGOR NA DATA DO  *
005310*    PEDIDO PARA O PRODUTO OU A CATEGORIA, COM A FAIXA DA          *
005310*    QUANTIDADE DIGITADA; ACHANDO, VIRA O PRECO SUGERIDO E A       *
005310*    BASE DA ALCADA, DE MODO QUE ACEITAR O PRECO DE CAMPANHA NAO   *
005310*    BLOQUEIA O PEDIDO                                             *
005310******************************************************************
005310 ROT-SUGERIR-CAMPANHA.
005310     MOVE W-CODPROD-INF TO CMP-CODPROD.
005310     MOVE TIPOPROD      TO CMP-TIPOPROD.
005310     MOVE W-QTDE-INF    TO CMP-QTDE.
005310     MOVE W-DATA-ALVO   TO CMP-DATA.
005310     IF W-PRECO-ACHADO-SIM
005310         MOVE W-PRECO-VIGENTE TO CMP-PRECO-TABELA
005310     ELSE
005310         MOVE ZERO TO CMP-PRECO-TABELA.
005310     CALL "CMP000" USING CMP-PARAMETROS-AREA.
005310     IF NOT CMP-ACHOU-SIM
005310         GO TO ROT-SUGERIR-CAMPANHA-EXIT.
005310     MOVE CMP-PRECO TO W-PRECO-VIGENTE.
005310     MOVE "S" TO W-PRECO-ACHADO.
005310     MOVE "PRECO DE CAMPANHA: " TO W-ROTULO-PRECO.
005310     DISPLAY "CAMPANHA " CMP-CODCAMP " - " CMP-DESCRICAO.
005310 ROT-SUGERIR-CAMPANHA-EXIT. EXIT.
005310******************************************************************
005311*    ROT-SUGERIR-ACORDO - ACORDO DE PRECO DO CLIENTE (PRECLI):     *
005311*    ULTIMA VIGENCIA NAO POSTERIOR A DATA DO PEDIDO, DESDE QUE O   *
005311*    ACORDO AINDA NAO TENHA VENCIDO; ACHANDO, O PRECO DO ACORDO    *
005430     MOVE ZERO TO W-EXPOSICAO.
005440     PERFORM ROT-SOMAR-TITULOS THRU ROT-SOMAR-TITULOS-EXIT.
005450     PERFORM ROT-SOMAR-PEDIDOS THRU ROT-SOMAR-PEDIDOS-EXIT.
005460     IF W-EXPOSICAO + W-TOTAL-PEDIDO + W-FRETE-PEDIDO
005460             NOT > W-LIMITE-CLI
005470         GO TO ROT-CHECAR-CREDITO-EXIT.
005480     DISPLAY "LIMITE DE CREDITO EXCEDIDO".
005490     DISPLAY "LIMITE....: " W-LIMITE-CLI.
005500     DISPLAY "EM ABERTO.: " W-EXPOSICAO.
005510     DISPLAY "PEDIDO....: " W-TOTAL-PEDIDO.
005510     DISPLAY "FRETE.....: " W-FRETE-PEDIDO.
005520     DISPLAY "CODIGO DE LIBERACAO DO SUPERVISOR".
005530     DISPLAY "(BRANCO=NAO LIBERAR) =>".
005540     ACCEPT W-COD-LIBERACAO.
005570     ELSE
005580         MOVE "N" TO W-CRED-OK.
005590 ROT-CHECAR-CREDITO-EXIT. EXIT.
005590******************************************************************
005590*    ROT-CALCULAR-FRETE - FRETE DO PEDIDO PELA TABFRETE (FRT000)  *
005590*    SOBRE O PESO DOS ITENS E O CEP/UF DO CLIENTE; ACIMA DO       *
005590*    LIMITE DE FRETE GRATIS DA FAIXA O FRETE FICA ZERADO          *
005590******************************************************************
005590 ROT-CALCULAR-FRETE.
005590     MOVE ZERO TO W-FRETE-PEDIDO.
005590     MOVE W-CEP-CLI      TO FRT-CEP.
005590     MOVE W-UF-CLI       TO FRT-UF.
005590     MOVE W-PESO-PEDIDO  TO FRT-PESO.
005590     MOVE W-TOTAL-PEDIDO TO FRT-VALOR-PEDIDO.
005590     CALL "FRT000" USING FRT-PARAMETROS-AREA.
005590     DISPLAY "PESO TOTAL (KG): " W-PESO-PEDIDO.
005590     IF NOT FRT-ACHOU-SIM
005590         DISPLAY "SEM TABELA DE FRETE PARA O DESTINO - SEM FRETE"
005590         GO TO ROT-CALCULAR-FRETE-EXIT.
005590     IF FRT-GRATIS-SIM
005590         DISPLAY "FRETE GRATIS - PEDIDO ACIMA DO LIMITE DA FAIXA"
005590         GO TO ROT-CALCULAR-FRETE-EXIT.
005590     MOVE FRT-FRETE TO W-FRETE-PEDIDO.
005590     DISPLAY "FRETE..........: " W-FRETE-PEDIDO.
005590 ROT-CALCULAR-FRETE-EXIT. EXIT.
005600 ROT-SOMAR-TITULOS.
005610     OPEN INPUT CRECEBER.
005620     IF CRC-STATUS NOT = "00"
005990 ROT-LER-PED-CRED-EXIT. EXIT.
006000 ROT-SOMAR-UM-PEDIDO.
006010     IF PV-CODCLI = W-CODCLI-INF AND PEDIDO-CONFIRMADO
006020         ADD PV-TOTAL PV-FRETE TO W-EXPOSICAO.
006030     PERFORM ROT-LER-PED-CRED THRU ROT-LER-PED-CRED-EXIT.
006040 ROT-SOMAR-UM-PEDIDO-EXIT. EXIT.
006050******************************************************************
007430             DISPLAY "PRODUTO " PVI-CODPROD " NAO CADASTRADO"
007440             MOVE "N" TO W-CONF-OK
007450             GO TO ROT-CRITICAR-UM-ITEM-LER.
007450     IF NOT PROD-VENDA-LIBERADA
007450         DISPLAY "PRODUTO " PVI-CODPROD " BLOQUEADO PARA VENDA"
007450         MOVE "N" TO W-CONF-OK
007450         GO TO ROT-CRITICAR-UM-ITEM-LER.
007452     IF RESERVADA + QUARENTENA > QUANTIDADE
007454         MOVE ZERO TO W-DISPONIVEL
007456     ELSE
007458         COMPUTE W-DISPONIVEL =
007458             QUANTIDADE - RESERVADA - QUARENTENA.
007460     IF PVI-QUANTIDADE NOT > W-DISPONIVEL
007460         GO TO ROT-CRITICAR-UM-ITEM-LER.
007460     DISPLAY "ESTOQUE INSUFICIENTE P/ PRODUTO " PVI-CODPROD.
007460     PERFORM ROT-TROCAR-ITEM-SUBST
007460         THRU ROT-TROCAR-ITEM-SUBST-EXIT.
007460     IF W-TROCOU-SUBST-SIM
007460         GO TO ROT-CRITICAR-UM-ITEM-LER.
007460     MOVE "N" TO W-CONF-OK.
007460     COMPUTE W-QTDE-FALTA = PVI-QUANTIDADE - W-DISPONIVEL.
007460     PERFORM ROT-GRAVAR-BACKORD THRU ROT-GRAVAR-BACKORD-EXIT.
007490 ROT-CRITICAR-UM-ITEM-LER.
007500     PERFORM ROT-LER-ITEM THRU ROT-LER-ITEM-EXIT.
007510 ROT-CRITICAR-UM-ITEM-EXIT. EXIT.
007510******************************************************************
007510*    ROT-TROCAR-ITEM-SUBST - NA CONFIRMACAO, ANTES DE VIRAR       *
007510*    BACKORDER, O ITEM EM FALTA PODE SER TROCADO POR UM           *
007510*    SUBSTITUTO COM SALDO (EQV000). O PRECO E O DA REGRA DA       *
007510*    EQUIVALENCIA SOBRE O PRECO DO ITEM; SEM PRECO SUGERIDO O     *
007510*    ITEM MANTEM O PRECO DIGITADO. NAO HA DIGITACAO DE PRECO      *
007510*    AQUI PARA NAO CONTORNAR A ALCADA DA DIGITACAO. TOTAL E PESO  *
007510*    DO PEDIDO SAO ACERTADOS; O FRETE FICA O DA DIGITACAO.        *
007510******************************************************************
007510 ROT-TROCAR-ITEM-SUBST.
007510     MOVE "N" TO W-TROCOU-SUBST.
007510     MOVE "O"            TO EQP-ACAO.
007510     MOVE PVI-CODPROD    TO EQP-CODPROD.
007510     MOVE PVI-QUANTIDADE TO EQP-QTDE.
007510     MOVE PVI-PRECO      TO EQP-PRECO-ORIG.
007510     COMPUTE EQP-DATA = (PV-ANO * 10000)
007510         + (PV-MES * 100) + PV-DIA.
007510     MOVE PESO TO W-PESO-ORIG.
007510     CALL "EQV000" USING EQP-PARAMETROS-AREA.
007510     IF NOT EQP-TROCOU-SIM
007510         GO TO ROT-TROCAR-ITEM-SUBST-EXIT.
007510     MOVE EQP-CODSUBST TO CODPROD.
007510     READ CADPROD
007510         INVALID KEY
007510             DISPLAY "SUBSTITUTO NAO CADASTRADO"
007510             GO TO ROT-TROCAR-ITEM-SUBST-EXIT.
007510     IF EQP-PRECO = ZERO
007510         MOVE PVI-PRECO TO EQP-PRECO.
007510     COMPUTE W-VALOR-ITEM = PVI-QUANTIDADE * EQP-PRECO.
007510     COMPUTE PV-TOTAL = PV-TOTAL - PVI-VALOR + W-VALOR-ITEM.
007510     COMPUTE PV-PESO = PV-PESO
007510         - (W-PESO-ORIG * PVI-QUANTIDADE)
007510         + (PESO * PVI-QUANTIDADE).
007510     MOVE EQP-CODSUBST TO PVI-CODPROD.
007510     MOVE EQP-PRECO    TO PVI-PRECO.
007510     MOVE W-VALOR-ITEM TO PVI-VALOR.
007510     REWRITE REGPEDI
007510         INVALID KEY
007510             DISPLAY "ERRO NA TROCA DO ITEM " PVI-SEQ
007510             GO TO ROT-TROCAR-ITEM-SUBST-EXIT.
007510     REWRITE REGPEDV
007510         INVALID KEY
007510             DISPLAY "ERRO NA ATUALIZACAO DO PEDIDO".
007510     MOVE "S" TO W-TROCOU-SUBST.
007510     DISPLAY "ITEM " PVI-SEQ " TROCADO POR " DESCPROD.
007510     DISPLAY "PRECO......: " EQP-PRECO.
007510     MOVE "R"            TO EQP-ACAO.
007510     MOVE "C"            TO EQP-ORIGEM.
007510     MOVE PVI-NUMERO     TO EQP-NUMERO.
007510     MOVE PVI-SEQ        TO EQP-SEQ.
007510     CALL "EQV000" USING EQP-PARAMETROS-AREA.
007510 ROT-TROCAR-ITEM-SUBST-EXIT. EXIT.
007520 ROT-RESERVAR-UM-ITEM.
007530     MOVE PVI-CODPROD TO CODPROD.
007540     READ CADPROD
007720             MOVE PV-CODCLI    TO BK-CODCLI
007720             MOVE W-QTDE-FALTA TO BK-QTDE-FALTA
007720             MOVE "P"          TO BK-SITUACAO
007720             MOVE ZERO         TO BK-DATA-CANCEL
007720             WRITE REGBKO
007720                 INVALID KEY
007720                     DISPLAY "ERRO NA GRAVACAO DO BACKORDER"
007721         NOT INVALID KEY
007722             MOVE W-QTDE-FALTA TO BK-QTDE-FALTA
007723             MOVE "P"          TO BK-SITUACAO
007723             MOVE ZERO         TO BK-DATA-CANCEL
007724             REWRITE REGBKO
007725                 INVALID KEY
007726                     DISPLAY "ERRO NO BACKORDER"
008550     DISPLAY "DATA.......: " PV-DIA "/" PV-MES "/" PV-ANO.
008560     DISPLAY "SITUACAO...: " PV-SITUACAO.
008570     DISPLAY "TOTAL......: " PV-TOTAL.
008570     DISPLAY "PESO (KG)..: " PV-PESO.
008570     DISPLAY "FRETE......: " PV-FRETE.
008570     IF PV-PEDIDO-CLI NOT = SPACES
008570         DISPLAY "PED.CLIENTE: " PV-PEDIDO-CLI.
008580     CLOSE PEDVENDA.
008590     DISPLAY "SEQ  PRODUTO   QUANTIDADE  PRECO  VALOR".
008600     OPEN INPUT PEDITEM.
009380         DISPLAY "PEDIDO FATURADO/CANCELADO - NAO CANCELA AQUI"
009380         CLOSE PEDVENDA
009380         GO TO ROT-CANCELAR-PED-EXIT.
009380     IF PEDIDO-CONSIGNACAO
009380         DISPLAY "PEDIDO DE ACERTO DE CONSIGNACAO - USE O"
009380                 " ESTORNO DE ACERTO DO CEP086"
009380         CLOSE PEDVENDA
009380         GO TO ROT-CANCELAR-PED-EXIT.
009380     DISPLAY "CANCELAR O PEDIDO (S/N) ==>".
009380     ACCEPT W-CONF.
009380     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
