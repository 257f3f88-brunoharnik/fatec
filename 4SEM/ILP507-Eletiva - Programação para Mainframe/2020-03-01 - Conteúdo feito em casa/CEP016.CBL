000339* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000339*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000339*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000339* 2026-09-15 BH        RECEBIMENTO LANCA O CREDITO DE PIS/COFINS  *
000339*                      DE CADA ITEM NO LIVPIS (TIPO "C") SOBRE O  *
000339*                      VALOR DA NOTA DO FORNECEDOR                *
000339* 2026-10-09 BH        GERACAO ESCOLHE O FORNECEDOR DE CADA       *
000339*                      ITEM PELO CATALOGO PRODFORN (CEP079): O    *
000339*                      PREFERIDO, SENAO O DE MENOR PRECO DENTRO   *
000339*                      DA JANELA DE REPOSICAO DO PARMSYS, SENAO   *
000339*                      O CODFORN DO CADPROD; A SUGESTAO SOBE      *
000339*                      ATE A QUANTIDADE MINIMA DO FORNECEDOR. O   *
000339*                      RECEBIMENTO ATUALIZA PRECO, DATA E PRAZO   *
000339*                      DE ENTREGA NO PRODFORN                     *
000339* 2026-10-10 BH        RECEBIMENTO IMPORTA O XML DA NF-E DO       *
000339*                      FORNECEDOR (NFEFORN): EMITENTE             *
000339*                      CONFERIDO, ITENS CASADOS COM O PEDIDO      *
000339*                      PELO CODIGO DO FORNECEDOR NO PRODFORN E    *
000339*                      OFERECIDOS NA DIGITACAO. CONFERENCIA DE    *
000339*                      TRES VIAS (PEDIDO, NOTA, RECEBIDO) COM A   *
000339*                      TOLERANCIA DO PARMSYS; RECEBIMENTO         *
000339*                      DIVERGENTE NAO GERA O CPAGAR ATE A         *
000339*                      APROVACAO "RD" NO APRV000 (OPCAO 5         *
000339*                      LIBERA). NOTA, SERIE E CHAVE FICAM NO      *
000339*                      NFENTRA PARA O FISCICMS. O PEDIDO GERADO   *
000339*                      LEVA O PRECO DO FORNECEDOR ESCOLHIDO EM    *
000339*                      PCI-PRECO. OPERADOR RECEBIDO DO MENU000    *
000339* 2026-10-11 BH        PRODUTO COM INSPECAO OBRIGATORIA ENTRA     *
000339*                      EM QUARENTENA NO RECEBIMENTO (QUARENTENA   *
000339*                      DO CADPROD) E GERA O REGISTRO PENDENTE     *
000339*                      NO INSPEC PARA A INSPECAO DO CEP080        *
000339* 2026-10-12 BH        GERACAO LIBERA CONTRA O CONTRATO DE        *
000339*                      COMPRA VIGENTE COM SALDO (CONTRATO,        *
000339*                      CEP081) AO PRECO ACORDADO, EM PEDIDO       *
000339*                      SEPARADO DO FORNECEDOR, E ABATE O SALDO    *
000339*                      (PCI-CT-SEQ); O AJUSTE DA QUANTIDADE       *
000339*                      ACERTA O SALDO DO CONTRATO                 *
000339* 2026-10-13 BH        COMPRA EM MOEDA ESTRANGEIRA: PEDIDO NA     *
000339*                      MOEDA DO FORNECEDOR COM A TAXA DO DIA      *
000339*                      (CBO000), TAXA ATUALIZAVEL NO AJUSTE; NO   *
000339*                      RECEBIMENTO OS PRECOS DA NOTA SAO          *
000339*                      CONVERTIDOS PELA TAXA DA DATA, O ESTOQUE   *
000339*                      E O NFENTRA FICAM EM REAIS E O TITULO      *
000339*                      GUARDA O VALOR NA MOEDA E A TAXA DA        *
000339*                      EMISSAO; SEM IMPORTACAO DE XML NESSES      *
000339*                      PEDIDOS                                    *
000339* 2026-10-14 BH        OPCAO 6 GERA OS PEDIDOS PENDENTES PELAS    *
000339*                      SUGESTOES DA PROJECAO SEMANAL DO CEP083    *
000339*                      (SUGCOMPRA), COM A MESMA ESCOLHA DE        *
000339*                      FORNECEDOR, E ESVAZIA O ARQUIVO            *
000339* 2026-10-14 BH        PRODUTO EM LIQUIDACAO, BLOQUEADO PARA      *
000339*                      COMPRA OU INATIVO (SITPROD) FICA FORA DA   *
000339*                      GERACAO E NAO E RECEBIDO (O ITEM           *
000339*                      CONTINUA PENDENTE)                         *
000339* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000339*                      (MVX000)                                   *
000339* 2026-10-15 BH        GERACAO E APROVACAO GRAVAM O OPERADOR NO   *
000339*                      PEDIDO E O RECEBIMENTO O GRAVA NO TITULO;  *
000339*                      APROVACAO E RECEBIMENTO PASSAM PELA        *
000339*                      SEGREGACAO DE FUNCOES (SOD000/SODREGRA)    *
000339******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CEP016.
000860     SELECT PTOREPOS ASSIGN TO "PTOREPOS"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS PTO-STATUS.
000890     SELECT PRODFORN ASSIGN TO "PRODFORN"
000890         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS PF-CHAVE
000890         FILE STATUS IS PFO-STATUS.
000890     SELECT PARMSYS ASSIGN TO "PARMSYS"
000890         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS PARM-STATUS.
000890     SELECT NFEFORN ASSIGN TO "NFEFORN"
000890         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS XML-STATUS.
000890     SELECT NFENTRA ASSIGN TO "NFENTRA"
000890         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS NE-CHAVE
000890         FILE STATUS IS NFE-STATUS.
000890     SELECT APROVPEN ASSIGN TO "APROVPEN"
000890         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS AP-NUMERO
000890         FILE STATUS IS APR-STATUS.
000890     SELECT INSPEC ASSIGN TO "INSPEC"
000890         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS IS-CHAVE
000890         FILE STATUS IS INS-STATUS.
000890     SELECT CONTRATO ASSIGN TO "CONTRATO"
000890         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS CT-CHAVE
000890         FILE STATUS IS CTR-STATUS.
000890     SELECT SUGCOMPRA ASSIGN TO "SUGCOMPRA"
000890         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS SUG-STATUS.
000890     SELECT SORTWK ASSIGN TO "SORTWK4".
000900 DATA DIVISION.
000910 FILE SECTION.
001190     05  PTO-CODPROD             PIC 9(08).
001200     05  PTO-PONTO               PIC 9(07).
001210     05  PTO-QTDE-SUGERIDA       PIC 9(07).
001210 FD  PRODFORN
001210     LABEL RECORDS ARE STANDARD.
001210     COPY REGPFO.
001210 FD  PARMSYS
001210     LABEL RECORDS ARE STANDARD.
001210     COPY PARMSYS.
001210 FD  NFEFORN
001210     LABEL RECORDS ARE STANDARD.
001210 01  REG-NFEFORN                 PIC X(200).
001210 FD  NFENTRA
001210     LABEL RECORDS ARE STANDARD.
001210     COPY REGNFE.
001210 FD  APROVPEN
001210     LABEL RECORDS ARE STANDARD.
001210     COPY REGAPR.
001210 FD  INSPEC
001210     LABEL RECORDS ARE STANDARD.
001210     COPY REGINS.
001210 FD  CONTRATO
001210     LABEL RECORDS ARE STANDARD.
001210     COPY REGCTR.
001210 FD  SUGCOMPRA
001210     LABEL RECORDS ARE STANDARD.
001210     COPY REGSUG.
001210 SD  SORTWK.
001210 01  SD-REGPROD.
001210     05  SD-CODFORN              PIC 9(04).
001210     05  SD-EM-CONTRATO          PIC X(01).
001210     05  SD-CODPROD              PIC 9(08).
001210     05  SD-QUANTIDADE           PIC 9(07).
001210     05  SD-SUGERIDA             PIC 9(07).
001210     05  SD-QTDE-MINIMA          PIC 9(07).
001210     05  SD-PRECO                PIC 9(12)V99.
001210     05  SD-CT-SEQ               PIC 9(03).
001210     05  SD-ORIGEM-PRECO         PIC X(01).
001280 WORKING-STORAGE SECTION.
001290******************************************************************
001300*    AREAS DE CONTROLE DE ARQUIVO E DE TELA                       *
001372 COPY NUMPARM.
001372 COPY DIAPARM.
001372 COPY GERPARM.
001372 COPY PISPARM.
001372 COPY CBOPARM.
001372 COPY MVXPARM.
001372 COPY SODPARM.
001373 01  PARC-STATUS                 PIC X(02).
001373 01  W-VALOR-IRRF                PIC 9(12)V99.
001373 01  W-VALOR-ISS                 PIC 9(12)V99.
001480 01  W-CONF                      PIC X(01).
001490 01  W-LIMITE-ESTOQUE            PIC 9(07).
001500 01  PTO-STATUS                  PIC X(02).
001510 01  SUG-STATUS                  PIC X(02).
001510 01  W-TIPO-GERACAO              PIC X(01).
001510     88  W-GERACAO-PROJECAO      VALUE "P".
001510 01  W-SUG-LIDA                  PIC X(01).
001510     88  W-SUG-LIDA-SIM          VALUE "S".
001510 01  W-EOF-PTO                   PIC X(01).
001520     88  W-EOF-PTO-SIM           VALUE "S".
001530 01  W-ACHOU-PTO                 PIC X(01).
001580         VALUE "TABELA DE PONTOS DE REPOSICAO CHEIA".
001590 01  W-LIMITE-APLICADO           PIC 9(07).
001600 01  W-SUGERIDA-PONTO            PIC 9(07).
001600 01  PFO-STATUS                  PIC X(02).
001600 01  PARM-STATUS                 PIC X(02).
001600 01  W-PFO-ABERTO                PIC X(01).
001600     88  W-PFO-ABERTO-SIM        VALUE "S".
001600 01  W-EOF-PFO                   PIC X(01).
001600     88  W-EOF-PFO-SIM           VALUE "S".
001600 01  W-ACHOU-PREFERIDO           PIC X(01).
001600     88  W-ACHOU-PREFERIDO-SIM   VALUE "S".
001600 01  W-DIAS-REPOSICAO            PIC 9(03) VALUE 30.
001600 01  W-CODFORN-ESCOLHIDO         PIC 9(04).
001600 01  W-QTDE-MINIMA               PIC 9(07).
001600 01  W-MELHOR-PRECO              PIC 9(12)V99.
001600 01  W-ORD-PED                   PIC 9(07) COMP.
001600 01  W-ORD-REC                   PIC 9(07) COMP.
001600 01  W-LEAD                      PIC S9(05) COMP.
001600 01  W-PRECO-FORN                PIC 9(12)V99.
001600 01  CTR-STATUS                  PIC X(02).
001600 01  W-CTR-ABERTO                PIC X(01).
001600     88  W-CTR-ABERTO-SIM        VALUE "S".
001600 01  W-EOF-CTR                   PIC X(01).
001600     88  W-EOF-CTR-SIM           VALUE "S".
001600 01  W-CT-SEQ-ESCOLHIDO          PIC 9(03).
001600 01  W-SALDO-CONTRATO            PIC 9(09).
001600 01  W-QTDE-ANTERIOR             PIC 9(07).
001600 01  W-CONTRATO-ANTERIOR         PIC X(01) VALUE SPACE.
001600******************************************************************
001600*    CONFERENCIA DO RECEBIMENTO CONTRA O PEDIDO E A NF-E          *
001600******************************************************************
001600 01  XML-STATUS                  PIC X(02).
001600 01  NFE-STATUS                  PIC X(02).
001600 01  APR-STATUS                  PIC X(02).
001600 01  INS-STATUS                  PIC X(02).
001600 01  W-EOF-INS                   PIC X(01).
001600     88  W-EOF-INS-SIM           VALUE "S".
001600 01  W-EM-QUARENTENA             PIC X(01).
001600     88  W-EM-QUARENTENA-SIM     VALUE "S".
001600 01  W-PROX-SEQ-INS              PIC 9(05).
001600 01  W-OPERADOR                  PIC X(08).
001600 01  W-TOL-RECEB                 PIC 9(02)V99 VALUE 2.
001600 01  W-XML-CARREGADO             PIC X(01).
001600     88  W-XML-CARREGADO-SIM     VALUE "S".
001600 01  W-EOF-XML                   PIC X(01).
001600     88  W-EOF-XML-SIM           VALUE "S".
001600 01  W-EOF-NFE                   PIC X(01).
001600     88  W-EOF-NFE-SIM           VALUE "S".
001600 01  W-EOF-APR                   PIC X(01).
001600     88  W-EOF-APR-SIM           VALUE "S".
001600 01  W-ACHOU-XML                 PIC X(01).
001600     88  W-ACHOU-XML-SIM         VALUE "S".
001600 01  W-EMITENTE-OK               PIC X(01).
001600     88  W-EMITENTE-OK-SIM       VALUE "S".
001600 01  W-ITEM-DIVERGENTE           PIC X(01).
001600     88  W-ITEM-DIVERGENTE-SIM   VALUE "S".
001600 01  W-FORA-TOL                  PIC X(01).
001600     88  W-FORA-TOL-SIM          VALUE "S".
001600 01  W-TIT-GERADO                PIC X(01).
001600     88  W-TIT-GERADO-SIM        VALUE "S".
001600 01  W-QTDE-DIVERG               PIC 9(03).
001600 01  W-VALOR-REF                 PIC 9(12)V99.
001600 01  W-VALOR-CONF                PIC 9(12)V99.
001600 01  W-DIF-PERC                  PIC S9(09)V99.
001600 01  W-IDX-XML                   PIC 9(03) COMP.
001600 01  W-IDX-BUSCA                 PIC 9(03) COMP.
001600 01  W-QTDE-XML                  PIC 9(03) COMP.
001600 01  W-PROX-SEQ-NFE              PIC 9(03).
001600 01  W-PROX-APROV                PIC 9(06).
001600 01  W-HOJE-NUM                  PIC 9(08).
001600 01  W-CODFORN-TIT               PIC 9(04).
001600 01  W-NNF-INF                   PIC 9(09).
001600 01  W-SERIE-INF                 PIC 9(03).
001600 01  W-CHAVE-NFE-INF             PIC X(44).
001600 01  W-SITUACAO-NFE              PIC X(01).
001600 01  W-QTDE-LIBERADOS            PIC 9(05).
001600 01  W-QTDE-REJEITADOS           PIC 9(05).
001600 01  W-QTDE-AGUARDANDO           PIC 9(05).
001600 01  W-XML-ANTES                 PIC X(200).
001600 01  W-XML-TAG                   PIC X(200).
001600 01  W-XML-VALOR                 PIC X(200).
001600 01  W-XML-NOME                  PIC X(20).
001600 01  W-XML-LIXO                  PIC X(200).
001600 01  W-XML-RESTO                 PIC X(200).
001600 01  W-XML-SECAO                 PIC X(01).
001600     88  W-XML-NO-EMITENTE       VALUE "E".
001600     88  W-XML-NO-ITEM           VALUE "D".
001600 01  W-XN-INT                    PIC X(15) JUSTIFIED RIGHT.
001600 01  W-XN-INT-9 REDEFINES W-XN-INT
001600                                 PIC 9(15).
001600 01  W-XN-DEC                    PIC X(04).
001600 01  W-XN-DEC-9 REDEFINES W-XN-DEC
001600                                 PIC 9(04).
001600 01  W-XML-NUM                   PIC 9(15)V9(04).
001600 01  W-XML-NNF                   PIC 9(09).
001600 01  W-XML-SERIE                 PIC 9(03).
001600 01  W-XML-CHAVE                 PIC X(44).
001600 01  W-XML-CNPJ                  PIC 9(15).
001600 01  W-XML-CPROD-ITEM            PIC X(20).
001600 01  W-XML-QTDE-ITEM             PIC 9(07).
001600 01  W-XML-PRECO-ITEM            PIC 9(12)V99.
001600 01  TAB-XML.
001600     05  TAB-XML-ENTRY OCCURS 200 TIMES.
001600         10  TX-CPROD            PIC X(20).
001600         10  TX-QTDE             PIC 9(07).
001600         10  TX-PRECO            PIC 9(12)V99.
001600         10  TX-CODPROD          PIC 9(08).
001600         10  TX-USADO            PIC X(01).
001610 01  TAB-PONTOS.
001620     05  TAB-PTO-ENTRY OCCURS 999 TIMES.
001630         10  TP-CODPROD          PIC 9(08).
001750 01  W-QTDE-SUGERIDA             PIC 9(07).
001760 01  W-QTDE-NOVA                 PIC 9(07).
001770 01  W-PRECO-INF                 PIC 9(12)V99.
001770 01  W-PRECO-REAL                PIC 9(12)V99.
001770 01  W-ORIGEM-PRECO              PIC X(01).
001770 01  W-MOEDA-PEDIDO              PIC X(03).
001770     88  W-MOEDA-PEDIDO-NACIONAL VALUE SPACES "BRL".
001770 01  W-TAXA-PEDIDO               PIC 9(04)V9(06).
001770 01  W-MOEDA-REC                 PIC X(03).
001770     88  W-MOEDA-REC-NACIONAL    VALUE SPACES "BRL".
001770 01  W-TAXA-REC                  PIC 9(04)V9(06).
001770 01  W-TAXA-INF                  PIC 9(04)V9(06).
001770 01  W-TOTAL-MOEDA               PIC 9(12)V99.
001772 01  W-QTDE-REC-ITEM             PIC 9(07).
001774 01  W-SALDO-ITEM                PIC 9(07).
001776 01  W-RESTA-PENDENTE            PIC X(01).
002150     05  DET-SUGERIDA            PIC ZZZZZZ9.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  DET-APROVADA            PIC ZZZZZZ9.
002180 LINKAGE SECTION.
002180 01  LK-OPERADOR                 PIC X(08).
002180 PROCEDURE DIVISION USING LK-OPERADOR.
002190******************************************************************
002200*    0000-MAINLINE                                                *
002210******************************************************************
002222     MOVE "V" TO GPR-ACAO.
002224     CALL "GER000" USING GER-PARAMETROS-AREA.
002226     IF NOT GPR-AMBIENTE-OK
002226         GOBACK.
002226     MOVE LK-OPERADOR TO W-OPERADOR.
002226     PERFORM 2000-MENU-PRINCIPAL THRU 2000-EXIT
002240         UNTIL W-FIM-SIM.
002250     GOBACK.
002260******************************************************************
002300     DISPLAY " ".
002310     DISPLAY "CEP016 - PEDIDOS DE COMPRA".
002320     DISPLAY "1-GERAR PELO ESTOQUE BAIXO   2-AJUSTAR/APROVAR".
002330     DISPLAY "3-RECEBER MERCADORIA   4-CONSULTAR".
002330     DISPLAY "5-LIBERAR RECEBIMENTOS BLOQUEADOS".
002330     DISPLAY "6-GERAR PELA PROJECAO DE NECESSIDADES   9-FIM".
002340     ACCEPT W-OPCAO.
002350     EVALUATE W-OPCAO
002360         WHEN "1"
002360             MOVE "E" TO W-TIPO-GERACAO
002370             PERFORM ROT-GERAR THRU ROT-GERAR-EXIT
002380         WHEN "2"
002390             PERFORM ROT-AJUSTAR THRU ROT-AJUSTAR-EXIT
002400         WHEN "3"
002410             PERFORM ROT-RECEBER THRU ROT-RECEBER-EXIT
002420         WHEN "4"
002420             PERFORM ROT-CONSULTAR THRU ROT-CONSULTAR-EXIT
002420         WHEN "5"
002420             PERFORM ROT-LIBERAR THRU ROT-LIBERAR-EXIT
002420         WHEN "6"
002420             MOVE "P" TO W-TIPO-GERACAO
002420             PERFORM ROT-GERAR THRU ROT-GERAR-EXIT
002440         WHEN "9"
002450             MOVE "S" TO W-FIM
002460         WHEN OTHER
002530*                QUANTIDADE SUGERIDA PARA REPOR O DOBRO DO LIMITE  *
002540******************************************************************
002550 ROT-GERAR.
002550     MOVE ZERO TO W-LIMITE-ESTOQUE.
002550     MOVE ZERO TO W-QTDE-PONTOS.
002550     IF NOT W-GERACAO-PROJECAO
002550         DISPLAY "LIMITE MINIMO DE ESTOQUE =>"
002550         ACCEPT W-LIMITE-ESTOQUE
002550         PERFORM ROT-CARREGAR-PONTOS
002550             THRU ROT-CARREGAR-PONTOS-EXIT.
002580     PERFORM ROT-LER-PARM THRU ROT-LER-PARM-EXIT.
002580     PERFORM ROT-ABRIR-PEDIDOS THRU ROT-ABRIR-PEDIDOS-EXIT.
002580     IF PED-STATUS NOT = "00"
002580         GO TO ROT-GERAR-EXIT.
002580     MOVE "N" TO W-PFO-ABERTO.
002580     OPEN INPUT PRODFORN.
002580     IF PFO-STATUS = "00"
002580         MOVE "S" TO W-PFO-ABERTO
002580     ELSE
002580         DISPLAY "CEP016: SEM PRODFORN - USANDO O CODFORN".
002580     MOVE "N" TO W-CTR-ABERTO.
002580     OPEN I-O CONTRATO.
002580     IF CTR-STATUS = "00"
002580         MOVE "S" TO W-CTR-ABERTO.
002630*    (O NUMERO DE CADA PEDIDO NOVO VEM DO NUM000 NA QUEBRA)
002650     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
002650     MOVE W-DATA-SISTEMA TO W-HOJE-NUM.
002650     MOVE ZERO TO W-QTDE-PEDIDOS.
002670     MOVE ZERO TO W-QTDE-ITENS.
002680     MOVE "N" TO W-EOF.
002690     MOVE "S" TO W-PRIMEIRO-GRUPO.
002700     MOVE "N" TO W-SUG-LIDA.
002700     IF W-GERACAO-PROJECAO
002700         SORT SORTWK ON ASCENDING KEY SD-CODFORN SD-EM-CONTRATO
002700             SD-CODPROD
002700             INPUT PROCEDURE IS 3500-SELECIONAR-SUG THRU 3500-EXIT
002700             OUTPUT PROCEDURE IS 4000-GERAR-PEDIDOS
002700                 THRU 4000-EXIT
002700     ELSE
002700         SORT SORTWK ON ASCENDING KEY SD-CODFORN SD-EM-CONTRATO
002700             SD-CODPROD
002700             INPUT PROCEDURE IS 3000-SELECIONAR THRU 3000-EXIT
002700             OUTPUT PROCEDURE IS 4000-GERAR-PEDIDOS
002700                 THRU 4000-EXIT.
002700*    SUGESTOES TRANSFORMADAS EM PEDIDOS SAEM DO SUGCOMPRA
002700     IF W-SUG-LIDA-SIM
002700         OPEN OUTPUT SUGCOMPRA
002700         CLOSE SUGCOMPRA.
002730     CLOSE PEDCOMPRA.
002730     CLOSE PEDCITEM.
002730     IF W-PFO-ABERTO-SIM
002730         CLOSE PRODFORN.
002730     IF W-CTR-ABERTO-SIM
002730         CLOSE CONTRATO.
002730     DISPLAY "CEP016: PEDIDOS GERADOS: " W-QTDE-PEDIDOS.
002760     DISPLAY "CEP016: ITENS GERADOS..: " W-QTDE-ITENS.
002770 ROT-GERAR-EXIT. EXIT.
002780******************************************************************
003070                 DISPLAY MSG-TABELA-CHEIA
003080             END-IF.
003090 ROT-LER-PONTO-EXIT. EXIT.
003100******************************************************************
003100*    ROT-LER-PARM - JANELA DE REPOSICAO EM DIAS DO PARMSYS        *
003100*    (DEFAULT 30, O MES DE CONSUMO DO PONTO DO CEP025)            *
003100******************************************************************
003100 ROT-LER-PARM.
003100     OPEN INPUT PARMSYS.
003100     IF PARM-STATUS = "00"
003100         READ PARMSYS
003100             AT END CONTINUE
003100         END-READ
003100         IF PARM-DIAS-REPOSICAO IS NUMERIC
003100             AND PARM-DIAS-REPOSICAO NOT = ZERO
003100             MOVE PARM-DIAS-REPOSICAO TO W-DIAS-REPOSICAO
003100         END-IF
003100         IF PARM-TOL-RECEB IS NUMERIC
003100             AND PARM-TOL-RECEB NOT = ZERO
003100             MOVE PARM-TOL-RECEB TO W-TOL-RECEB
003100         END-IF
003100         CLOSE PARMSYS
003100     END-IF.
003100 ROT-LER-PARM-EXIT. EXIT.
003100 ROT-ABRIR-PEDIDOS.
003110     OPEN I-O PEDCOMPRA.
003120     IF PED-STATUS = "35"
003550         UNTIL W-EOF-SIM.
003560     CLOSE CADPROD.
003570 3000-EXIT. EXIT.
003570******************************************************************
003570*    3500-SELECIONAR-SUG - SUGESTOES DA PROJECAO SEMANAL DO       *
003570*    CEP083 (SUGCOMPRA) NO LUGAR DO ESTOQUE BAIXO: A QUANTIDADE   *
003570*    DA SUGESTAO VAI COMO SUGERIDA E O FORNECEDOR SAI DA MESMA    *
003570*    ESCOLHA (CONTRATO, PRODFORN, CODFORN)                        *
003570******************************************************************
003570 3500-SELECIONAR-SUG.
003570     OPEN INPUT SUGCOMPRA.
003570     IF SUG-STATUS NOT = "00"
003570         DISPLAY "CEP016: SEM SUGCOMPRA - RODE O CEP083"
003570         GO TO 3500-EXIT.
003570     OPEN INPUT CADPROD.
003570     IF PROD-STATUS NOT = "00"
003570         DISPLAY MSG-ARQ-PROD-INEXISTENTE
003570         CLOSE SUGCOMPRA
003570         GO TO 3500-EXIT.
003570     MOVE "S" TO W-SUG-LIDA.
003570     MOVE "N" TO W-EOF.
003570     PERFORM 3510-LER-SUG THRU 3510-EXIT
003570         UNTIL W-EOF-SIM.
003570     CLOSE SUGCOMPRA.
003570     CLOSE CADPROD.
003570 3500-EXIT. EXIT.
003570 3510-LER-SUG.
003570     READ SUGCOMPRA
003570         AT END
003570             MOVE "S" TO W-EOF
003570             GO TO 3510-EXIT.
003570     MOVE SG-CODPROD TO CODPROD.
003570     READ CADPROD
003570         INVALID KEY
003570             DISPLAY "CEP016: PRODUTO DA SUGESTAO NAO EXISTE "
003570                     SG-CODPROD
003570             GO TO 3510-EXIT.
003570     IF NOT PROD-COMPRA-LIBERADA
003570         DISPLAY "CEP016: PRODUTO BLOQUEADO PARA COMPRA "
003570                 SG-CODPROD
003570         GO TO 3510-EXIT.
003570     PERFORM 3300-ESCOLHER-FORN THRU 3300-EXIT.
003570     MOVE W-CODFORN-ESCOLHIDO TO SD-CODFORN.
003570     MOVE CODPROD       TO SD-CODPROD.
003570     MOVE QUANTIDADE    TO SD-QUANTIDADE.
003570     MOVE SG-QTDE       TO SD-SUGERIDA.
003570     MOVE W-QTDE-MINIMA TO SD-QTDE-MINIMA.
003570     MOVE W-PRECO-FORN  TO SD-PRECO.
003570     MOVE W-CT-SEQ-ESCOLHIDO TO SD-CT-SEQ.
003570     MOVE W-ORIGEM-PRECO TO SD-ORIGEM-PRECO.
003570     IF W-CT-SEQ-ESCOLHIDO > ZERO
003570         MOVE "S" TO SD-EM-CONTRATO
003570     ELSE
003570         MOVE "N" TO SD-EM-CONTRATO.
003570     RELEASE SD-REGPROD.
003570 3510-EXIT. EXIT.
003580 3100-LER-CADPROD.
003590     READ CADPROD NEXT RECORD
003600         AT END MOVE "S" TO W-EOF.
003620 3200-FILTRAR-E-GRAVAR.
003630     PERFORM 3250-ACHAR-PONTO THRU 3250-EXIT.
003640     IF QUANTIDADE < W-LIMITE-APLICADO
003640         AND PROD-COMPRA-LIBERADA
003640         PERFORM 3300-ESCOLHER-FORN THRU 3300-EXIT
003640         MOVE W-CODFORN-ESCOLHIDO TO SD-CODFORN
003640         MOVE CODPROD     TO SD-CODPROD
003640         MOVE QUANTIDADE  TO SD-QUANTIDADE
003640         MOVE W-SUGERIDA-PONTO TO SD-SUGERIDA
003640         MOVE W-QTDE-MINIMA TO SD-QTDE-MINIMA
003640         MOVE W-PRECO-FORN  TO SD-PRECO
003640         MOVE W-CT-SEQ-ESCOLHIDO TO SD-CT-SEQ
003640         MOVE W-ORIGEM-PRECO TO SD-ORIGEM-PRECO
003640         IF W-CT-SEQ-ESCOLHIDO > ZERO
003640             MOVE "S" TO SD-EM-CONTRATO
003640         ELSE
003640             MOVE "N" TO SD-EM-CONTRATO
003640         END-IF
003640         RELEASE SD-REGPROD.
003700     PERFORM 3100-LER-CADPROD THRU 3100-EXIT.
003710 3200-EXIT. EXIT.
003720******************************************************************
003890         MOVE TP-PONTO(W-IDX-PTO) TO W-LIMITE-APLICADO
003900         MOVE TP-SUGERIDA(W-IDX-PTO) TO W-SUGERIDA-PONTO.
003910 3260-EXIT. EXIT.
003910******************************************************************
003910*    3300-ESCOLHER-FORN - FORNECEDOR DO ITEM PELO PRODFORN: O     *
003910*    PREFERIDO; SENAO O DE MENOR PRECO QUE ENTREGA DENTRO DA      *
003910*    JANELA DE REPOSICAO (PRAZO ZERO = NAO INFORMADO, ACEITO);    *
003910*    SEM NENHUM DELES, O CODFORN DO CADPROD                       *
003910******************************************************************
003910 3300-ESCOLHER-FORN.
003910     MOVE CODFORN TO W-CODFORN-ESCOLHIDO.
003910     MOVE ULTPRE  TO W-PRECO-FORN.
003910     MOVE "C"     TO W-ORIGEM-PRECO.
003910     MOVE ZERO    TO W-QTDE-MINIMA.
003910     MOVE ZERO    TO W-MELHOR-PRECO.
003910     MOVE "N"     TO W-ACHOU-PREFERIDO.
003910     MOVE ZERO    TO W-CT-SEQ-ESCOLHIDO.
003910     IF W-CTR-ABERTO-SIM
003910         PERFORM 3400-PROCURAR-CONTRATO THRU 3400-EXIT.
003910     IF W-CT-SEQ-ESCOLHIDO > ZERO
003910         GO TO 3300-EXIT.
003910     IF NOT W-PFO-ABERTO-SIM
003910         GO TO 3300-EXIT.
003910     MOVE "N"     TO W-EOF-PFO.
003910     MOVE CODPROD TO PF-CODPROD.
003910     MOVE ZERO    TO PF-CODFORN.
003910     START PRODFORN KEY IS NOT LESS THAN PF-CHAVE
003910         INVALID KEY MOVE "S" TO W-EOF-PFO.
003910     IF NOT W-EOF-PFO-SIM
003910         PERFORM 3310-LER-PFO THRU 3310-EXIT.
003910     PERFORM 3320-AVALIAR-PFO THRU 3320-EXIT
003910         UNTIL W-EOF-PFO-SIM OR W-ACHOU-PREFERIDO-SIM.
003910 3300-EXIT. EXIT.
003910 3310-LER-PFO.
003910     READ PRODFORN NEXT RECORD
003910         AT END MOVE "S" TO W-EOF-PFO.
003910     IF NOT W-EOF-PFO-SIM AND PF-CODPROD NOT = CODPROD
003910         MOVE "S" TO W-EOF-PFO.
003910 3310-EXIT. EXIT.
003910 3320-AVALIAR-PFO.
003910     IF PF-PREFERIDO-SIM
003910         MOVE "S"            TO W-ACHOU-PREFERIDO
003910         MOVE PF-CODFORN     TO W-CODFORN-ESCOLHIDO
003910         MOVE PF-QTDE-MINIMA TO W-QTDE-MINIMA
003910         MOVE PF-ULTPRE      TO W-PRECO-FORN
003910         MOVE "F"            TO W-ORIGEM-PRECO
003910         GO TO 3320-EXIT.
003910     IF PF-LEAD-DIAS NOT > W-DIAS-REPOSICAO
003910         AND PF-ULTPRE > ZERO
003910         AND (W-MELHOR-PRECO = ZERO
003910              OR PF-ULTPRE < W-MELHOR-PRECO)
003910         MOVE PF-ULTPRE      TO W-MELHOR-PRECO
003910         MOVE PF-ULTPRE      TO W-PRECO-FORN
003910         MOVE PF-CODFORN     TO W-CODFORN-ESCOLHIDO
003910         MOVE "F"            TO W-ORIGEM-PRECO
003910         MOVE PF-QTDE-MINIMA TO W-QTDE-MINIMA.
003910     PERFORM 3310-LER-PFO THRU 3310-EXIT.
003910 3320-EXIT. EXIT.
003910******************************************************************
003910*    3400-PROCURAR-CONTRATO - ANTES DO PRODFORN: CONTRATO ATIVO   *
003910*    DO PRODUTO (CONTRATO, CEP081), VIGENTE HOJE E COM SALDO,     *
003910*    VIRA LIBERACAO AO PRECO ACORDADO; HAVENDO MAIS DE UM, O DE   *
003910*    MENOR PRECO                                                  *
003910******************************************************************
003910 3400-PROCURAR-CONTRATO.
003910     MOVE "N"     TO W-EOF-CTR.
003910     MOVE CODPROD TO CT-CODPROD.
003910     MOVE ZERO    TO CT-CODFORN.
003910     MOVE ZERO    TO CT-SEQ.
003910     START CONTRATO KEY IS NOT LESS THAN CT-CHAVE
003910         INVALID KEY MOVE "S" TO W-EOF-CTR.
003910     PERFORM 3410-AVALIAR-CONTRATO THRU 3410-EXIT
003910         UNTIL W-EOF-CTR-SIM.
003910 3400-EXIT. EXIT.
003910 3410-AVALIAR-CONTRATO.
003910     READ CONTRATO NEXT RECORD
003910         AT END MOVE "S" TO W-EOF-CTR.
003910     IF W-EOF-CTR-SIM
003910         GO TO 3410-EXIT.
003910     IF CT-CODPROD NOT = CODPROD
003910         MOVE "S" TO W-EOF-CTR
003910         GO TO 3410-EXIT.
003910     IF CT-ATIVO
003910         AND W-HOJE-NUM NOT < CT-DATA-INICIO
003910         AND W-HOJE-NUM NOT > CT-DATA-FIM
003910         AND CT-QTDE-CONSUMIDA < CT-QTDE-CONTRATADA
003910         AND (W-CT-SEQ-ESCOLHIDO = ZERO
003910              OR CT-PRECO < W-PRECO-FORN)
003910         MOVE CT-CODFORN TO W-CODFORN-ESCOLHIDO
003910         MOVE CT-PRECO   TO W-PRECO-FORN
003910         MOVE CT-SEQ     TO W-CT-SEQ-ESCOLHIDO
003910         MOVE "F"        TO W-ORIGEM-PRECO
003910         MOVE ZERO       TO W-QTDE-MINIMA.
003910 3410-EXIT. EXIT.
003920******************************************************************
003930*    4000-GERAR-PEDIDOS - QUEBRA POR CODFORN ABRINDO UM PEDIDO     *
003940*                         NOVO E GRAVANDO UM ITEM POR PRODUTO      *
004050 4100-EXIT. EXIT.
004060 4200-GRAVAR.
004070     IF W-PRIMEIRO-GRUPO-SIM
004070         OR SD-CODFORN NOT = W-CODFORN-ANTERIOR
004070         OR SD-EM-CONTRATO NOT = W-CONTRATO-ANTERIOR
004090         PERFORM 4300-NOVO-PEDIDO THRU 4300-EXIT.
004100     ADD 1 TO W-SEQ-ITEM.
004110     MOVE W-PROX-NUMERO  TO PCI-NUMERO.
004160     ELSE
004170         COMPUTE W-QTDE-SUGERIDA =
004180             (W-LIMITE-ESTOQUE * 2) - SD-QUANTIDADE.
004190     IF W-QTDE-SUGERIDA < SD-QTDE-MINIMA
004190         MOVE SD-QTDE-MINIMA TO W-QTDE-SUGERIDA.
004190     IF SD-CT-SEQ > ZERO
004190         PERFORM 4400-LIBERAR-CONTRATO THRU 4400-EXIT.
004190     MOVE SD-CT-SEQ       TO PCI-CT-SEQ.
004190     MOVE W-QTDE-SUGERIDA TO PCI-QTDE-SUGERIDA.
004200     MOVE W-QTDE-SUGERIDA TO PCI-QTDE-APROVADA.
004210     MOVE SD-PRECO        TO PCI-PRECO.
004210     IF SD-ORIGEM-PRECO = "C" AND NOT W-MOEDA-PEDIDO-NACIONAL
004210         PERFORM 4210-CONVERTER-PRECO THRU 4210-EXIT.
004212     MOVE ZERO            TO PCI-QTDE-RECEBIDA.
004212     MOVE ZERO            TO PCI-TAXA-RECEB.
004220     WRITE REGPCI
004230         INVALID KEY
004240             DISPLAY "ERRO NA GRAVACAO DO ITEM DE COMPRA"
004260             ADD 1 TO W-QTDE-ITENS.
004270     PERFORM 4100-RETORNAR THRU 4100-EXIT.
004280 4200-EXIT. EXIT.
004280******************************************************************
004280*    4210-CONVERTER-PRECO - PEDIDO EM MOEDA ESTRANGEIRA COM O     *
004280*    PRECO DO CADPROD (EM REAIS): CONVERTE PELA TAXA DO PEDIDO;   *
004280*    SEM TAXA O PRECO FICA ZERADO PARA SER CONFERIDO NA NOTA      *
004280******************************************************************
004280 4210-CONVERTER-PRECO.
004280     IF W-TAXA-PEDIDO = ZERO
004280         MOVE ZERO TO PCI-PRECO
004280         GO TO 4210-EXIT.
004280     COMPUTE PCI-PRECO ROUNDED = SD-PRECO / W-TAXA-PEDIDO.
004280 4210-EXIT. EXIT.
004290 4300-NOVO-PEDIDO.
004300     MOVE "PC" TO NUM-TIPO.
004302     MOVE "1"  TO NUM-SERIE.
004306     MOVE NUM-NUMERO TO W-PROX-NUMERO.
004320     MOVE "N" TO W-PRIMEIRO-GRUPO.
004330     MOVE SD-CODFORN TO W-CODFORN-ANTERIOR.
004330     MOVE SD-EM-CONTRATO TO W-CONTRATO-ANTERIOR.
004340     MOVE ZERO TO W-SEQ-ITEM.
004350     MOVE W-PROX-NUMERO TO PC-NUMERO.
004360     MOVE SD-CODFORN    TO PC-CODFORN.
004360     PERFORM 4310-MOEDA-PEDIDO THRU 4310-EXIT.
004360     MOVE W-MOEDA-PEDIDO TO PC-MOEDA.
004360     MOVE W-TAXA-PEDIDO TO PC-TAXA-PEDIDO.
004370     MOVE W-DTSIS-DIA   TO PC-DIA.
004380     MOVE W-DTSIS-MES   TO PC-MES.
004390     MOVE W-DTSIS-ANO   TO PC-ANO.
004400     MOVE "P"           TO PC-SITUACAO.
004402     MOVE ZERO          TO PC-DATA-RECEB.
004402     MOVE W-OPERADOR    TO PC-OPER-GERACAO.
004402     MOVE SPACES        TO PC-OPER-APROVACAO.
004402     MOVE ZERO          TO PC-DATA-APROVACAO.
004410     WRITE REGPEDC
004420         INVALID KEY
004430             DISPLAY "ERRO NA GRAVACAO DO PEDIDO DE COMPRA"
004440         NOT INVALID KEY
004450             ADD 1 TO W-QTDE-PEDIDOS.
004450 4300-EXIT. EXIT.
004450******************************************************************
004450*    4310-MOEDA-PEDIDO - O PEDIDO SAI NA MOEDA DO FORNECEDOR      *
004450*    (MOEDA-FORN DO CADPARCEIRO); EM MOEDA ESTRANGEIRA LEVA A     *
004450*    TAXA DE CAMBIO DO DIA (CBO000), OU ZERO PARA SER INFORMADA   *
004450*    NO AJUSTE DO PEDIDO                                          *
004450******************************************************************
004450 4310-MOEDA-PEDIDO.
004450     MOVE SPACES TO W-MOEDA-PEDIDO.
004450     MOVE ZERO   TO W-TAXA-PEDIDO.
004450     OPEN INPUT CADPARCEIRO.
004450     IF PARC-STATUS NOT = "00"
004450         GO TO 4310-EXIT.
004450     MOVE SD-CODFORN TO CODIGO.
004450     READ CADPARCEIRO
004450         INVALID KEY
004450             CLOSE CADPARCEIRO
004450             GO TO 4310-EXIT.
004450     MOVE MOEDA-FORN TO W-MOEDA-PEDIDO.
004450     CLOSE CADPARCEIRO.
004450     IF W-MOEDA-PEDIDO-NACIONAL
004450         MOVE SPACES TO W-MOEDA-PEDIDO
004450         GO TO 4310-EXIT.
004450     MOVE "T"            TO CBO-ACAO.
004450     MOVE W-MOEDA-PEDIDO TO CBO-MOEDA.
004450     MOVE W-HOJE-NUM     TO CBO-DATA.
004450     CALL "CBO000" USING CBO-PARAMETROS-AREA.
004450     IF CBO-ACHOU
004450         MOVE CBO-TAXA TO W-TAXA-PEDIDO
004450     ELSE
004450         DISPLAY "PEDIDO " W-PROX-NUMERO " EM " W-MOEDA-PEDIDO
004450                 " SEM TAXA DE CAMBIO - INFORME NO AJUSTE".
004450 4310-EXIT. EXIT.
004450******************************************************************
004450*    4400-LIBERAR-CONTRATO - A LIBERACAO ABATE O SALDO DO         *
004450*    CONTRATO; SUGESTAO ACIMA DO SALDO FICA LIMITADA A ELE (A     *
004450*    SOBRA VOLTA NA PROXIMA GERACAO, JA SEM O CONTRATO)           *
004450******************************************************************
004450 4400-LIBERAR-CONTRATO.
004450     MOVE SD-CODPROD TO CT-CODPROD.
004450     MOVE SD-CODFORN TO CT-CODFORN.
004450     MOVE SD-CT-SEQ  TO CT-SEQ.
004450     READ CONTRATO
004450         INVALID KEY
004450             DISPLAY "CONTRATO NAO ENCONTRADO - ITEM AVULSO"
004450             MOVE ZERO TO SD-CT-SEQ
004450             GO TO 4400-EXIT.
004450     COMPUTE W-SALDO-CONTRATO =
004450         CT-QTDE-CONTRATADA - CT-QTDE-CONSUMIDA.
004450     IF W-QTDE-SUGERIDA > W-SALDO-CONTRATO
004450         DISPLAY "PRODUTO " SD-CODPROD
004450                 ": SUGESTAO LIMITADA AO SALDO DO CONTRATO "
004450                 W-SALDO-CONTRATO
004450         MOVE W-SALDO-CONTRATO TO W-QTDE-SUGERIDA.
004450     ADD W-QTDE-SUGERIDA TO CT-QTDE-CONSUMIDA.
004450     REWRITE REGCTR
004450         INVALID KEY
004450             DISPLAY "ERRO NA BAIXA DO SALDO DO CONTRATO".
004450 4400-EXIT. EXIT.
004470******************************************************************
004480*    ROT-AJUSTAR - AJUSTE DAS QUANTIDADES E APROVACAO DO PEDIDO    *
004490******************************************************************
004600         DISPLAY "ARQUIVO DE ITENS NAO EXISTE"
004610         CLOSE PEDCOMPRA
004620         GO TO ROT-AJUSTAR-EXIT.
004630     MOVE "N" TO W-CTR-ABERTO.
004630     OPEN I-O CONTRATO.
004630     IF CTR-STATUS = "00"
004630         MOVE "S" TO W-CTR-ABERTO.
004630     IF NOT PC-MOEDA-NACIONAL
004630         PERFORM ROT-AJUSTAR-TAXA THRU ROT-AJUSTAR-TAXA-EXIT.
004630     PERFORM ROT-POSICIONAR-ITENS
004630         THRU ROT-POSICIONAR-ITENS-EXIT.
004630     PERFORM ROT-AJUSTAR-ITEM THRU ROT-AJUSTAR-ITEM-EXIT
004630         UNTIL W-EOF-SIM.
004630     CLOSE PEDCITEM.
004630     IF W-CTR-ABERTO-SIM
004630         CLOSE CONTRATO.
004640     MOVE "PA"            TO SOD-ACAO.
004650     MOVE "PC"            TO SOD-ACAO-ANTERIOR.
004660     MOVE PC-OPER-GERACAO TO SOD-OPERADOR-ANTERIOR.
004670     PERFORM ROT-TESTAR-SOD THRU ROT-TESTAR-SOD-EXIT.
004670     IF SOD-BLOQUEADO
004670         DISPLAY "PEDIDO CONTINUA PENDENTE - APROVACAO POR OUTRO "
004670                 "OPERADOR"
004670         CLOSE PEDCOMPRA
004670         GO TO ROT-AJUSTAR-EXIT.
004680     DISPLAY "APROVAR O PEDIDO (S/N) ==>".
004690     ACCEPT W-CONF.
004700     IF W-CONF = "S" OR W-CONF = "s"
004710         MOVE "A" TO PC-SITUACAO
004710         ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
004710         MOVE W-OPERADOR     TO PC-OPER-APROVACAO
004710         MOVE W-DATA-SISTEMA TO PC-DATA-APROVACAO
004720         REWRITE REGPEDC
004730             INVALID KEY
004740                 DISPLAY "ERRO NA APROVACAO DO PEDIDO"
004840             " SUGERIDO " PCI-QTDE-SUGERIDA.
004850     DISPLAY "QUANTIDADE APROVADA (0=CORTAR O ITEM) =>".
004860     ACCEPT W-QTDE-NOVA.
004860     IF PCI-CT-SEQ > ZERO AND W-CTR-ABERTO-SIM
004860         PERFORM ROT-ACERTAR-CONTRATO
004860             THRU ROT-ACERTAR-CONTRATO-EXIT.
004860     MOVE W-QTDE-NOVA TO PCI-QTDE-APROVADA.
004880     REWRITE REGPCI
004890         INVALID KEY
004900             DISPLAY "ERRO NO AJUSTE DO ITEM".
004910     PERFORM ROT-LER-ITEM THRU ROT-LER-ITEM-EXIT.
004910 ROT-AJUSTAR-ITEM-EXIT. EXIT.
004910******************************************************************
004910*    ROT-AJUSTAR-TAXA - PEDIDO EM MOEDA ESTRANGEIRA: MOSTRA A     *
004910*    TAXA DE CAMBIO DO PEDIDO E PERMITE ATUALIZA-LA (OBRIGATORIO  *
004910*    QUANDO A GERACAO NAO ACHOU TAXA NO TABCAMBIO)                *
004910******************************************************************
004910 ROT-AJUSTAR-TAXA.
004910     DISPLAY "PEDIDO EM " PC-MOEDA " - TAXA DO PEDIDO "
004910             PC-TAXA-PEDIDO.
004910     DISPLAY "NOVA TAXA DE CAMBIO (0=MANTER) =>".
004910     ACCEPT W-TAXA-INF.
004910     IF W-TAXA-INF = ZERO
004910         IF PC-TAXA-PEDIDO = ZERO
004910             DISPLAY "PEDIDO SEM TAXA - INFORME A TAXA"
004910             GO TO ROT-AJUSTAR-TAXA
004910         ELSE
004910             GO TO ROT-AJUSTAR-TAXA-EXIT.
004910     MOVE W-TAXA-INF TO PC-TAXA-PEDIDO.
004910     REWRITE REGPEDC
004910         INVALID KEY
004910             DISPLAY "ERRO NA GRAVACAO DA TAXA DO PEDIDO".
004910 ROT-AJUSTAR-TAXA-EXIT. EXIT.
004910******************************************************************
004910*    ROT-ACERTAR-CONTRATO - ITEM LIBERADO DE CONTRATO: A          *
004910*    DIFERENCA DO AJUSTE VOLTA PARA O SALDO OU SAI DELE, SEM      *
004910*    PASSAR DO CONTRATADO                                         *
004910******************************************************************
004910 ROT-ACERTAR-CONTRATO.
004910     MOVE PCI-CODPROD TO CT-CODPROD.
004910     MOVE PC-CODFORN  TO CT-CODFORN.
004910     MOVE PCI-CT-SEQ  TO CT-SEQ.
004910     READ CONTRATO
004910         INVALID KEY
004910             GO TO ROT-ACERTAR-CONTRATO-EXIT.
004910     MOVE PCI-QTDE-APROVADA TO W-QTDE-ANTERIOR.
004910     IF W-QTDE-NOVA NOT > W-QTDE-ANTERIOR
004910         GO TO ROT-ACERTAR-CONTRATO-DEVOLVER.
004910     COMPUTE W-SALDO-CONTRATO =
004910         CT-QTDE-CONTRATADA - CT-QTDE-CONSUMIDA.
004910     IF W-QTDE-NOVA - W-QTDE-ANTERIOR > W-SALDO-CONTRATO
004910         DISPLAY "SALDO DO CONTRATO: " W-SALDO-CONTRATO
004910                 " - QUANTIDADE LIMITADA"
004910         COMPUTE W-QTDE-NOVA =
004910             W-QTDE-ANTERIOR + W-SALDO-CONTRATO.
004910     COMPUTE CT-QTDE-CONSUMIDA = CT-QTDE-CONSUMIDA
004910         + W-QTDE-NOVA - W-QTDE-ANTERIOR.
004910     GO TO ROT-ACERTAR-CONTRATO-GRAVAR.
004910 ROT-ACERTAR-CONTRATO-DEVOLVER.
004910     IF CT-QTDE-CONSUMIDA < W-QTDE-ANTERIOR - W-QTDE-NOVA
004910         MOVE ZERO TO CT-QTDE-CONSUMIDA
004910     ELSE
004910         COMPUTE CT-QTDE-CONSUMIDA = CT-QTDE-CONSUMIDA
004910             - W-QTDE-ANTERIOR + W-QTDE-NOVA.
004910 ROT-ACERTAR-CONTRATO-GRAVAR.
004910     REWRITE REGCTR
004910         INVALID KEY
004910             DISPLAY "ERRO NO ACERTO DO SALDO DO CONTRATO".
004910 ROT-ACERTAR-CONTRATO-EXIT. EXIT.
004930******************************************************************
004940*    ROT-LER-PEDIDO - LOCALIZA O CABECALHO DO PEDIDO INFORMADO     *
004950******************************************************************
005410         DISPLAY "PEDIDO NAO ESTA APROVADO"
005420         CLOSE PEDCOMPRA
005430         GO TO ROT-RECEBER-EXIT.
005432     MOVE "RM"              TO SOD-ACAO.
005432     MOVE "PA"              TO SOD-ACAO-ANTERIOR.
005432     MOVE PC-OPER-APROVACAO TO SOD-OPERADOR-ANTERIOR.
005432     PERFORM ROT-TESTAR-SOD THRU ROT-TESTAR-SOD-EXIT.
005432     IF SOD-LIBERADO
005432         MOVE "PC"            TO SOD-ACAO-ANTERIOR
005432         MOVE PC-OPER-GERACAO TO SOD-OPERADOR-ANTERIOR
005432         PERFORM ROT-TESTAR-SOD THRU ROT-TESTAR-SOD-EXIT.
005432     IF SOD-BLOQUEADO
005432         CLOSE PEDCOMPRA
005432         GO TO ROT-RECEBER-EXIT.
005440     PERFORM ROT-DIGITAR-DATA-REC
005450         THRU ROT-DIGITAR-DATA-REC-EXIT.
005460     PERFORM ROT-DIGITAR-ALM THRU ROT-DIGITAR-ALM-EXIT.
005530         CLOSE PEDCOMPRA
005540         GO TO ROT-RECEBER-EXIT.
005550     OPEN I-O CADPROD.
005550     IF PROD-STATUS NOT = "00"
005550         DISPLAY MSG-ARQ-PROD-INEXISTENTE
005550         CLOSE PEDCITEM
005550         CLOSE PEDCOMPRA
005550         GO TO ROT-RECEBER-EXIT.
005550     OPEN I-O PRODFORN.
005550     IF PFO-STATUS = "35"
005550         OPEN OUTPUT PRODFORN
005550         CLOSE PRODFORN
005550         OPEN I-O PRODFORN.
005550     MOVE "N" TO W-PFO-ABERTO.
005550     IF PFO-STATUS = "00"
005550         MOVE "S" TO W-PFO-ABERTO.
005550     MOVE "N"  TO W-RESTA-PENDENTE.
005550     MOVE ZERO TO W-TOTAL-RECEBIDO.
005550     MOVE ZERO TO W-TOTAL-MOEDA.
005550     PERFORM ROT-TAXA-RECEBIMENTO
005550         THRU ROT-TAXA-RECEBIMENTO-EXIT.
005550     MOVE ZERO TO W-QTDE-DIVERG.
005550     PERFORM ROT-LER-PARM THRU ROT-LER-PARM-EXIT.
005550     PERFORM ROT-IMPORTAR-XML THRU ROT-IMPORTAR-XML-EXIT.
005622     PERFORM ROT-DIGITAR-DESPESAS
005624         THRU ROT-DIGITAR-DESPESAS-EXIT.
005630     PERFORM ROT-POSICIONAR-ITENS
005640         THRU ROT-POSICIONAR-ITENS-EXIT.
005650     PERFORM ROT-RECEBER-ITEM THRU ROT-RECEBER-ITEM-EXIT
005650         UNTIL W-EOF-SIM.
005650     IF W-XML-CARREGADO-SIM
005650         PERFORM ROT-CONFERIR-SOBRA THRU ROT-CONFERIR-SOBRA-EXIT
005650             VARYING W-IDX-XML FROM 1 BY 1
005650             UNTIL W-IDX-XML > W-QTDE-XML.
005650     IF W-PFO-ABERTO-SIM
005650         CLOSE PRODFORN.
005650     CLOSE CADPROD.
005680     CLOSE PEDCITEM.
005690     IF W-RESTA-PENDENTE-SIM
005700         DISPLAY "RECEBIMENTO PARCIAL - PEDIDO CONTINUA ABERTO"
005810         END-REWRITE
005820     END-IF.
005830     IF W-TOTAL-RECEBIDO > ZERO
005830         PERFORM ROT-FECHAR-RECEBIMENTO
005830             THRU ROT-FECHAR-RECEBIMENTO-EXIT.
005830     CLOSE PEDCOMPRA.
005830 ROT-RECEBER-EXIT. EXIT.
005870******************************************************************
005880*    ROT-RECEBER-ITEM - POSTA A ENTRADA DA QUANTIDADE CHEGADA DE   *
005890*    UM ITEM (ATE O SALDO APROVADO MENOS O JA RECEBIDO); ZERO      *
005990         INVALID KEY
006000             DISPLAY "PRODUTO " PCI-CODPROD " NAO CADASTRADO"
006010             GO TO ROT-RECEBER-ITEM-LER.
006010     IF NOT PROD-COMPRA-LIBERADA
006010         DISPLAY "PRODUTO " PCI-CODPROD " BLOQUEADO PARA COMPRA ("
006010                 SITPROD ") - ITEM NAO RECEBIDO"
006010         MOVE "S" TO W-RESTA-PENDENTE
006010         GO TO ROT-RECEBER-ITEM-LER.
006020     DISPLAY "PRODUTO " PCI-CODPROD " A RECEBER " W-SALDO-ITEM.
006020     MOVE ZERO TO W-IDX-XML.
006020     IF W-XML-CARREGADO-SIM
006020         PERFORM ROT-ITEM-DA-NOTA THRU ROT-ITEM-DA-NOTA-EXIT.
006020     IF W-IDX-XML NOT = ZERO
006020         MOVE TX-QTDE(W-IDX-XML)  TO W-QTDE-REC-ITEM
006020         MOVE TX-PRECO(W-IDX-XML) TO W-PRECO-INF
006020         DISPLAY "NF-E: QUANTIDADE " W-QTDE-REC-ITEM
006020                 " PRECO UNITARIO " W-PRECO-INF
006020         DISPLAY "ACEITA OS DADOS DA NF-E (S/N) =>"
006020         ACCEPT W-CONF
006020         IF W-CONF = "S" OR W-CONF = "s"
006020             GO TO ROT-RECEBER-ITEM-CONFERIR.
006020     DISPLAY "QUANTIDADE RECEBIDA AGORA (0=NADA) =>".
006020     ACCEPT W-QTDE-REC-ITEM.
006020     IF W-QTDE-REC-ITEM = ZERO
006020         MOVE "S" TO W-RESTA-PENDENTE
006020         GO TO ROT-RECEBER-ITEM-LER.
006020     IF NOT W-MOEDA-REC-NACIONAL
006020         DISPLAY "(PRECO NA MOEDA DO PEDIDO: " W-MOEDA-REC ")".
006020     DISPLAY "PRECO UNITARIO DA NOTA =>".
006020     ACCEPT W-PRECO-INF.
006020 ROT-RECEBER-ITEM-CONFERIR.
006020     IF W-QTDE-REC-ITEM = ZERO
006020         MOVE "S" TO W-RESTA-PENDENTE
006020         GO TO ROT-RECEBER-ITEM-LER.
006020     PERFORM ROT-CONFERIR-ITEM THRU ROT-CONFERIR-ITEM-EXIT.
006020     IF W-QTDE-REC-ITEM > W-SALDO-ITEM
006020         DISPLAY "MAIOR QUE O SALDO - LIMITADO A " W-SALDO-ITEM
006020         MOVE W-SALDO-ITEM TO W-QTDE-REC-ITEM.
006020     IF W-MOEDA-REC-NACIONAL
006020         MOVE W-PRECO-INF TO W-PRECO-REAL
006020     ELSE
006020         COMPUTE W-PRECO-REAL ROUNDED = W-PRECO-INF * W-TAXA-REC
006020         COMPUTE W-TOTAL-MOEDA = W-TOTAL-MOEDA
006020             + (W-PRECO-INF * W-QTDE-REC-ITEM)
006020         DISPLAY "PRECO EM REAIS...: " W-PRECO-REAL.
006122     PERFORM ROT-RATEAR-ITEM THRU ROT-RATEAR-ITEM-EXIT.
006130     MOVE W-PRECO-INF TO PCI-PRECO.
006130     MOVE W-TAXA-REC  TO PCI-TAXA-RECEB.
006140     ADD W-QTDE-REC-ITEM TO PCI-QTDE-RECEBIDA.
006150     IF PCI-QTDE-RECEBIDA < PCI-QTDE-APROVADA
006160         MOVE "S" TO W-RESTA-PENDENTE.
006240     MOVE W-QUANTIDADE-NOVA TO QUANTIDADE.
006250     COMPUTE PMEDIO ROUNDED = W-PTOTAL-NOVO / W-QUANTIDADE-NOVA.
006260     COMPUTE PTOTAL = PMEDIO * QUANTIDADE.
006270     MOVE W-PRECO-REAL TO ULTPRE.
006280     MOVE W-DIA-REC   TO DIAULTC.
006290     MOVE W-MES-REC   TO TFMESULTC.
006300     MOVE W-ANO-REC   TO ANOULTC.
006300     MOVE "N" TO W-EM-QUARENTENA.
006300     IF PROD-COM-INSPECAO
006300         MOVE "S" TO W-EM-QUARENTENA
006300         ADD W-QTDE-REC-ITEM TO QUARENTENA.
006300     REWRITE REGPROD
006300         INVALID KEY
006300             DISPLAY "ERRO NA ATUALIZACAO DO ESTOQUE".
006300     PERFORM ROT-ATUALIZAR-PRODFORN
006300         THRU ROT-ATUALIZAR-PRODFORN-EXIT.
006340     COMPUTE W-VALOR-REC-ITEM =
006340         W-PRECO-REAL * W-QTDE-REC-ITEM.
006360     ADD W-VALOR-REC-ITEM TO W-TOTAL-RECEBIDO.
006370     PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT.
006370     PERFORM ROT-CREDITAR-PIS THRU ROT-CREDITAR-PIS-EXIT.
006380     PERFORM ROT-CREDITAR-SALDOALM
006390         THRU ROT-CREDITAR-SALDOALM-EXIT.
006400     PERFORM ROT-ENTRAR-LOTE THRU ROT-ENTRAR-LOTE-EXIT.
006410     PERFORM ROT-CRIAR-CAMADA THRU ROT-CRIAR-CAMADA-EXIT.
006410     IF W-EM-QUARENTENA-SIM
006410         PERFORM ROT-GRAVAR-INSPECAO
006410             THRU ROT-GRAVAR-INSPECAO-EXIT.
006410 ROT-RECEBER-ITEM-LER.
006430     PERFORM ROT-LER-ITEM THRU ROT-LER-ITEM-EXIT.
006440 ROT-RECEBER-ITEM-EXIT. EXIT.
006440******************************************************************
006440*    ROT-ATUALIZAR-PRODFORN - GRAVA NO CATALOGO PRODUTO X         *
006440*    FORNECEDOR O PRECO DA NOTA, A DATA E O PRAZO DE ENTREGA      *
006440*    (DO PEDIDO AO RECEBIMENTO, MES COMERCIAL COMO NO CEP059);    *
006440*    FORNECEDOR AINDA NAO VINCULADO AO PRODUTO E INCLUIDO         *
006440******************************************************************
006440 ROT-ATUALIZAR-PRODFORN.
006440     IF NOT W-PFO-ABERTO-SIM
006440         GO TO ROT-ATUALIZAR-PRODFORN-EXIT.
006440     COMPUTE W-ORD-PED =
006440         (PC-ANO * 360) + (PC-MES * 30) + PC-DIA.
006440     COMPUTE W-ORD-REC =
006440         (W-ANO-REC * 360) + (W-MES-REC * 30) + W-DIA-REC.
006440     COMPUTE W-LEAD = W-ORD-REC - W-ORD-PED.
006440     IF W-LEAD < ZERO
006440         MOVE ZERO TO W-LEAD.
006440     IF W-LEAD > 999
006440         MOVE 999 TO W-LEAD.
006440     MOVE PCI-CODPROD TO PF-CODPROD.
006440     MOVE PC-CODFORN  TO PF-CODFORN.
006440     READ PRODFORN
006440         INVALID KEY
006440             MOVE SPACES      TO PF-CODPROD-FORN
006440             MOVE ZERO        TO PF-QTDE-MINIMA
006440             MOVE "N"         TO PF-PREFERIDO
006440             MOVE W-PRECO-INF TO PF-ULTPRE
006440             MOVE W-DIA-REC   TO PF-DIA
006440             MOVE W-MES-REC   TO PF-MES
006440             MOVE W-ANO-REC   TO PF-ANO
006440             MOVE W-LEAD      TO PF-LEAD-DIAS
006440             WRITE REGPFO
006440                 INVALID KEY
006440                     DISPLAY "ERRO NA INCLUSAO DO PRODFORN"
006440             END-WRITE
006440         NOT INVALID KEY
006440             MOVE W-PRECO-INF TO PF-ULTPRE
006440             MOVE W-DIA-REC   TO PF-DIA
006440             MOVE W-MES-REC   TO PF-MES
006440             MOVE W-ANO-REC   TO PF-ANO
006440             MOVE W-LEAD      TO PF-LEAD-DIAS
006440             REWRITE REGPFO
006440                 INVALID KEY
006440                     DISPLAY "ERRO NA ATUALIZACAO DO PRODFORN"
006440             END-REWRITE.
006440 ROT-ATUALIZAR-PRODFORN-EXIT. EXIT.
006440******************************************************************
006440*    ROT-GRAVAR-INSPECAO - PRODUTO COM INSPECAO OBRIGATORIA: A    *
006440*    QUANTIDADE RECEBIDA FICA EM QUARENTENA (FORA DO DISPONIVEL)  *
006440*    E ENTRA NA FILA DE INSPECAO DO CEP080                        *
006440******************************************************************
006440 ROT-GRAVAR-INSPECAO.
006440     OPEN I-O INSPEC.
006440     IF INS-STATUS = "35"
006440         OPEN OUTPUT INSPEC
006440         CLOSE INSPEC
006440         OPEN I-O INSPEC.
006440     IF INS-STATUS NOT = "00"
006440         DISPLAY "ARQUIVO INSPEC NAO PODE SER ABERTO"
006440         GO TO ROT-GRAVAR-INSPECAO-EXIT.
006440     MOVE ZERO TO W-PROX-SEQ-INS.
006440     MOVE "N" TO W-EOF-INS.
006440     MOVE PCI-CODPROD TO IS-CODPROD.
006440     MOVE ZERO        TO IS-SEQ.
006440     START INSPEC KEY IS NOT LESS THAN IS-CHAVE
006440         INVALID KEY MOVE "S" TO W-EOF-INS.
006440     PERFORM ROT-ULT-SEQ-INS THRU ROT-ULT-SEQ-INS-EXIT
006440         UNTIL W-EOF-INS-SIM.
006440     ADD 1 TO W-PROX-SEQ-INS.
006440     MOVE PCI-CODPROD     TO IS-CODPROD.
006440     MOVE W-PROX-SEQ-INS  TO IS-SEQ.
006440     MOVE W-CODALM-INF    TO IS-CODALM.
006440     MOVE PC-CODFORN      TO IS-CODFORN.
006440     MOVE W-NUMERO-INF    TO IS-PEDIDO.
006440     COMPUTE IS-DATA-REC = (W-ANO-REC * 10000)
006440         + (W-MES-REC * 100) + W-DIA-REC.
006440     MOVE W-QTDE-REC-ITEM TO IS-QTDE-RECEBIDA.
006440     MOVE W-PRECO-REAL    TO IS-PRECO.
006440     MOVE ZERO            TO IS-QTDE-APROVADA.
006440     MOVE ZERO            TO IS-QTDE-REJEITADA.
006440     MOVE SPACES          TO IS-INSPETOR.
006440     MOVE SPACES          TO IS-MOTIVO.
006440     MOVE ZERO            TO IS-DATA-INSP.
006440     MOVE ZERO            TO IS-NUM-DEV.
006440     MOVE "P"             TO IS-SITUACAO.
006440     WRITE REGINS
006440         INVALID KEY
006440             DISPLAY "ERRO NA GRAVACAO DA INSPECAO"
006440         NOT INVALID KEY
006440             DISPLAY "PRODUTO " PCI-CODPROD
006440                     " EM QUARENTENA - AGUARDA INSPECAO".
006440     CLOSE INSPEC.
006440 ROT-GRAVAR-INSPECAO-EXIT. EXIT.
006440 ROT-ULT-SEQ-INS.
006440     READ INSPEC NEXT RECORD
006440         AT END MOVE "S" TO W-EOF-INS.
006440     IF NOT W-EOF-INS-SIM AND IS-CODPROD NOT = PCI-CODPROD
006440         MOVE "S" TO W-EOF-INS.
006440     IF NOT W-EOF-INS-SIM
006440         MOVE IS-SEQ TO W-PROX-SEQ-INS.
006440 ROT-ULT-SEQ-INS-EXIT. EXIT.
006440******************************************************************
006440*    ROT-IMPORTAR-XML - LE O XML DA NF-E DO FORNECEDOR (NFEFORN,  *
006440*    UMA TAG POR LINHA): NUMERO, SERIE, CHAVE, CNPJ DO EMITENTE E *
006440*    OS ITENS (CPROD, QCOM, VUNCOM). O EMITENTE TEM DE SER O      *
006440*    FORNECEDOR DO PEDIDO, E CADA ITEM E CASADO COM O ITEM DO     *
006440*    PEDIDO PELO CODIGO DO FORNECEDOR NO PRODFORN                 *
006440******************************************************************
006440 ROT-IMPORTAR-XML.
006440     MOVE "N" TO W-XML-CARREGADO.
006440     MOVE ZERO TO W-QTDE-XML.
006440     IF NOT W-MOEDA-REC-NACIONAL
006440         GO TO ROT-IMPORTAR-XML-EXIT.
006440     DISPLAY "IMPORTAR O XML DA NF-E DO FORNECEDOR (S/N) =>".
006440     ACCEPT W-CONF.
006440     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
006440         GO TO ROT-IMPORTAR-XML-EXIT.
006440     OPEN INPUT NFEFORN.
006440     IF XML-STATUS NOT = "00"
006440         DISPLAY "ARQUIVO NFEFORN NAO ENCONTRADO - DIGITACAO"
006440                 " MANUAL"
006440         GO TO ROT-IMPORTAR-XML-EXIT.
006440     MOVE ZERO   TO W-XML-NNF W-XML-SERIE W-XML-CNPJ.
006440     MOVE SPACES TO W-XML-CHAVE W-XML-SECAO.
006440     MOVE "N" TO W-EOF-XML.
006440     PERFORM ROT-LER-XML THRU ROT-LER-XML-EXIT
006440         UNTIL W-EOF-XML-SIM.
006440     CLOSE NFEFORN.
006440     IF W-QTDE-XML = ZERO
006440         DISPLAY "NENHUM ITEM NA NF-E - DIGITACAO MANUAL"
006440         GO TO ROT-IMPORTAR-XML-EXIT.
006440     PERFORM ROT-CONFERIR-EMITENTE
006440         THRU ROT-CONFERIR-EMITENTE-EXIT.
006440     IF NOT W-EMITENTE-OK-SIM
006440         MOVE ZERO TO W-QTDE-XML
006440         GO TO ROT-IMPORTAR-XML-EXIT.
006440     IF W-PFO-ABERTO-SIM
006440         PERFORM ROT-POSICIONAR-ITENS
006440             THRU ROT-POSICIONAR-ITENS-EXIT
006440         PERFORM ROT-CASAR-ITEM THRU ROT-CASAR-ITEM-EXIT
006440             UNTIL W-EOF-SIM.
006440     MOVE "S" TO W-XML-CARREGADO.
006440     DISPLAY "NF-E " W-XML-NNF " SERIE " W-XML-SERIE
006440             " IMPORTADA COM " W-QTDE-XML " ITEM(NS)".
006440 ROT-IMPORTAR-XML-EXIT. EXIT.
006440 ROT-LER-XML.
006440     READ NFEFORN
006440         AT END MOVE "S" TO W-EOF-XML.
006440     IF W-EOF-XML-SIM
006440         GO TO ROT-LER-XML-EXIT.
006440     MOVE SPACES TO W-XML-ANTES W-XML-TAG W-XML-VALOR W-XML-NOME.
006440     UNSTRING REG-NFEFORN DELIMITED BY "<" OR ">"
006440         INTO W-XML-ANTES W-XML-TAG W-XML-VALOR.
006440     UNSTRING W-XML-TAG DELIMITED BY SPACE
006440         INTO W-XML-NOME.
006440     EVALUATE W-XML-NOME
006440         WHEN "infNFe"
006440             PERFORM ROT-XML-CHAVE-ID THRU ROT-XML-CHAVE-ID-EXIT
006440         WHEN "chNFe"
006440             MOVE W-XML-VALOR TO W-XML-CHAVE
006440         WHEN "nNF"
006440             PERFORM ROT-XML-NUMERO THRU ROT-XML-NUMERO-EXIT
006440             MOVE W-XML-NUM TO W-XML-NNF
006440         WHEN "serie"
006440             PERFORM ROT-XML-NUMERO THRU ROT-XML-NUMERO-EXIT
006440             MOVE W-XML-NUM TO W-XML-SERIE
006440         WHEN "emit"
006440             MOVE "E" TO W-XML-SECAO
006440         WHEN "/emit"
006440             MOVE SPACE TO W-XML-SECAO
006440         WHEN "CNPJ"
006440             IF W-XML-NO-EMITENTE
006440                 PERFORM ROT-XML-NUMERO THRU ROT-XML-NUMERO-EXIT
006440                 MOVE W-XML-NUM TO W-XML-CNPJ
006440             END-IF
006440         WHEN "det"
006440             MOVE "D"    TO W-XML-SECAO
006440             MOVE SPACES TO W-XML-CPROD-ITEM
006440             MOVE ZERO   TO W-XML-QTDE-ITEM W-XML-PRECO-ITEM
006440         WHEN "cProd"
006440             IF W-XML-NO-ITEM
006440                 MOVE W-XML-VALOR TO W-XML-CPROD-ITEM
006440             END-IF
006440         WHEN "qCom"
006440             IF W-XML-NO-ITEM
006440                 PERFORM ROT-XML-NUMERO THRU ROT-XML-NUMERO-EXIT
006440                 COMPUTE W-XML-QTDE-ITEM ROUNDED = W-XML-NUM
006440             END-IF
006440         WHEN "vUnCom"
006440             IF W-XML-NO-ITEM
006440                 PERFORM ROT-XML-NUMERO THRU ROT-XML-NUMERO-EXIT
006440                 COMPUTE W-XML-PRECO-ITEM ROUNDED = W-XML-NUM
006440             END-IF
006440         WHEN "/det"
006440             PERFORM ROT-XML-GUARDAR-ITEM
006440                 THRU ROT-XML-GUARDAR-ITEM-EXIT
006440             MOVE SPACE TO W-XML-SECAO
006440     END-EVALUATE.
006440 ROT-LER-XML-EXIT. EXIT.
006440******************************************************************
006440*    ROT-XML-CHAVE-ID - CHAVE DE ACESSO DO ATRIBUTO ID DO INFNFE  *
006440*    (ID="NFE" + 44 DIGITOS); O CHNFE DO PROTOCOLO, SE VIER,      *
006440*    TAMBEM E ACEITO                                              *
006440******************************************************************
006440 ROT-XML-CHAVE-ID.
006440     MOVE SPACES TO W-XML-LIXO W-XML-RESTO.
006440     UNSTRING W-XML-TAG DELIMITED BY "Id=""NFe"
006440         INTO W-XML-LIXO W-XML-RESTO.
006440     IF W-XML-RESTO NOT = SPACES
006440         MOVE W-XML-RESTO(1:44) TO W-XML-CHAVE.
006440 ROT-XML-CHAVE-ID-EXIT. EXIT.
006440******************************************************************
006440*    ROT-XML-NUMERO - CONVERTE O VALOR DA TAG (PONTO DECIMAL, ATE *
006440*    QUATRO CASAS APROVEITADAS) PARA W-XML-NUM; VALOR QUE NAO     *
006440*    FOR NUMERO VIRA ZERO                                         *
006440******************************************************************
006440 ROT-XML-NUMERO.
006440     MOVE SPACES TO W-XN-INT W-XN-DEC.
006440     UNSTRING W-XML-VALOR DELIMITED BY "." OR SPACE
006440         INTO W-XN-INT W-XN-DEC.
006440     INSPECT W-XN-INT REPLACING LEADING SPACE BY ZERO.
006440     INSPECT W-XN-DEC REPLACING ALL SPACE BY ZERO.
006440     IF W-XN-INT-9 IS NUMERIC AND W-XN-DEC-9 IS NUMERIC
006440         COMPUTE W-XML-NUM = W-XN-INT-9 + (W-XN-DEC-9 / 10000)
006440     ELSE
006440         MOVE ZERO TO W-XML-NUM.
006440 ROT-XML-NUMERO-EXIT. EXIT.
006440 ROT-XML-GUARDAR-ITEM.
006440     IF W-QTDE-XML NOT < 200
006440         DISPLAY "NF-E COM MAIS DE 200 ITENS - EXCEDENTE"
006440                 " IGNORADO: " W-XML-CPROD-ITEM
006440         GO TO ROT-XML-GUARDAR-ITEM-EXIT.
006440     ADD 1 TO W-QTDE-XML.
006440     MOVE W-XML-CPROD-ITEM TO TX-CPROD(W-QTDE-XML).
006440     MOVE W-XML-QTDE-ITEM  TO TX-QTDE(W-QTDE-XML).
006440     MOVE W-XML-PRECO-ITEM TO TX-PRECO(W-QTDE-XML).
006440     MOVE ZERO             TO TX-CODPROD(W-QTDE-XML).
006440     MOVE "N"              TO TX-USADO(W-QTDE-XML).
006440 ROT-XML-GUARDAR-ITEM-EXIT. EXIT.
006440******************************************************************
006440*    ROT-CONFERIR-EMITENTE - O CNPJ DO EMITENTE DA NF-E TEM DE    *
006440*    SER O DO FORNECEDOR DO PEDIDO (CADPARCEIRO SEM CNPJ NAO E    *
006440*    CONFERIDO)                                                   *
006440******************************************************************
006440 ROT-CONFERIR-EMITENTE.
006440     MOVE "S" TO W-EMITENTE-OK.
006440     OPEN INPUT CADPARCEIRO.
006440     IF PARC-STATUS NOT = "00"
006440         GO TO ROT-CONFERIR-EMITENTE-EXIT.
006440     MOVE PC-CODFORN TO CODIGO.
006440     READ CADPARCEIRO
006440         INVALID KEY
006440             CLOSE CADPARCEIRO
006440             GO TO ROT-CONFERIR-EMITENTE-EXIT.
006440     CLOSE CADPARCEIRO.
006440     IF CNPJ NOT = ZERO AND CNPJ NOT = W-XML-CNPJ
006440         MOVE "N" TO W-EMITENTE-OK
006440         DISPLAY "NF-E EMITIDA PELO CNPJ " W-XML-CNPJ
006440         DISPLAY "FORNECEDOR DO PEDIDO TEM O CNPJ " CNPJ
006440         DISPLAY "XML RECUSADO - DIGITACAO MANUAL".
006440 ROT-CONFERIR-EMITENTE-EXIT. EXIT.
006440******************************************************************
006440*    ROT-CASAR-ITEM - LIGA O ITEM DO PEDIDO AO ITEM DA NF-E CUJO  *
006440*    CPROD E O CODIGO DO PRODUTO NO CATALOGO DO FORNECEDOR        *
006440*    (PF-CODPROD-FORN)                                            *
006440******************************************************************
006440 ROT-CASAR-ITEM.
006440     MOVE PCI-CODPROD TO PF-CODPROD.
006440     MOVE PC-CODFORN  TO PF-CODFORN.
006440     READ PRODFORN
006440         INVALID KEY
006440             GO TO ROT-CASAR-ITEM-LER.
006440     IF PF-CODPROD-FORN = SPACES
006440         GO TO ROT-CASAR-ITEM-LER.
006440     MOVE "N" TO W-ACHOU-XML.
006440     PERFORM ROT-MARCAR-XML THRU ROT-MARCAR-XML-EXIT
006440         VARYING W-IDX-BUSCA FROM 1 BY 1
006440         UNTIL W-IDX-BUSCA > W-QTDE-XML
006440         OR W-ACHOU-XML-SIM.
006440 ROT-CASAR-ITEM-LER.
006440     PERFORM ROT-LER-ITEM THRU ROT-LER-ITEM-EXIT.
006440 ROT-CASAR-ITEM-EXIT. EXIT.
006440 ROT-MARCAR-XML.
006440     IF TX-CPROD(W-IDX-BUSCA) = PF-CODPROD-FORN
006440         AND TX-CODPROD(W-IDX-BUSCA) = ZERO
006440         MOVE "S" TO W-ACHOU-XML
006440         MOVE PCI-CODPROD TO TX-CODPROD(W-IDX-BUSCA).
006440 ROT-MARCAR-XML-EXIT. EXIT.
006440******************************************************************
006440*    ROT-ITEM-DA-NOTA - ITEM DA NF-E CASADO COM O ITEM CORRENTE   *
006440*    DO PEDIDO (W-IDX-XML ZERO QUANDO NAO CONSTA DA NOTA)         *
006440******************************************************************
006440 ROT-ITEM-DA-NOTA.
006440     MOVE "N" TO W-ACHOU-XML.
006440     PERFORM ROT-PROCURAR-XML THRU ROT-PROCURAR-XML-EXIT
006440         VARYING W-IDX-BUSCA FROM 1 BY 1
006440         UNTIL W-IDX-BUSCA > W-QTDE-XML
006440         OR W-ACHOU-XML-SIM.
006440     IF NOT W-ACHOU-XML-SIM
006440         DISPLAY "ITEM NAO CONSTA DA NF-E".
006440 ROT-ITEM-DA-NOTA-EXIT. EXIT.
006440 ROT-PROCURAR-XML.
006440     IF TX-CODPROD(W-IDX-BUSCA) = PCI-CODPROD
006440         AND TX-USADO(W-IDX-BUSCA) NOT = "S"
006440         MOVE "S" TO W-ACHOU-XML
006440         MOVE W-IDX-BUSCA TO W-IDX-XML.
006440 ROT-PROCURAR-XML-EXIT. EXIT.
006440******************************************************************
006440*    ROT-CONFERIR-ITEM - CONFERENCIA DE TRES VIAS DO ITEM: O      *
006440*    RECEBIDO CONTRA A NF-E (QUANTIDADE E PRECO) E CONTRA O       *
006440*    PEDIDO (PRECO PCI-PRECO E SALDO DA QUANTIDADE APROVADA),     *
006440*    COM A TOLERANCIA PERCENTUAL DO PARMSYS; QUALQUER DIFERENCA   *
006440*    FORA DELA CONTA UMA DIVERGENCIA DO RECEBIMENTO               *
006440******************************************************************
006440 ROT-CONFERIR-ITEM.
006440     MOVE "N" TO W-ITEM-DIVERGENTE.
006440     PERFORM ROT-CONFERIR-NOTA THRU ROT-CONFERIR-NOTA-EXIT.
006440     IF PCI-PRECO > ZERO
006440         MOVE PCI-PRECO   TO W-VALOR-REF
006440         MOVE W-PRECO-INF TO W-VALOR-CONF
006440         PERFORM ROT-TESTAR-TOL THRU ROT-TESTAR-TOL-EXIT
006440         IF W-FORA-TOL-SIM
006440             MOVE "S" TO W-ITEM-DIVERGENTE
006440             DISPLAY "*** PRECO DIFERE DO PEDIDO: PEDIDO "
006440                     PCI-PRECO " NOTA " W-PRECO-INF
006440         END-IF
006440     END-IF.
006440     IF W-QTDE-REC-ITEM > W-SALDO-ITEM
006440         MOVE W-SALDO-ITEM    TO W-VALOR-REF
006440         MOVE W-QTDE-REC-ITEM TO W-VALOR-CONF
006440         PERFORM ROT-TESTAR-TOL THRU ROT-TESTAR-TOL-EXIT
006440         IF W-FORA-TOL-SIM
006440             MOVE "S" TO W-ITEM-DIVERGENTE
006440             DISPLAY "*** QUANTIDADE ACIMA DO SALDO DO PEDIDO: "
006440                     W-QTDE-REC-ITEM
006440         END-IF
006440     END-IF.
006440     IF W-ITEM-DIVERGENTE-SIM
006440         ADD 1 TO W-QTDE-DIVERG.
006440 ROT-CONFERIR-ITEM-EXIT. EXIT.
006440 ROT-CONFERIR-NOTA.
006440     IF NOT W-XML-CARREGADO-SIM
006440         GO TO ROT-CONFERIR-NOTA-EXIT.
006440     IF W-IDX-XML = ZERO
006440         MOVE "S" TO W-ITEM-DIVERGENTE
006440         DISPLAY "*** ITEM RECEBIDO SEM CONSTAR DA NF-E"
006440         GO TO ROT-CONFERIR-NOTA-EXIT.
006440     MOVE "S" TO TX-USADO(W-IDX-XML).
006440     MOVE TX-QTDE(W-IDX-XML) TO W-VALOR-REF.
006440     MOVE W-QTDE-REC-ITEM    TO W-VALOR-CONF.
006440     PERFORM ROT-TESTAR-TOL THRU ROT-TESTAR-TOL-EXIT.
006440     IF W-FORA-TOL-SIM
006440         MOVE "S" TO W-ITEM-DIVERGENTE
006440         DISPLAY "*** QUANTIDADE DIFERE DA NF-E: NOTA "
006440                 TX-QTDE(W-IDX-XML) " RECEBIDO " W-QTDE-REC-ITEM.
006440     MOVE TX-PRECO(W-IDX-XML) TO W-VALOR-REF.
006440     MOVE W-PRECO-INF         TO W-VALOR-CONF.
006440     PERFORM ROT-TESTAR-TOL THRU ROT-TESTAR-TOL-EXIT.
006440     IF W-FORA-TOL-SIM
006440         MOVE "S" TO W-ITEM-DIVERGENTE
006440         DISPLAY "*** PRECO DIFERE DA NF-E: NOTA "
006440                 TX-PRECO(W-IDX-XML) " DIGITADO " W-PRECO-INF.
006440 ROT-CONFERIR-NOTA-EXIT. EXIT.
006440******************************************************************
006440*    ROT-TESTAR-TOL - W-VALOR-CONF FORA DE W-VALOR-REF MAIS OU    *
006440*    MENOS A TOLERANCIA PERCENTUAL (REFERENCIA ZERO SO ACEITA     *
006440*    ZERO)                                                        *
006440******************************************************************
006440 ROT-TESTAR-TOL.
006440     MOVE "N" TO W-FORA-TOL.
006440     IF W-VALOR-REF = ZERO
006440         IF W-VALOR-CONF NOT = ZERO
006440             MOVE "S" TO W-FORA-TOL
006440         END-IF
006440         GO TO ROT-TESTAR-TOL-EXIT.
006440     COMPUTE W-DIF-PERC ROUNDED =
006440         (W-VALOR-CONF - W-VALOR-REF) * 100 / W-VALOR-REF.
006440     IF W-DIF-PERC > W-TOL-RECEB
006440         OR W-DIF-PERC < (ZERO - W-TOL-RECEB)
006440         MOVE "S" TO W-FORA-TOL.
006440 ROT-TESTAR-TOL-EXIT. EXIT.
006440******************************************************************
006440*    ROT-CONFERIR-SOBRA - ITEM DA NF-E QUE NAO ENTROU NO          *
006440*    RECEBIMENTO (SEM CASAMENTO NO PRODFORN OU NADA RECEBIDO)     *
006440*    E COBRANCA SEM MERCADORIA: CONTA COMO DIVERGENCIA            *
006440******************************************************************
006440 ROT-CONFERIR-SOBRA.
006440     IF TX-USADO(W-IDX-XML) NOT = "S"
006440         DISPLAY "*** ITEM DA NF-E NAO RECEBIDO: "
006440                 TX-CPROD(W-IDX-XML) " QUANTIDADE "
006440                 TX-QTDE(W-IDX-XML)
006440         ADD 1 TO W-QTDE-DIVERG.
006440 ROT-CONFERIR-SOBRA-EXIT. EXIT.
006440******************************************************************
006440*    ROT-FECHAR-RECEBIMENTO - NOTA E VENCIMENTO DO TITULO; SEM    *
006440*    DIVERGENCIA GERA O CPAGAR NA HORA, COM DIVERGENCIA O TITULO  *
006440*    FICA BLOQUEADO E VAI UM PEDIDO "RD" PARA A FILA APROVPEN.    *
006440*    O RECEBIMENTO FICA REGISTRADO NO NFENTRA NOS DOIS CASOS      *
006440******************************************************************
006440 ROT-FECHAR-RECEBIMENTO.
006440     MOVE PC-CODFORN TO W-CODFORN-TIT.
006440     PERFORM ROT-DIGITAR-NOTA THRU ROT-DIGITAR-NOTA-EXIT.
006440     PERFORM ROT-DIGITAR-VENC THRU ROT-DIGITAR-VENC-EXIT.
006440     OPEN I-O NFENTRA.
006440     IF NFE-STATUS = "35"
006440         OPEN OUTPUT NFENTRA
006440         CLOSE NFENTRA
006440         OPEN I-O NFENTRA.
006440     IF NFE-STATUS NOT = "00"
006440         DISPLAY "ERRO NA ABERTURA DO NFENTRA: " NFE-STATUS
006440         DISPLAY "TITULO NAO GERADO"
006440         GO TO ROT-FECHAR-RECEBIMENTO-EXIT.
006440     PERFORM ROT-PROX-SEQ-NFE THRU ROT-PROX-SEQ-NFE-EXIT.
006440     MOVE ZERO TO W-PROX-APROV.
006440     IF W-QTDE-DIVERG > ZERO
006440         PERFORM ROT-PEDIR-APROVACAO
006440             THRU ROT-PEDIR-APROVACAO-EXIT
006440         MOVE "B" TO W-SITUACAO-NFE
006440         DISPLAY "RECEBIMENTO COM " W-QTDE-DIVERG
006440                 " DIVERGENCIA(S) - TITULO BLOQUEADO"
006440         DISPLAY "(PEDIDO " W-PROX-APROV " NA FILA DO APRV000)"
006440     ELSE
006440         PERFORM ROT-GERAR-CPAGAR THRU ROT-GERAR-CPAGAR-EXIT
006440         MOVE "L" TO W-SITUACAO-NFE.
006440     MOVE W-NUMERO-INF     TO NE-NUMERO.
006440     MOVE W-PROX-SEQ-NFE   TO NE-SEQ.
006440     MOVE W-CODFORN-TIT    TO NE-CODFORN.
006440     MOVE W-DIA-REC        TO NE-REC-DIA.
006440     MOVE W-MES-REC        TO NE-REC-MES.
006440     MOVE W-ANO-REC        TO NE-REC-ANO.
006440     MOVE W-NNF-INF        TO NE-NNF.
006440     MOVE W-SERIE-INF      TO NE-SERIE.
006440     MOVE W-CHAVE-NFE-INF  TO NE-CHAVE-NFE.
006440     IF W-XML-CARREGADO-SIM
006440         MOVE "X" TO NE-ORIGEM
006440     ELSE
006440         MOVE "D" TO NE-ORIGEM.
006440     MOVE W-TOTAL-RECEBIDO TO NE-VALOR.
006440     MOVE W-MOEDA-REC      TO NE-MOEDA.
006440     MOVE W-TOTAL-MOEDA    TO NE-VALOR-MOEDA.
006440     MOVE W-TAXA-REC       TO NE-TAXA.
006440     MOVE W-QTDE-DIVERG    TO NE-QTDE-DIVERG.
006440     MOVE W-DOCUMENTO-INF  TO NE-DOCUMENTO.
006440     MOVE W-DIA-VENC       TO NE-VEN-DIA.
006440     MOVE W-MES-VENC       TO NE-VEN-MES.
006440     MOVE W-ANO-VENC       TO NE-VEN-ANO.
006440     MOVE W-SITUACAO-NFE   TO NE-SITUACAO.
006440     MOVE W-PROX-APROV     TO NE-NUM-APROV.
006440     MOVE W-OPERADOR       TO NE-OPERADOR.
006440     MOVE SPACES           TO NE-APROVADOR.
006440     WRITE REGNFE
006440         INVALID KEY
006440             DISPLAY "ERRO NA GRAVACAO DO NFENTRA".
006440     CLOSE NFENTRA.
006440 ROT-FECHAR-RECEBIMENTO-EXIT. EXIT.
006440******************************************************************
006440*    ROT-DIGITAR-NOTA - NUMERO, SERIE E CHAVE DA NOTA DO          *
006440*    FORNECEDOR (DO XML QUANDO IMPORTADO) E O DOCUMENTO DO TITULO *
006440******************************************************************
006440 ROT-DIGITAR-NOTA.
006440     IF NOT W-XML-CARREGADO-SIM
006440         GO TO ROT-DIGITAR-NOTA-MANUAL.
006440     MOVE W-XML-NNF   TO W-NNF-INF.
006440     MOVE W-XML-SERIE TO W-SERIE-INF.
006440     MOVE W-XML-CHAVE TO W-CHAVE-NFE-INF.
006440     DISPLAY "NF-E DO FORNECEDOR: " W-NNF-INF " SERIE "
006440             W-SERIE-INF.
006440     DISPLAY "CHAVE.............: " W-CHAVE-NFE-INF.
006440     DISPLAY "NUMERO DO DOCUMENTO DO FORNECEDOR (0=O DA NOTA) =>".
006440     ACCEPT W-DOCUMENTO-INF.
006440     IF W-DOCUMENTO-INF = ZERO
006440         MOVE W-XML-NNF TO W-DOCUMENTO-INF.
006440     GO TO ROT-DIGITAR-NOTA-EXIT.
006440 ROT-DIGITAR-NOTA-MANUAL.
006440     DISPLAY "NUMERO DO DOCUMENTO DO FORNECEDOR =>".
006440     ACCEPT W-DOCUMENTO-INF.
006440     MOVE W-DOCUMENTO-INF TO W-NNF-INF.
006440     DISPLAY "SERIE DA NOTA =>".
006440     ACCEPT W-SERIE-INF.
006440     DISPLAY "CHAVE DE ACESSO DA NF-E (BRANCO=SEM) =>".
006440     ACCEPT W-CHAVE-NFE-INF.
006440 ROT-DIGITAR-NOTA-EXIT. EXIT.
006440 ROT-PROX-SEQ-NFE.
006440     MOVE ZERO TO W-PROX-SEQ-NFE.
006440     MOVE "N" TO W-EOF-NFE.
006440     MOVE W-NUMERO-INF TO NE-NUMERO.
006440     MOVE ZERO         TO NE-SEQ.
006440     START NFENTRA KEY IS NOT LESS THAN NE-CHAVE
006440         INVALID KEY MOVE "S" TO W-EOF-NFE.
006440     PERFORM ROT-ULT-SEQ-NFE THRU ROT-ULT-SEQ-NFE-EXIT
006440         UNTIL W-EOF-NFE-SIM.
006440     ADD 1 TO W-PROX-SEQ-NFE.
006440 ROT-PROX-SEQ-NFE-EXIT. EXIT.
006440 ROT-ULT-SEQ-NFE.
006440     READ NFENTRA NEXT RECORD
006440         AT END MOVE "S" TO W-EOF-NFE.
006440     IF NOT W-EOF-NFE-SIM AND NE-NUMERO NOT = W-NUMERO-INF
006440         MOVE "S" TO W-EOF-NFE.
006440     IF NOT W-EOF-NFE-SIM
006440         MOVE NE-SEQ TO W-PROX-SEQ-NFE.
006440 ROT-ULT-SEQ-NFE-EXIT. EXIT.
006440******************************************************************
006440*    ROT-PEDIR-APROVACAO - PEDIDO "RD" NA FILA APROVPEN PARA O    *
006440*    SUPERVISOR ACEITAR O RECEBIMENTO DIVERGENTE NO APRV000       *
006440******************************************************************
006440 ROT-PEDIR-APROVACAO.
006440     OPEN I-O APROVPEN.
006440     IF APR-STATUS = "35"
006440         OPEN OUTPUT APROVPEN
006440         CLOSE APROVPEN
006440         OPEN I-O APROVPEN.
006440     IF APR-STATUS NOT = "00"
006440         DISPLAY "FILA DE APROVACAO NAO PODE SER ABERTA"
006440         GO TO ROT-PEDIR-APROVACAO-EXIT.
006440     MOVE "N" TO W-EOF-APR.
006440     MOVE LOW-VALUES TO AP-NUMERO.
006440     START APROVPEN KEY IS NOT LESS THAN AP-NUMERO
006440         INVALID KEY MOVE "S" TO W-EOF-APR.
006440     PERFORM ROT-ULT-APROV THRU ROT-ULT-APROV-EXIT
006440         UNTIL W-EOF-APR-SIM.
006440     ADD 1 TO W-PROX-APROV.
006440     ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
006440     COMPUTE W-HOJE-NUM = (W-DTSIS-ANO * 10000)
006440         + (W-DTSIS-MES * 100) + W-DTSIS-DIA.
006440     MOVE W-PROX-APROV  TO AP-NUMERO.
006440     MOVE "RD"          TO AP-TIPO.
006440     MOVE SPACES        TO AP-CHAVE-ALVO.
006440     MOVE W-NUMERO-INF  TO AP-CHAVE-ALVO(1:8).
006440     MOVE W-PROX-SEQ-NFE TO AP-CHAVE-ALVO(9:3).
006440     MOVE ZERO          TO AP-VALOR-ANTES.
006440     MOVE W-TOTAL-RECEBIDO TO AP-VALOR-DEPOIS.
006440     MOVE ZERO          TO AP-PERCENTUAL.
006440     MOVE SPACE         TO AP-SENTIDO.
006440     MOVE SPACES        TO AP-FILTROS.
006440     STRING "FORN " W-CODFORN-TIT " NF " W-NNF-INF
006440         " DIV " W-QTDE-DIVERG
006440         DELIMITED BY SIZE INTO AP-FILTROS.
006440     MOVE W-OPERADOR    TO AP-SOLICITANTE.
006440     MOVE W-HOJE-NUM    TO AP-DATA-PEDIDO.
006440     MOVE "P"           TO AP-SITUACAO.
006440     MOVE SPACES        TO AP-APROVADOR.
006440     MOVE ZERO          TO AP-DATA-DECISAO.
006440     MOVE SPACE         TO AP-AVISADO.
006440     WRITE REGAPR
006440         INVALID KEY
006440             DISPLAY "ERRO NA FILA DE APROVACAO"
006440             MOVE ZERO TO W-PROX-APROV.
006440     CLOSE APROVPEN.
006440 ROT-PEDIR-APROVACAO-EXIT. EXIT.
006440 ROT-ULT-APROV.
006440     READ APROVPEN NEXT RECORD
006440         AT END MOVE "S" TO W-EOF-APR.
006440     IF NOT W-EOF-APR-SIM
006440         MOVE AP-NUMERO TO W-PROX-APROV.
006440 ROT-ULT-APROV-EXIT. EXIT.
006440******************************************************************
006440*    ROT-LIBERAR - PARA OS RECEBIMENTOS BLOQUEADOS NO NFENTRA:    *
006440*    PEDIDO "RD" APROVADO (POR OUTRO OPERADOR) GERA O TITULO DO   *
006440*    CPAGAR E FICA "E" EXECUTADO; REJEITADO MARCA O RECEBIMENTO   *
006440*    COMO REJEITADO, SEM TITULO; AINDA PENDENTE SO E CONTADO      *
006440******************************************************************
006440 ROT-LIBERAR.
006440     OPEN I-O NFENTRA.
006440     IF NFE-STATUS NOT = "00"
006440         DISPLAY "NENHUM RECEBIMENTO REGISTRADO"
006440         GO TO ROT-LIBERAR-EXIT.
006440     OPEN I-O APROVPEN.
006440     IF APR-STATUS NOT = "00"
006440         DISPLAY "FILA DE APROVACAO NAO PODE SER ABERTA"
006440         CLOSE NFENTRA
006440         GO TO ROT-LIBERAR-EXIT.
006440     MOVE ZERO TO W-QTDE-LIBERADOS W-QTDE-REJEITADOS
006440         W-QTDE-AGUARDANDO.
006440     MOVE "N" TO W-EOF-NFE.
006440     MOVE LOW-VALUES TO NE-CHAVE.
006440     START NFENTRA KEY IS NOT LESS THAN NE-CHAVE
006440         INVALID KEY MOVE "S" TO W-EOF-NFE.
006440     IF NOT W-EOF-NFE-SIM
006440         PERFORM ROT-LER-NFE THRU ROT-LER-NFE-EXIT.
006440     PERFORM ROT-LIBERAR-UM THRU ROT-LIBERAR-UM-EXIT
006440         UNTIL W-EOF-NFE-SIM.
006440     CLOSE APROVPEN NFENTRA.
006440     DISPLAY "TITULOS LIBERADOS..: " W-QTDE-LIBERADOS.
006440     DISPLAY "REJEITADOS.........: " W-QTDE-REJEITADOS.
006440     DISPLAY "AINDA BLOQUEADOS...: " W-QTDE-AGUARDANDO.
006440 ROT-LIBERAR-EXIT. EXIT.
006440 ROT-LER-NFE.
006440     READ NFENTRA NEXT RECORD
006440         AT END MOVE "S" TO W-EOF-NFE.
006440 ROT-LER-NFE-EXIT. EXIT.
006440 ROT-LIBERAR-UM.
006440     IF NOT NE-BLOQUEADO
006440         GO TO ROT-LIBERAR-UM-LER.
006440     MOVE NE-NUM-APROV TO AP-NUMERO.
006440     READ APROVPEN
006440         INVALID KEY
006440             DISPLAY "RECEBIMENTO " NE-NUMERO "/" NE-SEQ
006440                     " SEM PEDIDO NA FILA DE APROVACAO"
006440             ADD 1 TO W-QTDE-AGUARDANDO
006440             GO TO ROT-LIBERAR-UM-LER.
006440     IF APROV-REJEITADA
006440         MOVE "R" TO NE-SITUACAO
006440         MOVE AP-APROVADOR TO NE-APROVADOR
006440         REWRITE REGNFE
006440             INVALID KEY CONTINUE
006440         END-REWRITE
006440         DISPLAY "RECEBIMENTO " NE-NUMERO "/" NE-SEQ
006440                 " REJEITADO - TITULO NAO GERADO"
006440         ADD 1 TO W-QTDE-REJEITADOS
006440         GO TO ROT-LIBERAR-UM-LER.
006440     IF NOT APROV-APROVADA
006440         OR AP-APROVADOR = NE-OPERADOR
006440         ADD 1 TO W-QTDE-AGUARDANDO
006440         GO TO ROT-LIBERAR-UM-LER.
006440     MOVE NE-CODFORN   TO W-CODFORN-TIT.
006440     MOVE NE-DOCUMENTO TO W-DOCUMENTO-INF.
006440     MOVE NE-REC-DIA   TO W-DIA-REC.
006440     MOVE NE-REC-MES   TO W-MES-REC.
006440     MOVE NE-REC-ANO   TO W-ANO-REC.
006440     MOVE NE-VEN-DIA   TO W-DIA-VENC.
006440     MOVE NE-VEN-MES   TO W-MES-VENC.
006440     MOVE NE-VEN-ANO   TO W-ANO-VENC.
006440     MOVE NE-VALOR     TO W-TOTAL-RECEBIDO.
006440     MOVE NE-MOEDA     TO W-MOEDA-REC.
006440     MOVE NE-VALOR-MOEDA TO W-TOTAL-MOEDA.
006440     MOVE NE-TAXA      TO W-TAXA-REC.
006440     PERFORM ROT-GERAR-CPAGAR THRU ROT-GERAR-CPAGAR-EXIT.
006440     IF NOT W-TIT-GERADO-SIM
006440         ADD 1 TO W-QTDE-AGUARDANDO
006440         GO TO ROT-LIBERAR-UM-LER.
006440     MOVE "E" TO AP-SITUACAO.
006440     REWRITE REGAPR
006440         INVALID KEY
006440             DISPLAY "ERRO NA MARCACAO DO PEDIDO " AP-NUMERO.
006440     MOVE "L"          TO NE-SITUACAO.
006440     MOVE AP-APROVADOR TO NE-APROVADOR.
006440     REWRITE REGNFE
006440         INVALID KEY
006440             DISPLAY "ERRO NA LIBERACAO DO RECEBIMENTO "
006440                     NE-NUMERO "/" NE-SEQ.
006440     ADD 1 TO W-QTDE-LIBERADOS.
006440 ROT-LIBERAR-UM-LER.
006440     PERFORM ROT-LER-NFE THRU ROT-LER-NFE-EXIT.
006440 ROT-LIBERAR-UM-EXIT. EXIT.
006450******************************************************************
006450*    ROT-GERAR-CPAGAR - GERA O TITULO DE CONTAS A PAGAR DO         *
006450*    RECEBIMENTO, COM O DOCUMENTO E O VENCIMENTO DA NOTA DO        *
006450*    FORNECEDOR E O VALOR EFETIVAMENTE RECEBIDO (TRES DOCUMENTOS,  *
006450*    UMA DIGITACAO)                                                *
006450******************************************************************
006450 ROT-GERAR-CPAGAR.
006450     MOVE "N" TO W-TIT-GERADO.
006450     OPEN I-O CPAGAR.
006560     IF CPG-STATUS = "35"
006570         OPEN OUTPUT CPAGAR
006580         CLOSE CPAGAR
006600     IF CPG-STATUS NOT = "00"
006610         DISPLAY "ARQUIVO CPAGAR NAO PODE SER ABERTO"
006620         GO TO ROT-GERAR-CPAGAR-EXIT.
006630     MOVE W-CODFORN-TIT   TO CP-CODFORN.
006630     MOVE W-DOCUMENTO-INF TO CP-DOCUMENTO.
006630     READ CPAGAR
006660         INVALID KEY
006670             CONTINUE
006680         NOT INVALID KEY
006690             DISPLAY "TITULO JA EXISTE NO CONTAS A PAGAR"
006700             CLOSE CPAGAR
006710             GO TO ROT-GERAR-CPAGAR-EXIT.
006720     MOVE W-CODFORN-TIT   TO CP-CODFORN.
006720     MOVE W-DOCUMENTO-INF TO CP-DOCUMENTO.
006720     MOVE W-DIA-REC       TO CP-EMI-DIA.
006750     MOVE W-MES-REC       TO CP-EMI-MES.
006760     MOVE W-ANO-REC       TO CP-EMI-ANO.
006770     MOVE W-DIA-VENC      TO CP-VEN-DIA.
006810     MOVE "N"             TO CP-PAGO.
006820     MOVE ZERO            TO CP-DATA-PAGTO.
006822     MOVE "N"             TO CP-REMESSA.
006822     MOVE W-OPERADOR      TO CP-OPER-INCLUSAO.
006822     MOVE SPACES          TO CP-OPER-PAGTO.
006822     MOVE SPACES          TO CP-MOEDA.
006822     MOVE ZERO            TO CP-VALOR-MOEDA.
006822     MOVE ZERO            TO CP-TAXA-EMISSAO.
006822     MOVE ZERO            TO CP-TAXA-PAGTO.
006822     MOVE ZERO            TO CP-VARIACAO.
006822     IF NOT W-MOEDA-REC-NACIONAL
006822         MOVE W-MOEDA-REC   TO CP-MOEDA
006822         MOVE W-TOTAL-MOEDA TO CP-VALOR-MOEDA
006822         MOVE W-TAXA-REC    TO CP-TAXA-EMISSAO.
006830     WRITE REGCPAG
006840         INVALID KEY
006850             DISPLAY "ERRO NA GERACAO DO TITULO"
006860         NOT INVALID KEY
006860             MOVE "S" TO W-TIT-GERADO
006860             DISPLAY "TITULO GERADO NO CONTAS A PAGAR: "
006860                     W-TOTAL-RECEBIDO.
006890     CLOSE CPAGAR.
006900 ROT-GERAR-CPAGAR-EXIT. EXIT.
006900******************************************************************
006900*    ROT-TESTAR-SOD - SEGREGACAO DE FUNCOES: A SOD000 BARRA A      *
006900*    ACAO (SOD-ACAO) QUANDO O OPERADOR E O MESMO QUE FEZ A ACAO    *
006900*    ANTERIOR DO DOCUMENTO E O PAR TEM REGRA ALTA COM BLOQUEIO     *
006900******************************************************************
006900 ROT-TESTAR-SOD.
006900     MOVE W-OPERADOR TO SOD-OPERADOR.
006900     CALL "SOD000" USING SOD-PARAMETROS-AREA.
006900     IF SOD-BLOQUEADO
006900         DISPLAY "SEGREGACAO DE FUNCOES: " SOD-DESCRICAO
006900         DISPLAY "OPERACAO NAO PERMITIDA AO OPERADOR " W-OPERADOR.
006900 ROT-TESTAR-SOD-EXIT. EXIT.
006902******************************************************************
006902*    ROT-CALC-RETENCAO - IRRF/ISS RETIDOS NA FONTE CONFORME AS     *
006902*    ALIQUOTAS DO FORNECEDOR (CADPARCEIRO), COMO O CEP015          *
006902     OPEN INPUT CADPARCEIRO.
006902     IF PARC-STATUS NOT = "00"
006902         GO TO ROT-CALC-RETENCAO-EXIT.
006902     MOVE W-CODFORN-TIT TO CODIGO.
006902     READ CADPARCEIRO
006902         INVALID KEY
006902             CLOSE CADPARCEIRO
006270     OPEN EXTEND MOVESTQ.
006280     IF MOV-STATUS = "35"
006290         OPEN OUTPUT MOVESTQ.
006300     MOVE REGMOV TO MVX-MOVIMENTO.
006300     WRITE REGMOV.
006310     CLOSE MOVESTQ.
006310     MOVE "G" TO MVX-ACAO.
006310     CALL "MVX000" USING MVX-PARAMETROS-AREA.
006320 ROT-GRAVAR-MOV-EXIT. EXIT.
006320******************************************************************
006320*    ROT-CREDITAR-PIS - CREDITO DE PIS/COFINS DO ITEM RECEBIDO,   *
006320*    SOBRE O VALOR DA NOTA (SEM O RATEIO DAS DESPESAS)            *
006320******************************************************************
006320 ROT-CREDITAR-PIS.
006320     MOVE "G"              TO PIS-ACAO.
006320     MOVE "C"              TO PIS-TIPO.
006320     MOVE PCI-CODPROD      TO PIS-CODPROD.
006320     MOVE CODNCM           TO PIS-CODNCM.
006320     MOVE W-VALOR-REC-ITEM TO PIS-BASE.
006320     COMPUTE PIS-DATA = W-ANO-REC * 10000 + W-MES-REC * 100
006320         + W-DIA-REC.
006320     MOVE "CEP016"         TO PIS-PROGRAMA.
006320     MOVE PC-NUMERO        TO PIS-DOCUMENTO.
006320     CALL "PIS000" USING PIS-PARAMETROS-AREA.
006320 ROT-CREDITAR-PIS-EXIT. EXIT.
006330******************************************************************
006340*    ROT-DIGITAR-ALM - CAPTURA E VALIDA O ALMOXARIFADO DE          *
006350*                      ENTRADA DA MERCADORIA (CADALM)              *
007290     IF NOT W-DATA-REC-VALIDA-SIM
007300         GO TO ROT-DIGITAR-DATA-REC.
007310 ROT-DIGITAR-DATA-REC-EXIT. EXIT.
007310******************************************************************
007310*    ROT-TAXA-RECEBIMENTO - PEDIDO EM MOEDA ESTRANGEIRA: TAXA DE  *
007310*    CAMBIO DA DATA DO RECEBIMENTO (CBO000), DIGITADA QUANDO O    *
007310*    TABCAMBIO NAO TEM; CONVERTE OS PRECOS DA NOTA PARA REAIS     *
007310******************************************************************
007310 ROT-TAXA-RECEBIMENTO.
007310     MOVE PC-MOEDA TO W-MOEDA-REC.
007310     MOVE ZERO     TO W-TAXA-REC.
007310     IF W-MOEDA-REC-NACIONAL
007310         MOVE SPACES TO W-MOEDA-REC
007310         GO TO ROT-TAXA-RECEBIMENTO-EXIT.
007310     MOVE "T"         TO CBO-ACAO.
007310     MOVE W-MOEDA-REC TO CBO-MOEDA.
007310     COMPUTE CBO-DATA = (W-ANO-REC * 10000)
007310         + (W-MES-REC * 100) + W-DIA-REC.
007310     CALL "CBO000" USING CBO-PARAMETROS-AREA.
007310     IF CBO-ACHOU
007310         MOVE CBO-TAXA TO W-TAXA-REC
007310         DISPLAY "PEDIDO EM " W-MOEDA-REC " - TAXA DE CAMBIO "
007310                 W-TAXA-REC " DE " CBO-DATA-TAXA
007310         GO TO ROT-TAXA-RECEBIMENTO-EXIT.
007310 ROT-TAXA-RECEBIMENTO-DIGITAR.
007310     DISPLAY "SEM TAXA DE " W-MOEDA-REC
007310             " NO TABCAMBIO ATE A DATA".
007310     DISPLAY "TAXA DE CAMBIO DO RECEBIMENTO =>".
007310     ACCEPT W-TAXA-REC.
007310     IF W-TAXA-REC = ZERO
007310         GO TO ROT-TAXA-RECEBIMENTO-DIGITAR.
007310 ROT-TAXA-RECEBIMENTO-EXIT. EXIT.
007320 ROT-VALIDAR-DATA-REC.
007330     MOVE "S" TO W-DATA-REC-VALIDA.
007340     IF W-ANO-REC < 1753
008800     MOVE ZERO TO W-VALOR-NOTA.
008800     IF W-DESPESAS = ZERO
008800         GO TO ROT-DIGITAR-DESPESAS-EXIT.
008800     IF NOT W-MOEDA-REC-NACIONAL
008800         DISPLAY "(TOTAL NA MOEDA DO PEDIDO: " W-MOEDA-REC
008800                 "; DESPESAS EM REAIS)".
008800     DISPLAY "VALOR TOTAL DAS MERCADORIAS DA NOTA =>".
008800     ACCEPT W-VALOR-NOTA.
008800     IF W-VALOR-NOTA = ZERO
008800*    CONFERENCIA APENSADA EM REPRATEIO                             *
008800******************************************************************
008800 ROT-RATEAR-ITEM.
008800     MOVE W-PRECO-REAL TO W-PRECO-CARREG.
008800     IF W-DESPESAS = ZERO
008800         GO TO ROT-RATEAR-ITEM-EXIT.
008800     COMPUTE W-RATEIO-ITEM ROUNDED = W-DESPESAS
008800         * (W-PRECO-INF * W-QTDE-REC-ITEM)
008800         / W-VALOR-NOTA.
008800     COMPUTE W-PRECO-CARREG ROUNDED =
008800         W-PRECO-REAL + (W-RATEIO-ITEM / W-QTDE-REC-ITEM).
008800     MOVE PCI-CODPROD    TO LR-CODPROD.
008800     COMPUTE LR-VALOR = W-PRECO-REAL * W-QTDE-REC-ITEM.
008800     MOVE W-RATEIO-ITEM  TO LR-RATEIO.
008800     MOVE W-PRECO-CARREG TO LR-PRECO-CARREG.
008800     OPEN EXTEND REPRATEIO.
