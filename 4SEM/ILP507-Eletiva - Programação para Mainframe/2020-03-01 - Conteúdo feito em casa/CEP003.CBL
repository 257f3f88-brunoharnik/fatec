000149* 2026-08-22 BH        MANUTENCAO DA COMPOSICAO DE KITS (KITBOM)   *
000129* 2026-08-22 BH        O OPERADOR PASSA A CHEGAR AUTENTICADO DO   *
000129*                      MENU000 (CALL USING) EM VEZ DE DIGITADO    *
000129* 2026-08-22 BH        AUD-ARQUIVO NA TRILHA E O CADPARCEIRO      *
000129*                      PASSA A GERAR FAUDIT NO INC/ALT/EXC,       *
000129*                      PARA A EXTRACAO INCREMENTAL (DELTAEXT)     *
000149* 2026-09-02 BH        CAMPOS DE RETENCAO IRRF/ISS DO FORNECEDOR  *
000149*                      QUATRO-OLHOS (APROVPEN/APRV000)            *
000149* 2026-09-02 BH        CONTROLE DE NUMERO DE SERIE POR PRODUTO    *
000149*                      (CTRLSERIE) NA TELA DE CADASTRO            *
000149* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000149*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000149*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000149* 2026-09-02 BH        AREAS DE COPIA DO REGPROD DE 129 PARA      *
000149*                      158 BYTES (LIXEIRA, DESFAZER E TRAVA       *
000149*                      OTIMISTA COBREM OS CAMPOS NOVOS)           *
000149* 2026-09-29 BH        ENCARGOS DE ATRASO DO CLIENTE NA TELA DO   *
000149*                      PARCEIRO (PADRAO DO PARMSYS, TAXAS         *
000149*                      PROPRIAS OU ISENTO), USADOS PELA JUR000    *
000149* 2026-10-04 BH        VENDEDOR DA CARTEIRA NA TELA DO CLIENTE    *
000149*                      E OPCAO 5 - ATRIBUICAO EM MASSA DA         *
000149*                      CARTEIRA POR REGIAO DO CEP; TODA TROCA     *
000149*                      DE DONO GRAVA ENTRADA PROPRIA NA TRILHA    *
000149*                      FAUDIT                                     *
000149* 2026-10-06 BH        PESO DA UNIDADE NA TELA DO PRODUTO (BASE   *
000149*                      DO FRETE); AREAS DE COPIA DO REGPROD DE    *
000149*                      158 PARA 166 BYTES                         *
000149* 2026-10-11 BH        INSPECAO DE QUALIDADE OBRIGATORIA NO       *
000149*                      RECEBIMENTO (INSPECAO) NA TELA DO          *
000149*                      PRODUTO; QUARENTENA NASCE ZERADA E NAO E   *
000149*                      DIGITADA                                   *
000149* 2026-10-13 BH        MOEDA DE FATURAMENTO DO FORNECEDOR         *
000149*                      (MOEDA-FORN) NA TELA DO PARCEIRO           *
000149* 2026-10-14 BH        CICLO DE VIDA DO PRODUTO (SITPROD) NA      *
000149*                      TELA E NA CONSULTA, COM ENTRADA PROPRIA    *
000149*                      NA FAUDIT A CADA TROCA; AREAS DE COPIA     *
000149*                      DO REGPROD DE 174 PARA 175 BYTES           *
000149* 2026-10-15 BH        PRAZO DE GARANTIA EM MESES                 *
000149*                      (GARANTIA-MESES) NA TELA E NA CONSULTA     *
000149*                      DO PRODUTO; AREAS DE COPIA DO REGPROD DE   *
000149*                      175 PARA 178 BYTES                         *
000149* 2026-10-15 BH        VOLUME DA UNIDADE EM M3 (VOLUME) NA TELA   *
000149*                      E NA CONSULTA DO PRODUTO; AREAS DE COPIA   *
000149*                      DO REGPROD DE 178 PARA 184 BYTES           *
000149* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000149*                      FAUDIDX (AUX000)                           *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. CEP003.
000398         ACCESS MODE IS DYNAMIC
000398         RECORD KEY IS AP-NUMERO
000398         FILE STATUS IS APR-STATUS.
000399     SELECT CADVEND ASSIGN TO "CADVEND"
000399         ORGANIZATION IS INDEXED
000399         ACCESS MODE IS DYNAMIC
000399         RECORD KEY IS VD-CODIGO
000399         FILE STATUS IS VND-STATUS.
000399     SELECT FAUDIT ASSIGN TO "FAUDIT"
000399         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS AUD-STATUS.
000474 FD  APROVPEN
000474     LABEL RECORDS ARE STANDARD.
000474     COPY REGAPR.
000474 FD  CADVEND
000474     LABEL RECORDS ARE STANDARD.
000474     COPY REGVEND.
000475 FD  FAUDIT
000476     LABEL RECORDS ARE STANDARD.
000477 01  REG-FAUDIT                  PIC X(233).
000479     LABEL RECORDS ARE STANDARD.
000479 01  REG-RECPROD.
000479     05  REC-DATA-EXCLUSAO       PIC 9(08).
000479     05  REC-DADOS-PROD          PIC X(184).
000480 WORKING-STORAGE SECTION.
000490******************************************************************
000500*    AREAS DE CONTROLE DE ARQUIVO E DE TELA                       *
000530 01  PARC-STATUS                 PIC X(02).
000535 01  CEP-STATUS                  PIC X(02).
000536 01  AUD-STATUS                  PIC X(02).
000536 01  VND-STATUS                  PIC X(02).
000536 01  REC-STATUS                  PIC X(02).
000536 01  KIT-STATUS                  PIC X(02).
000536 01  W-CODKIT-INF                PIC 9(08).
000537 01  W-OPERADOR                  PIC X(08).
000538 01  APR-STATUS                  PIC X(02).
000538 01  W-LIMITE-ANTERIOR           PIC 9(12)V99.
000538 01  W-VEND-ANTERIOR             PIC 9(04).
000538 01  W-REGIAO-INF                PIC 9(01).
000538 01  W-CODVEND-INF               PIC 9(04).
000538 01  W-SUBSTITUIR                PIC X(01).
000538 01  W-QTDE-CARTEIRA             PIC 9(05) COMP VALUE ZERO.
000538 01  W-QTDE-CARTEIRA-ED          PIC ZZZZ9.
000538 01  W-PROX-APROV                PIC 9(06).
000538 01  W-EOF-APR                   PIC X(01).
000538     88  W-EOF-APR-SIM           VALUE "S".
000538     05  W-APR-MES               PIC 9(02).
000538     05  W-APR-DIA               PIC 9(02).
000538 01  W-HOJE-APR                  PIC 9(08).
000538 01  W-REGPROD-ANTES             PIC X(184).
000538 01  W-REGPROD-ATUAL             PIC X(184).
000539 COPY AUDITLOG.
000539 COPY GERPARM.
000539 COPY AUXPARM.
000540 01  W-SWITCHES.
000550     05  W-EOF                   PIC X(01) VALUE "N".
000560         88  W-EOF-SIM           VALUE "S".
000590         88  W-CNPJ-DUPLICADO-SIM VALUE "S".
000591     05  W-TEM-EXCLUSAO          PIC X(01) VALUE "N".
000592         88  W-TEM-EXCLUSAO-SIM  VALUE "S".
000592     05  W-VEND-ACHADO           PIC X(01).
000592         88  W-VEND-ACHADO-SIM   VALUE "S".
000593******************************************************************
000594*    TABELA EM MEMORIA PARA DESFAZER A ULTIMA EXCLUSAO DE PRODUTO *
000595*    (CARGA DA LIXEIRA RECPROD, LOCALIZACAO DO ULTIMO REGISTRO,   *
000596*    E REGRAVACAO DA LIXEIRA SEM O REGISTRO RESTAURADO)           *
000597******************************************************************
000598 01  TAB-RECPROD.
000599     05  TAB-RECPROD-OCR         OCCURS 500 TIMES.
000599         10  TREC-DATA-EXCLUSAO  PIC 9(08).
000599         10  TREC-DADOS-PROD     PIC X(184).
000599 01  W-QTDE-RECPROD              PIC 9(03) COMP VALUE ZERO.
000599 01  W-SUB-RECPROD               PIC 9(03) COMP VALUE ZERO.
000599 01  MSG-RECPROD-VAZIA           PIC X(38)
000820 01  W-TIPOPROD-INF              PIC X(01).
000830     88  W-TIPOPROD-VALIDO       VALUES "H" "A" "E" "L" "D".
000840 01  W-TIPOPROD-DESCR            PIC X(10).
000840 01  W-SITPROD-DESCR             PIC X(12).
000842******************************************************************
000843*    VALIDACAO DO DIGITO VERIFICADOR DO CNPJ (REGPAC)               *
000844******************************************************************
001428     05  W-RETEM-ISS             PIC X(01).
001428         88  W-RETISS-VALIDO     VALUES "S" "N".
001428     05  W-ALIQ-ISS              PIC 9(02)V99.
001428     05  W-ENCARGO-CLI           PIC X(01).
001428         88  W-ENCARGO-VALIDO    VALUES "P" "E" "I".
001428     05  W-JUROS-DIA-CLI         PIC 9(01)V9999.
001428     05  W-MULTA-CLI             PIC 9(02)V99.
001428     05  W-VEND-CARTEIRA         PIC 9(04).
001428     05  W-MOEDA-FORN            PIC X(03).
001429     05  W-CODNCM                PIC 9(08).
001429     05  W-CTRLSERIE             PIC X(01).
001429         88  W-CTRLSER-VALIDO    VALUES "S" "N".
001429     05  W-PESO                  PIC 9(05)V999.
001429     05  W-INSPECAO              PIC X(01).
001429         88  W-INSPECAO-VALIDO   VALUES "S" "N".
001429     05  W-SITPROD               PIC X(01).
001429         88  W-SITPROD-VALIDO    VALUES "A" "L" "C" "V" "I".
001429     05  W-SITPROD-ANTERIOR      PIC X(01).
001429     05  W-GARANTIA-MESES        PIC 9(03).
001429     05  W-VOLUME                PIC 9(02)V9(04).
001428 LINKAGE SECTION.
001429 01  LK-OPERADOR                 PIC X(08).
001430 PROCEDURE DIVISION USING LK-OPERADOR.
001560     DISPLAY "CEP003 - CADASTRO DE PRODUTOS E PARCEIROS".
001570     DISPLAY "1-PRODUTOS   2-PARCEIROS   3-CONSULTA GERAL DO".
001575     DISPLAY "             PARCEIRO (CODIGO/CNPJ/NOME)".
001576     DISPLAY "4-COMPOSICAO DE KITS   5-CARTEIRA DE CLIENTES".
001576     DISPLAY "             POR REGIAO   9-FIM".
001580     ACCEPT W-OPCAO.
001590     EVALUATE W-OPCAO
001600         WHEN "1"
001637                 ROT-CONSULTA-GERAL-EXIT
001638         WHEN "4"
001639             PERFORM ROT-KIT THRU ROT-KIT-EXIT
001639         WHEN "5"
001639             PERFORM ROT-CARTEIRA-REGIAO THRU
001639                 ROT-CARTEIRA-REGIAO-EXIT
001640         WHEN "9"
001650             MOVE "S" TO W-FIM
001660         WHEN OTHER
002375     DISPLAY "ALIQ. ICMS.: " TAXICMS "%".
002376     DISPLAY "VALOR ICMS.: " VALICMS.
002377     DISPLAY "COD. BARRAS: " CODBARRA.
002377     MOVE SITPROD TO W-SITPROD.
002377     PERFORM ROT-DESCR-SITUACAO THRU ROT-DESCR-SITUACAO-EXIT.
002377     DISPLAY "SITUACAO...: " W-SITPROD-DESCR.
002377     DISPLAY "GARANTIA...: " GARANTIA-MESES " MESES".
002377     DISPLAY "VOLUME M3..: " VOLUME.
002380 ROT-EXIBIR-PROD-EXIT. EXIT.
002390******************************************************************
002400*    INC-DESC1 - CONSULTA POR DESCPROD (CHAVE ALTERNATIVA)         *
003538     MOVE ZERO         TO RESERVADA.
003539     MOVE W-CODNCM     TO CODNCM.
003539     MOVE W-CTRLSERIE  TO CTRLSERIE.
003539     MOVE W-PESO       TO PESO.
003539     MOVE W-INSPECAO   TO INSPECAO.
003539     MOVE ZERO         TO QUARENTENA.
003539     MOVE W-SITPROD    TO SITPROD.
003539     MOVE W-GARANTIA-MESES TO GARANTIA-MESES.
003539     MOVE W-VOLUME TO VOLUME.
003539     MOVE SPACE        TO W-SITPROD-ANTERIOR.
003539     PERFORM ROT-CAD-PROD-CONF THRU ROT-CAD-PROD-CONF-EXIT.
003550     CLOSE CADPROD.
003560 INC-WR1-EXIT. EXIT.
003570******************************************************************
003807     MOVE CODBARRA     TO W-CODBARRA.
003808     MOVE CODNCM       TO W-CODNCM.
003808     MOVE CTRLSERIE    TO W-CTRLSERIE.
003808     MOVE PESO         TO W-PESO.
003808     MOVE INSPECAO     TO W-INSPECAO.
003808     MOVE SITPROD      TO W-SITPROD.
003808     IF W-SITPROD = SPACE
003808         MOVE "A" TO W-SITPROD.
003808     MOVE GARANTIA-MESES TO W-GARANTIA-MESES.
003808     MOVE VOLUME TO W-VOLUME.
003810     PERFORM ROT-DIGITAR-PROD THRU ROT-DIGITAR-PROD-EXIT.
003930     PERFORM ROT-CAD-PROD-CONF THRU ROT-CAD-PROD-CONF-EXIT.
003940     CLOSE CADPROD.
004456     PERFORM INC-BARRA THRU INC-BARRA-EXIT.
004457     PERFORM INC-NCM THRU INC-NCM-EXIT.
004457     PERFORM INC-SERIE THRU INC-SERIE-EXIT.
004457     PERFORM INC-PESO THRU INC-PESO-EXIT.
004457     PERFORM INC-INSPECAO THRU INC-INSPECAO-EXIT.
004457     PERFORM INC-SITUACAO THRU INC-SITUACAO-EXIT.
004457     PERFORM INC-GARANTIA THRU INC-GARANTIA-EXIT.
004457     PERFORM INC-VOLUME THRU INC-VOLUME-EXIT.
004460 ROT-DIGITAR-PROD-EXIT. EXIT.
004461******************************************************************
004462*    INC-BARRA - CAPTURA O CODIGO DE BARRAS (EAN) DO PRODUTO E     *
004499         DISPLAY "RESPONDA S OU N"
004499         GO TO INC-SERIE.
004499 INC-SERIE-EXIT. EXIT.
004499******************************************************************
004499*    INC-PESO - PESO BRUTO DA UNIDADE EM KG, BASE DO CALCULO DO
004499*    FRETE DO PEDIDO (FRT000 / TABFRETE)
004499******************************************************************
004499 INC-PESO.
004499     DISPLAY "PESO DA UNIDADE EM KG (EX 1,250) =>".
004499     ACCEPT W-PESO.
004499     IF W-PESO = ZERO
004499         DISPLAY "PRODUTO SEM PESO NAO ENTRA NO CALCULO DO FRETE".
004499 INC-PESO-EXIT. EXIT.
004499******************************************************************
004499*    INC-INSPECAO - PRODUTO COM INSPECAO OBRIGATORIA ENTRA EM     *
004499*    QUARENTENA NO RECEBIMENTO E SO FICA DISPONIVEL DEPOIS DA     *
004499*    APROVACAO NA INSPECAO DE QUALIDADE (CEP080)                  *
004499******************************************************************
004499 INC-INSPECAO.
004499     DISPLAY "EXIGE INSPECAO NO RECEBIMENTO (S/N) =>".
004499     ACCEPT W-INSPECAO.
004499     IF NOT W-INSPECAO-VALIDO
004499         DISPLAY "RESPONDA S OU N"
004499         GO TO INC-INSPECAO.
004499 INC-INSPECAO-EXIT. EXIT.
004499******************************************************************
004499*    INC-GARANTIA - PRAZO DE GARANTIA EM MESES A PARTIR DA VENDA  *
004499*    DA SERIE; A ABERTURA DE RMA (CEP087) RECUSA A RECLAMACAO     *
004499*    FORA DO PRAZO                                                *
004499******************************************************************
004499 INC-GARANTIA.
004499     DISPLAY "PRAZO DE GARANTIA EM MESES (0=SEM GARANTIA) =>".
004499     ACCEPT W-GARANTIA-MESES.
004499     IF W-GARANTIA-MESES > ZERO AND W-CTRLSERIE NOT = "S"
004499         DISPLAY "RMA SO E ABERTA PARA PRODUTO COM SERIE".
004499 INC-GARANTIA-EXIT. EXIT.
004499******************************************************************
004499*    INC-VOLUME - VOLUME DA UNIDADE EM M3; A ROTEIRIZACAO (CEP020)*
004499*    SOMA O VOLUME DOS ITENS DO PEDIDO CONTRA A CAPACIDADE DO     *
004499*    VEICULO                                                      *
004499******************************************************************
004499 INC-VOLUME.
004499     DISPLAY "VOLUME DA UNIDADE EM M3 (EX 0,0150) =>".
004499     ACCEPT W-VOLUME.
004499     IF W-VOLUME = ZERO
004499         DISPLAY "PRODUTO SEM VOLUME NAO OCUPA ESPACO NA CARGA".
004499 INC-VOLUME-EXIT. EXIT.
004499******************************************************************
004499*    INC-SITUACAO - CICLO DE VIDA DO PRODUTO (SITPROD):           *
004499*    LIQUIDACAO E BLOQUEIO DE COMPRA TIRAM O ITEM DA GERACAO E DO *
004499*    RECEBIMENTO DE COMPRAS, BLOQUEIO DE VENDA TIRA DOS PEDIDOS,  *
004499*    ORCAMENTOS E BALCAO, E O INATIVO SAI DOS DOIS LADOS          *
004499******************************************************************
004499 INC-SITUACAO.
004499     DISPLAY "SITUACAO (A-ATIVO  L-LIQUIDACAO  C-BLOQ. COMPRA".
004499     DISPLAY "          V-BLOQ. VENDA  I-INATIVO) =>".
004499     ACCEPT W-SITPROD.
004499     IF NOT W-SITPROD-VALIDO
004499         DISPLAY "SITUACAO INVALIDA"
004499         GO TO INC-SITUACAO.
004499 INC-SITUACAO-EXIT. EXIT.
004499******************************************************************
004499*    ROT-DESCR-SITUACAO - DESCRICAO DA SITUACAO W-SITPROD         *
004499******************************************************************
004499 ROT-DESCR-SITUACAO.
004499     EVALUATE W-SITPROD
004499         WHEN "L"
004499             MOVE "LIQUIDACAO"       TO W-SITPROD-DESCR
004499         WHEN "C"
004499             MOVE "BLOQ. COMPRA"     TO W-SITPROD-DESCR
004499         WHEN "V"
004499             MOVE "BLOQ. VENDA"      TO W-SITPROD-DESCR
004499         WHEN "I"
004499             MOVE "INATIVO"          TO W-SITPROD-DESCR
004499         WHEN OTHER
004499             MOVE "ATIVO"            TO W-SITPROD-DESCR
004499     END-EVALUATE.
004499 ROT-DESCR-SITUACAO-EXIT. EXIT.
004470******************************************************************
004480*    INC-UNI2 - VALIDA A UNIDADE DO PRODUTO (UNPROD)               *
004490******************************************************************
005334         DISPLAY "REGISTRO ALTERADO POR OUTRO OPERADOR"
005335         DISPLAY "GRAVACAO CANCELADA, RECOMECE A ALTERACAO"
005336         GO TO ROT-CAD-PROD-CONF-EXIT.
005336     MOVE SITPROD      TO W-SITPROD-ANTERIOR.
005336     IF W-SITPROD-ANTERIOR = SPACE
005336         MOVE "A" TO W-SITPROD-ANTERIOR.
005337     MOVE W-DESCPROD   TO DESCPROD.
005338     MOVE W-UNPROD     TO UNPROD.
005339     MOVE W-TIPOPROD   TO TIPOPROD.
005349     MOVE W-CODBARRA   TO CODBARRA.
005349     MOVE W-CODNCM     TO CODNCM.
005349     MOVE W-CTRLSERIE  TO CTRLSERIE.
005349     MOVE W-PESO       TO PESO.
005349     MOVE W-INSPECAO   TO INSPECAO.
005349     MOVE W-SITPROD    TO SITPROD.
005349     MOVE W-GARANTIA-MESES TO GARANTIA-MESES.
005349     MOVE W-VOLUME TO VOLUME.
005349     REWRITE REGPROD
005360         INVALID KEY
005370             DISPLAY "ERRO NA ALTERACAO"
005380         NOT INVALID KEY
005399             MOVE REGPROD       TO AUD-DEPOIS
005400             PERFORM ROT-GRAVAR-AUDITORIA
005401                 THRU ROT-GRAVAR-AUDITORIA-EXIT
005401             PERFORM ROT-AUDITAR-SITUACAO
005401                 THRU ROT-AUDITAR-SITUACAO-EXIT
005402     END-REWRITE.
005410     GO TO ROT-CAD-PROD-CONF-EXIT.
005420 ROT-CAD-PROD-CONF-2.
005479             MOVE REGPROD       TO AUD-DEPOIS
005480             PERFORM ROT-GRAVAR-AUDITORIA
005481                 THRU ROT-GRAVAR-AUDITORIA-EXIT
005481             PERFORM ROT-AUDITAR-SITUACAO
005481                 THRU ROT-AUDITAR-SITUACAO-EXIT
005490     END-WRITE.
005500 ROT-CAD-PROD-CONF-EXIT. EXIT.
005500******************************************************************
005500*    ROT-AUDITAR-SITUACAO - TROCA DE SITPROD GANHA ENTRADA        *
005500*    PROPRIA NA FAUDIT (A IMAGEM DO REGPROD NA ENTRADA DA         *
005500*    INCLUSAO/ALTERACAO NAO ALCANCA O CAMPO), COM A MESMA         *
005500*    OPERACAO DA ENTRADA QUE ACABOU DE SER GRAVADA (ANTERIOR EM   *
005500*    BRANCO = INCLUSAO)                                           *
005500******************************************************************
005500 ROT-AUDITAR-SITUACAO.
005500     IF SITPROD = W-SITPROD-ANTERIOR
005500         GO TO ROT-AUDITAR-SITUACAO-EXIT.
005500     IF W-SITPROD-ANTERIOR = SPACE AND PROD-ATIVO
005500         GO TO ROT-AUDITAR-SITUACAO-EXIT.
005500     MOVE "CADPROD"     TO AUD-ARQUIVO.
005500     MOVE CODPROD       TO AUD-CHAVE.
005500     MOVE SPACES        TO AUD-ANTES AUD-DEPOIS.
005500     MOVE W-SITPROD-ANTERIOR TO W-SITPROD.
005500     PERFORM ROT-DESCR-SITUACAO THRU ROT-DESCR-SITUACAO-EXIT.
005500     IF W-SITPROD-ANTERIOR NOT = SPACE
005500         STRING "SITUACAO DO PRODUTO " W-SITPROD " "
005500             W-SITPROD-DESCR DELIMITED BY SIZE INTO AUD-ANTES.
005500     MOVE SITPROD TO W-SITPROD.
005500     PERFORM ROT-DESCR-SITUACAO THRU ROT-DESCR-SITUACAO-EXIT.
005500     STRING "SITUACAO DO PRODUTO " W-SITPROD " " W-SITPROD-DESCR
005500         DELIMITED BY SIZE INTO AUD-DEPOIS.
005500     PERFORM ROT-GRAVAR-AUDITORIA
005500         THRU ROT-GRAVAR-AUDITORIA-EXIT.
005500 ROT-AUDITAR-SITUACAO-EXIT. EXIT.
005501******************************************************************
005502*    ROT-GRAVAR-AUDITORIA - APENSA A TRILHA DE AUDITORIA FAUDIT,    *
005503*                           COMPARTILHADA COM OS DEMAIS CADASTROS,  *
005514         OPEN EXTEND FAUDIT.
005515     WRITE REG-FAUDIT FROM REG-AUDITLOG.
005516     CLOSE FAUDIT.
005516     MOVE REG-AUDITLOG TO AUX-REGISTRO.
005516     MOVE "G" TO AUX-ACAO.
005516     CALL "AUX000" USING AUX-PARAMETROS-AREA.
005517 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
005440******************************************************************
005450*    VALIDADATA - VALIDA DIA/MES/ANO (4 DIGITOS) DA ULTIMA COMPRA  *
006565     MOVE W-ALIQ-IRRF   TO ALIQ-IRRF.
006565     MOVE W-RETEM-ISS   TO RETEM-ISS.
006565     MOVE W-ALIQ-ISS    TO ALIQ-ISS.
006565     MOVE W-ENCARGO-CLI TO ENCARGO-CLI.
006565     MOVE W-JUROS-DIA-CLI TO JUROS-DIA-CLI.
006565     MOVE W-MULTA-CLI   TO MULTA-CLI.
006565     MOVE W-VEND-CARTEIRA TO VEND-CARTEIRA.
006565     MOVE W-MOEDA-FORN  TO MOEDA-FORN.
006566     MOVE "L"           TO SITCRED.
006570     WRITE REGPAC
006580         INVALID KEY
006945     MOVE ALIQ-IRRF  TO W-ALIQ-IRRF.
006945     MOVE RETEM-ISS  TO W-RETEM-ISS.
006945     MOVE ALIQ-ISS   TO W-ALIQ-ISS.
006945     MOVE ENCARGO-CLI TO W-ENCARGO-CLI.
006945     MOVE JUROS-DIA-CLI TO W-JUROS-DIA-CLI.
006945     MOVE MULTA-CLI  TO W-MULTA-CLI.
006945     MOVE VEND-CARTEIRA TO W-VEND-CARTEIRA.
006945     MOVE VEND-CARTEIRA TO W-VEND-ANTERIOR.
006945     MOVE MOEDA-FORN TO W-MOEDA-FORN.
006946     MOVE REGPAC TO W-REGPAC-ANTES.
006950     PERFORM ROT-DIGITAR-PARC THRU ROT-DIGITAR-PARC-EXIT.
006952     MOVE W-CODIGO      TO CODIGO.
007095     MOVE W-ALIQ-IRRF   TO ALIQ-IRRF.
007095     MOVE W-RETEM-ISS   TO RETEM-ISS.
007095     MOVE W-ALIQ-ISS    TO ALIQ-ISS.
007095     MOVE W-ENCARGO-CLI TO ENCARGO-CLI.
007095     MOVE W-JUROS-DIA-CLI TO JUROS-DIA-CLI.
007095     MOVE W-MULTA-CLI   TO MULTA-CLI.
007095     MOVE W-VEND-CARTEIRA TO VEND-CARTEIRA.
007095     MOVE W-MOEDA-FORN  TO MOEDA-FORN.
007100     REWRITE REGPAC
007110         INVALID KEY
007120             DISPLAY "ERRO NA ALTERACAO"
007146             MOVE REGPAC        TO AUD-DEPOIS
007147             PERFORM ROT-GRAVAR-AUDITORIA
007148                 THRU ROT-GRAVAR-AUDITORIA-EXIT
007148             IF W-VEND-CARTEIRA NOT = W-VEND-ANTERIOR
007148                 PERFORM ROT-AUDITAR-CARTEIRA
007148                     THRU ROT-AUDITAR-CARTEIRA-EXIT
007148             END-IF
007150             PERFORM ROT-MENS2 THRU ROT-MENS2-EXIT.
007160     CLOSE CADPARCEIRO.
007170 EDI-NOME-EXIT. EXIT.
007460     CLOSE CADPARCEIRO.
007470 EXC-OPC-EXIT. EXIT.
007471******************************************************************
007472*    ROT-VERIF-FORN - VERIFICA SE O PARCEIRO AINDA TEM    *       *
007473*                              PRODUTOS COM CODFORN APONTANDO      *
007474*                              PARA ELE, ANTES DE PERMITIR EXCLUIR *
007475******************************************************************
007792     PERFORM INC-TELPREF THRU INC-TELPREF-EXIT.
007793     PERFORM INC-LIMCRED THRU INC-LIMCRED-EXIT.
007794     PERFORM INC-RETENCAO THRU INC-RETENCAO-EXIT.
007794     PERFORM INC-ENCARGOS THRU INC-ENCARGOS-EXIT.
007794     PERFORM INC-CARTEIRA THRU INC-CARTEIRA-EXIT.
007794     PERFORM INC-MOEDA THRU INC-MOEDA-EXIT.
007800 ROT-DIGITAR-PARC-EXIT. EXIT.
007801******************************************************************
007802*    INC-LIMCRED - LIMITE DE CREDITO PARA VENDA A PRAZO (SOMENTE   *
007813     ELSE
007813         MOVE ZERO TO W-ALIQ-ISS.
007813 INC-RETENCAO-EXIT. EXIT.
007813******************************************************************
007813*    INC-ENCARGOS - JUROS E MULTA DE ATRASO DO CLIENTE: P SEGUE O  *
007813*    PARMSYS, E USA AS TAXAS PROPRIAS, I ISENTO (FORNECEDOR PURO   *
007813*    FICA NO PADRAO)                                               *
007813******************************************************************
007813 INC-ENCARGOS.
007813     IF W-TIPO-PARCEIRO = "F"
007813         MOVE "P"  TO W-ENCARGO-CLI
007813         MOVE ZERO TO W-JUROS-DIA-CLI W-MULTA-CLI
007813         GO TO INC-ENCARGOS-EXIT.
007813 INC-ENCARGO-TIPO.
007813     DISPLAY "ENCARGOS (P-PADRAO/E-PROPRIOS/I-ISENTO) =>".
007813     ACCEPT W-ENCARGO-CLI.
007813     IF W-ENCARGO-CLI = SPACE
007813         MOVE "P" TO W-ENCARGO-CLI.
007813     IF NOT W-ENCARGO-VALIDO
007813         DISPLAY "RESPONDA P, E OU I"
007813         GO TO INC-ENCARGO-TIPO.
007813     IF W-ENCARGO-CLI NOT = "E"
007813         MOVE ZERO TO W-JUROS-DIA-CLI W-MULTA-CLI
007813         GO TO INC-ENCARGOS-EXIT.
007813     DISPLAY "JUROS POR DIA UTIL EM % (EX 0,0333) =>".
007813     ACCEPT W-JUROS-DIA-CLI.
007813     DISPLAY "MULTA POR ATRASO EM % (EX 02,00) =>".
007813     ACCEPT W-MULTA-CLI.
007813 INC-ENCARGOS-EXIT. EXIT.
007813******************************************************************
007813*    INC-CARTEIRA - VENDEDOR RESPONSAVEL PELO CLIENTE (CADVEND),   *
007813*    ZERO = SEM DONO; FORNECEDOR PURO NAO TEM CARTEIRA             *
007813******************************************************************
007813 INC-CARTEIRA.
007813     IF W-TIPO-PARCEIRO = "F"
007813         MOVE ZERO TO W-VEND-CARTEIRA
007813         GO TO INC-CARTEIRA-EXIT.
007813     DISPLAY "VENDEDOR DA CARTEIRA (0=SEM) =>".
007813     ACCEPT W-VEND-CARTEIRA.
007813     IF W-VEND-CARTEIRA = ZERO
007813         GO TO INC-CARTEIRA-EXIT.
007813     MOVE W-VEND-CARTEIRA TO W-CODVEND-INF.
007813     PERFORM ROT-LER-VENDEDOR THRU ROT-LER-VENDEDOR-EXIT.
007813     IF NOT W-VEND-ACHADO-SIM
007813         GO TO INC-CARTEIRA.
007813 INC-CARTEIRA-EXIT. EXIT.
007813******************************************************************
007813*    INC-MOEDA - MOEDA EM QUE O FORNECEDOR FATURA (BRANCO = REAL).*
007813*    CLIENTE PURO NAO TEM MOEDA; "BRL" E GRAVADO COMO BRANCO      *
007813******************************************************************
007813 INC-MOEDA.
007813     IF W-TIPO-PARCEIRO = "C"
007813         MOVE SPACES TO W-MOEDA-FORN
007813         GO TO INC-MOEDA-EXIT.
007813     DISPLAY "MOEDA DO FORNECEDOR (USD, EUR... BRANCO=REAL) =>".
007813     ACCEPT W-MOEDA-FORN.
007813     IF W-MOEDA-FORN = "BRL"
007813         MOVE SPACES TO W-MOEDA-FORN.
007813 INC-MOEDA-EXIT. EXIT.
007813******************************************************************
007813*    ROT-LER-VENDEDOR - CONFERE W-CODVEND-INF NO CADVEND           *
007813******************************************************************
007813 ROT-LER-VENDEDOR.
007813     MOVE "N" TO W-VEND-ACHADO.
007813     OPEN INPUT CADVEND.
007813     IF VND-STATUS NOT = "00"
007813         DISPLAY "ARQUIVO DE VENDEDORES NAO EXISTE"
007813         GO TO ROT-LER-VENDEDOR-EXIT.
007813     MOVE W-CODVEND-INF TO VD-CODIGO.
007813     READ CADVEND
007813         INVALID KEY
007813             DISPLAY "VENDEDOR NAO CADASTRADO"
007813         NOT INVALID KEY
007813             MOVE "S" TO W-VEND-ACHADO
007813             DISPLAY "VENDEDOR...: " VD-NOME.
007813     CLOSE CADVEND.
007813 ROT-LER-VENDEDOR-EXIT. EXIT.
007813******************************************************************
007813*    ROT-AUDITAR-CARTEIRA - HISTORICO DE TROCA DE DONO DA CARTEIRA *
007813*    NA FAUDIT (A IMAGEM DO REGPAC NA ENTRADA DE ALTERACAO NAO     *
007813*    ALCANCA O CAMPO). W-VEND-ANTERIOR E VEND-CARTEIRA CARREGADOS  *
007813******************************************************************
007813 ROT-AUDITAR-CARTEIRA.
007813     MOVE "A"           TO AUD-OPERACAO.
007813     MOVE "CADPARCEIRO" TO AUD-ARQUIVO.
007813     MOVE CODIGO        TO AUD-CHAVE.
007813     MOVE SPACES        TO AUD-ANTES AUD-DEPOIS.
007813     STRING "CARTEIRA DO VENDEDOR " W-VEND-ANTERIOR
007813         DELIMITED BY SIZE INTO AUD-ANTES.
007813     STRING "CARTEIRA DO VENDEDOR " VEND-CARTEIRA
007813         DELIMITED BY SIZE INTO AUD-DEPOIS.
007813     PERFORM ROT-GRAVAR-AUDITORIA
007813         THRU ROT-GRAVAR-AUDITORIA-EXIT.
007813 ROT-AUDITAR-CARTEIRA-EXIT. EXIT.
007813******************************************************************
007813*    ROT-CARTEIRA-REGIAO - ATRIBUI A CARTEIRA DE TODOS OS CLIENTES *
007813*    CUJO NCEP CAI NA CEP-REGIAO INFORMADA AO VENDEDOR INFORMADO.  *
007813*    SEM SUBSTITUICAO, SO PEGA CLIENTE AINDA SEM DONO              *
007813******************************************************************
007813 ROT-CARTEIRA-REGIAO.
007813     DISPLAY "REGIAO DO CEP (CEP-REGIAO) =>".
007813     ACCEPT W-REGIAO-INF.
007813     DISPLAY "VENDEDOR QUE ASSUME A CARTEIRA =>".
007813     ACCEPT W-CODVEND-INF.
007813     IF W-CODVEND-INF = ZERO
007813         DISPLAY "VENDEDOR OBRIGATORIO"
007813         GO TO ROT-CARTEIRA-REGIAO-EXIT.
007813     PERFORM ROT-LER-VENDEDOR THRU ROT-LER-VENDEDOR-EXIT.
007813     IF NOT W-VEND-ACHADO-SIM
007813         GO TO ROT-CARTEIRA-REGIAO-EXIT.
007813     DISPLAY "SUBSTITUIR CLIENTES QUE JA TEM DONO (S/N) =>".
007813     ACCEPT W-SUBSTITUIR.
007813     IF W-SUBSTITUIR = "s"
007813         MOVE "S" TO W-SUBSTITUIR.
007813     DISPLAY "CONFIRMA A ATRIBUICAO (S/N) ==>".
007813     ACCEPT W-CONF.
007813     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
007813         DISPLAY "ATRIBUICAO CANCELADA"
007813         GO TO ROT-CARTEIRA-REGIAO-EXIT.
007813     OPEN I-O CADPARCEIRO.
007813     IF PARC-STATUS NOT = "00"
007813         DISPLAY MSG-ARQ-PARC-INEXISTENTE
007813         GO TO ROT-CARTEIRA-REGIAO-EXIT.
007813     OPEN INPUT CADCEP.
007813     IF CEP-STATUS NOT = "00"
007813         DISPLAY MSG-ARQ-CEP-INEXISTENTE
007813         CLOSE CADPARCEIRO
007813         GO TO ROT-CARTEIRA-REGIAO-EXIT.
007813     MOVE ZERO TO W-QTDE-CARTEIRA.
007813     MOVE "N" TO W-EOF.
007813     MOVE LOW-VALUES TO CODIGO.
007813     START CADPARCEIRO KEY IS NOT LESS THAN CODIGO
007813         INVALID KEY MOVE "S" TO W-EOF.
007813     IF NOT W-EOF-SIM
007813         PERFORM ROT-LER-PARC-CARTEIRA
007813             THRU ROT-LER-PARC-CARTEIRA-EXIT.
007813     PERFORM ROT-ATRIBUIR-CARTEIRA THRU ROT-ATRIBUIR-CARTEIRA-EXIT
007813         UNTIL W-EOF-SIM.
007813     CLOSE CADCEP.
007813     CLOSE CADPARCEIRO.
007813     MOVE W-QTDE-CARTEIRA TO W-QTDE-CARTEIRA-ED.
007813     DISPLAY "CLIENTES ATRIBUIDOS AO VENDEDOR: "
007813         W-QTDE-CARTEIRA-ED.
007813     PERFORM ROT-MENS2 THRU ROT-MENS2-EXIT.
007813 ROT-CARTEIRA-REGIAO-EXIT. EXIT.
007813 ROT-LER-PARC-CARTEIRA.
007813     READ CADPARCEIRO NEXT RECORD
007813         AT END MOVE "S" TO W-EOF.
007813 ROT-LER-PARC-CARTEIRA-EXIT. EXIT.
007813 ROT-ATRIBUIR-CARTEIRA.
007813     IF PARCEIRO-FORNECEDOR
007813         GO TO ROT-ATRIBUIR-CARTEIRA-LER.
007813     IF VEND-CARTEIRA = W-CODVEND-INF
007813         GO TO ROT-ATRIBUIR-CARTEIRA-LER.
007813     IF VEND-CARTEIRA NOT = ZERO AND W-SUBSTITUIR NOT = "S"
007813         GO TO ROT-ATRIBUIR-CARTEIRA-LER.
007813     MOVE NCEP TO CEP-CODIGO.
007813     READ CADCEP
007813         INVALID KEY GO TO ROT-ATRIBUIR-CARTEIRA-LER.
007813     IF CEP-REGIAO NOT = W-REGIAO-INF
007813         GO TO ROT-ATRIBUIR-CARTEIRA-LER.
007813     MOVE VEND-CARTEIRA TO W-VEND-ANTERIOR.
007813     MOVE W-CODVEND-INF TO VEND-CARTEIRA.
007813     REWRITE REGPAC
007813         INVALID KEY
007813             DISPLAY "ERRO NA REGRAVACAO DO PARCEIRO " CODIGO
007813         NOT INVALID KEY
007813             ADD 1 TO W-QTDE-CARTEIRA
007813             PERFORM ROT-AUDITAR-CARTEIRA
007813                 THRU ROT-AUDITAR-CARTEIRA-EXIT.
007813 ROT-ATRIBUIR-CARTEIRA-LER.
007813     PERFORM ROT-LER-PARC-CARTEIRA
007813         THRU ROT-LER-PARC-CARTEIRA-EXIT.
007813 ROT-ATRIBUIR-CARTEIRA-EXIT. EXIT.
007801******************************************************************
007802*    INC-TIPOTEL1/2/3 - VALIDA O ROTULO DE CADA TELEFONE           *
007803*                       (C-CELULAR/F-FIXO/W-WHATSAPP)              *
