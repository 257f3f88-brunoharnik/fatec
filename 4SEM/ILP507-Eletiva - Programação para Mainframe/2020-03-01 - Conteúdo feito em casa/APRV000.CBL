000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-09-02 BH        VERSAO INICIAL                             *
000201* 2026-09-23 BH        PEDIDO "LM" MOSTRA O LANCAMENTO MANUAL DO  *
000202*                      CTBMANL (COMPETENCIA, CONTAS, HISTORICO)   *
000202* 2026-10-10 BH        PEDIDO "RD" MOSTRA O RECEBIMENTO           *
000202*                      DIVERGENTE DO NFENTRA (FORNECEDOR, NOTA,   *
000202*                      CHAVE, VALOR E DIVERGENCIAS)               *
000202* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000202*                      FAUDIDX (AUX000)                           *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. APRV000.
000450     SELECT FAUDIT ASSIGN TO "FAUDIT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS AUD-STATUS.
000471     SELECT CTBMANL ASSIGN TO "CTBMANL"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS LM-NUMERO
000475         FILE STATUS IS LMN-STATUS.
000475     SELECT NFENTRA ASSIGN TO "NFENTRA"
000475         ORGANIZATION IS INDEXED
000475         ACCESS MODE IS DYNAMIC
000475         RECORD KEY IS NE-CHAVE
000475         FILE STATUS IS NFE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  APROVPEN
000560 FD  FAUDIT
000570     LABEL RECORDS ARE STANDARD.
000580 01  REG-FAUDIT                  PIC X(233).
000581 FD  CTBMANL
000582     LABEL RECORDS ARE STANDARD.
000583     COPY REGLMN.
000583 FD  NFENTRA
000583     LABEL RECORDS ARE STANDARD.
000583     COPY REGNFE.
000590 WORKING-STORAGE SECTION.
000600 01  APR-STATUS                  PIC X(02).
000610 01  PARC-STATUS                 PIC X(02).
000620 01  AUD-STATUS                  PIC X(02).
000621 01  LMN-STATUS                  PIC X(02).
000621 01  NFE-STATUS                  PIC X(02).
000630 COPY AUDITLOG.
000630 COPY AUXPARM.
000640 01  W-SWITCHES.
000650     05  W-FIM                   PIC X(01) VALUE "N".
000660         88  W-FIM-SIM           VALUE "S".
001680             " SENTIDO " AP-SENTIDO.
001690     DISPLAY "FILTROS.....: " AP-FILTROS.
001700     DISPLAY "SOLICITANTE.: " AP-SOLICITANTE.
001701     IF APROV-LANC-MANUAL
001702         PERFORM ROT-EXIBIR-LANC THRU ROT-EXIBIR-LANC-EXIT.
001702     IF APROV-RECEB-DIVERG
001702         PERFORM ROT-EXIBIR-RECEB THRU ROT-EXIBIR-RECEB-EXIT.
001710 ROT-DECISAO.
001720     DISPLAY "DECISAO (A-APROVAR / R-REJEITAR / X-SAIR) =>".
001730     ACCEPT W-DECISAO.
002310         INVALID KEY
002320             DISPLAY "ERRO NA MARCACAO DO PEDIDO".
002330 ROT-APLICAR-LIMITE-EXIT. EXIT.
002331******************************************************************
002332*    ROT-EXIBIR-LANC - DETALHE DO LANCAMENTO CONTABIL MANUAL DO    *
002333*    PEDIDO, PARA O REVISOR CONFERIR ANTES DE DECIDIR              *
002334******************************************************************
002335 ROT-EXIBIR-LANC.
002336     OPEN INPUT CTBMANL.
002337     IF LMN-STATUS NOT = "00"
002338         DISPLAY "ARQUIVO DE LANCAMENTOS MANUAIS NAO EXISTE"
002339         GO TO ROT-EXIBIR-LANC-EXIT.
002340     MOVE AP-CHAVE-ALVO(1:6) TO LM-NUMERO.
002341     READ CTBMANL
002342         INVALID KEY
002343             DISPLAY "LANCAMENTO DO PEDIDO NAO LOCALIZADO"
002344             CLOSE CTBMANL
002345             GO TO ROT-EXIBIR-LANC-EXIT.
002346     DISPLAY "COMPETENCIA.: " LM-COMP-MES "/" LM-COMP-ANO.
002347     DISPLAY "DEBITO......: " LM-CONTA-DEBITO.
002348     DISPLAY "CREDITO.....: " LM-CONTA-CREDITO.
002349     DISPLAY "VALOR.......: " LM-VALOR.
002350     DISPLAY "HISTORICO...: " LM-HISTORICO.
002351     CLOSE CTBMANL.
002352 ROT-EXIBIR-LANC-EXIT. EXIT.
002352******************************************************************
002352*    ROT-EXIBIR-RECEB - DETALHE DO RECEBIMENTO DIVERGENTE (NFENTRA)
002352*    DO PEDIDO, PARA O REVISOR CONFERIR ANTES DE DECIDIR; O TITULO*
002352*    DO CPAGAR SO SAI DEPOIS DA APROVACAO, PELA OPCAO 5 DO CEP016 *
002352******************************************************************
002352 ROT-EXIBIR-RECEB.
002352     OPEN INPUT NFENTRA.
002352     IF NFE-STATUS NOT = "00"
002352         DISPLAY "ARQUIVO DE RECEBIMENTOS NAO EXISTE"
002352         GO TO ROT-EXIBIR-RECEB-EXIT.
002352     MOVE AP-CHAVE-ALVO(1:8) TO NE-NUMERO.
002352     MOVE AP-CHAVE-ALVO(9:3) TO NE-SEQ.
002352     READ NFENTRA
002352         INVALID KEY
002352             DISPLAY "RECEBIMENTO DO PEDIDO NAO LOCALIZADO"
002352             CLOSE NFENTRA
002352             GO TO ROT-EXIBIR-RECEB-EXIT.
002352     DISPLAY "PEDIDO......: " NE-NUMERO " RECEBIMENTO " NE-SEQ.
002352     DISPLAY "FORNECEDOR..: " NE-CODFORN.
002352     DISPLAY "NOTA........: " NE-NNF " SERIE " NE-SERIE.
002352     DISPLAY "CHAVE NF-E..: " NE-CHAVE-NFE.
002352     DISPLAY "VALOR.......: " NE-VALOR.
002352     DISPLAY "DIVERGENCIAS: " NE-QTDE-DIVERG.
002352     CLOSE NFENTRA.
002352 ROT-EXIBIR-RECEB-EXIT. EXIT.
002353******************************************************************
002354*    ROT-GRAVAR-AUDITORIA - SOLICITANTE, APROVADOR E ANTES/        *
002360*    DEPOIS NA TRILHA FAUDIT                                       *
002370******************************************************************
002380 ROT-GRAVAR-AUDITORIA.
002610         OPEN EXTEND FAUDIT.
002620     WRITE REG-FAUDIT FROM REG-AUDITLOG.
002630     CLOSE FAUDIT.
002630     MOVE REG-AUDITLOG TO AUX-REGISTRO.
002630     MOVE "G" TO AUX-ACAO.
002630     CALL "AUX000" USING AUX-PARAMETROS-AREA.
002640 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
