000210* 2026-08-22 BH        VERSAO INICIAL                             *
000215* 2026-08-22 BH        SAIDA COM GOBACK PARA DEVOLVER O CONTROLE  *
000216*                      AO MENU000, COMO AS DEMAIS TELAS DO MENU    *
000216* 2026-10-15 BH        TIPO DE FOLHA "A" - REMESSA DO             *
000216*                      ADIANTAMENTO QUINZENAL GERADO PELO         *
000216*                      FP16224                                    *
000216* 2026-10-15 BH        OPCAO 3 - REMESSA DE CREDITO AOS           *
000216*                      BENEFICIARIOS DE PENSAO ALIMENTICIA,       *
000216*                      LIDA DO PENPAGTO DA COMPETENCIA E TIPO     *
000216*                      DE FOLHA COM OS DADOS BANCARIOS DA         *
000216*                      PENSAO (FP16225)                           *
000216* 2026-10-15 BH        TIPO D NA REMESSA - DIFERENCAS             *
000216*                      RETROATIVAS DE ACORDO COLETIVO (FP16226)   *
000216* 2026-10-15 BH        TIPO DE FOLHA GRAVADO NO HEADER DA         *
000216*                      REMESSA (CH-TIPO-FOLHA), PARA O            *
000216*                      BALANCEAMENTO DIARIO (BALDIA) CONFERIR     *
000216*                      A REMESSA CONTRA O FOPAGTO                 *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. FP16215.
000490     SELECT REPCNAB ASSIGN TO "REPCNAB"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS REL-STATUS.
000510     SELECT PENPAGTO ASSIGN TO "PENPAGTO"
000510         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PP-CHAVE
000510         FILE STATUS IS PPG-STATUS.
000510     SELECT PENSAO ASSIGN TO "PENSAO"
000510         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PN-CHAVE
000510         FILE STATUS IS PEN-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  FOPAGTO
000660 FD  REPCNAB
000670     LABEL RECORDS ARE STANDARD.
000680 01  REG-RELAT                   PIC X(100).
000680 FD  PENPAGTO
000680     LABEL RECORDS ARE STANDARD.
000680     COPY REGPPG.
000680 FD  PENSAO
000680     LABEL RECORDS ARE STANDARD.
000680     COPY REGPEN.
000690 WORKING-STORAGE SECTION.
000700 01  PAG-STATUS                  PIC X(02).
000710 01  FUNC-STATUS                 PIC X(02).
000720 01  REM-STATUS                  PIC X(02).
000730 01  RET-STATUS                  PIC X(02).
000740 01  REL-STATUS                  PIC X(02).
000740 01  PPG-STATUS                  PIC X(02).
000740 01  PEN-STATUS                  PIC X(02).
000750 01  W-SWITCHES.
000760     05  W-FIM                   PIC X(01) VALUE "N".
000770         88  W-FIM-SIM           VALUE "S".
000830 01  W-MES-INF                   PIC 9(02).
000840 01  W-ANO-INF                   PIC 9(04).
000850 01  W-TIPO-FOLHA-INF            PIC X(01).
000860     88  W-TIPO-FOLHA-VALIDO     VALUES "M" "T" "A" "D".
000860     88  W-TIPO-PENSAO-VALIDO    VALUES "M" "T" "F" "R".
000870 01  W-QTDE-CREDITOS             PIC 9(06) VALUE ZERO.
000880 01  W-TOTAL-CREDITOS            PIC 9(13)V99 VALUE ZERO.
000890 01  W-QTDE-SEM-BANCO            PIC 9(06) VALUE ZERO.
000990     05  CH-DATA                 PIC 9(06).
001000     05  CH-COMP-ANO             PIC 9(04).
001010     05  CH-COMP-MES             PIC 9(02).
001015     05  CH-TIPO-FOLHA           PIC X(01).
001020     05  FILLER                  PIC X(61) VALUE SPACES.
001030 01  CNAB-DETALHE.
001040     05  CD-TIPO                 PIC X(01) VALUE "1".
001050     05  CD-CODFUNC              PIC 9(06).
001650 2000-MENU.
001660     DISPLAY " ".
001670     DISPLAY "FP16215 - REMESSA BANCARIA DE PAGAMENTOS".
001680     DISPLAY "1-GERAR REMESSA   2-LER RETORNO".
001680     DISPLAY "3-REMESSA DE PENSAO ALIMENTICIA   9-FIM".
001690     ACCEPT W-OPCAO.
001700     EVALUATE W-OPCAO
001710         WHEN "1"
001720             PERFORM 3000-GERAR-REMESSA THRU 3000-EXIT
001730         WHEN "2"
001740             PERFORM 4000-LER-RETORNO THRU 4000-EXIT
001740         WHEN "3"
001740             PERFORM 5000-REMESSA-PENSAO THRU 5000-EXIT
001750         WHEN "9"
001760             MOVE "S" TO W-FIM
001770         WHEN OTHER
001880     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
001890     ACCEPT W-ANO-INF.
001900 3000-TIPO.
001910     DISPLAY "TIPO DE FOLHA (M-MENSAL/T-13O/A-ADIANTAMENTO/"
001910             "D-DIFERENCAS) =>".
001920     ACCEPT W-TIPO-FOLHA-INF.
001930     IF NOT W-TIPO-FOLHA-VALIDO
001940         DISPLAY "TIPO INVALIDO"
002110     MOVE ZERO TO W-QTDE-SEM-BANCO.
002120     ACCEPT W-DATA-HOJE FROM DATE.
002130     MOVE W-DATA-HOJE TO CH-DATA.
002130     MOVE "REMESSA SALARIO" TO CH-LITERAL.
002140     MOVE W-ANO-INF   TO CH-COMP-ANO.
002150     MOVE W-MES-INF   TO CH-COMP-MES.
002155     MOVE W-TIPO-FOLHA-INF TO CH-TIPO-FOLHA.
002160     WRITE REG-CNABREM FROM CNAB-HEADER.
002170     WRITE REG-RELAT FROM CAB-RELAT.
002180     MOVE "N" TO W-EOF.
003060                     " STATUS " CR-STATUS " " CR-NOME
003070             END-IF.
003080 4100-EXIT. EXIT.
003080******************************************************************
003080*    5000-REMESSA-PENSAO - CREDITO AOS BENEFICIARIOS DE PENSAO    *
003080*    ALIMENTICIA: LE O PENPAGTO DA COMPETENCIA E TIPO DE FOLHA    *
003080*    (GRAVADO PELO PEN000 NOS CALCULOS) E GRAVA A REMESSA NO      *
003080*    MESMO LAYOUT CNAB, COM OS DADOS BANCARIOS DA PENSAO          *
003080******************************************************************
003080 5000-REMESSA-PENSAO.
003080     DISPLAY "MES DA COMPETENCIA =>".
003080     ACCEPT W-MES-INF.
003080     DISPLAY "ANO DA COMPETENCIA (4 DIGITOS) =>".
003080     ACCEPT W-ANO-INF.
003080 5000-TIPO.
003080     DISPLAY "FOLHA (M-MENSAL/T-13O/F-FERIAS/R-RESCISAO) =>".
003080     ACCEPT W-TIPO-FOLHA-INF.
003080     IF NOT W-TIPO-PENSAO-VALIDO
003080         DISPLAY "TIPO INVALIDO"
003080         GO TO 5000-TIPO.
003080     OPEN INPUT PENPAGTO.
003080     IF PPG-STATUS NOT = "00"
003080         DISPLAY "ARQUIVO PENPAGTO NAO EXISTE"
003080         GO TO 5000-EXIT.
003080     OPEN INPUT PENSAO.
003080     IF PEN-STATUS NOT = "00"
003080         DISPLAY "PENSAO AUSENTE - REMESSA NAO GERADA"
003080         CLOSE PENPAGTO
003080         GO TO 5000-EXIT.
003080     OPEN OUTPUT CNABREM.
003080     OPEN OUTPUT REPCNAB.
003080     MOVE ZERO TO W-QTDE-CREDITOS.
003080     MOVE ZERO TO W-TOTAL-CREDITOS.
003080     MOVE ZERO TO W-QTDE-SEM-BANCO.
003080     ACCEPT W-DATA-HOJE FROM DATE.
003080     MOVE W-DATA-HOJE TO CH-DATA.
003080     MOVE "REMESSA PENSAO" TO CH-LITERAL.
003080     MOVE W-ANO-INF   TO CH-COMP-ANO.
003080     MOVE W-MES-INF   TO CH-COMP-MES.
003080     MOVE W-TIPO-FOLHA-INF TO CH-TIPO-FOLHA.
003080     WRITE REG-CNABREM FROM CNAB-HEADER.
003080     WRITE REG-RELAT FROM CAB-RELAT.
003080     MOVE W-ANO-INF        TO PP-COMP-ANO.
003080     MOVE W-MES-INF        TO PP-COMP-MES.
003080     MOVE W-TIPO-FOLHA-INF TO PP-TIPO-FOLHA.
003080     MOVE ZERO             TO PP-CODFUNC.
003080     MOVE ZERO             TO PP-SEQ.
003080     MOVE "N" TO W-EOF.
003080     START PENPAGTO KEY IS NOT LESS THAN PP-CHAVE
003080         INVALID KEY
003080             MOVE "S" TO W-EOF.
003080     PERFORM 5100-LER-PENPAGTO THRU 5100-EXIT
003080         UNTIL W-EOF-SIM.
003080     MOVE W-QTDE-CREDITOS  TO CT-QTDE.
003080     MOVE W-TOTAL-CREDITOS TO CT-TOTAL.
003080     WRITE REG-CNABREM FROM CNAB-TRAILER.
003080     MOVE W-QTDE-CREDITOS  TO TR-QTDE.
003080     MOVE W-TOTAL-CREDITOS TO TR-TOTAL.
003080     WRITE REG-RELAT FROM TOT-RELAT.
003080     CLOSE CNABREM REPCNAB PENPAGTO PENSAO.
003080     DISPLAY "CREDITOS NA REMESSA....: " W-QTDE-CREDITOS.
003080     DISPLAY "TOTAL DA REMESSA.......: " W-TOTAL-CREDITOS.
003080     DISPLAY "SEM DADOS BANCARIOS....: " W-QTDE-SEM-BANCO.
003080     DISPLAY "REMESSA GRAVADA EM CNABREM, LISTA EM REPCNAB".
003080 5000-EXIT. EXIT.
003080 5100-LER-PENPAGTO.
003080     READ PENPAGTO NEXT RECORD
003080         AT END
003080             MOVE "S" TO W-EOF
003080             GO TO 5100-EXIT.
003080     IF PP-COMP-ANO   NOT = W-ANO-INF
003080         OR PP-COMP-MES   NOT = W-MES-INF
003080         OR PP-TIPO-FOLHA NOT = W-TIPO-FOLHA-INF
003080         MOVE "S" TO W-EOF
003080         GO TO 5100-EXIT.
003080     IF PP-VALOR > ZERO
003080         PERFORM 5200-CREDITO-PENSAO THRU 5200-EXIT.
003080 5100-EXIT. EXIT.
003080******************************************************************
003080*    5200-CREDITO-PENSAO - DETALHE DO CREDITO AO BENEFICIARIO     *
003080*    (CD-CODFUNC FICA COM O FUNCIONARIO QUE PAGA A PENSAO)        *
003080******************************************************************
003080 5200-CREDITO-PENSAO.
003080     MOVE PP-CODFUNC TO PN-CODFUNC.
003080     MOVE PP-SEQ     TO PN-SEQ.
003080     READ PENSAO
003080         INVALID KEY
003080             DISPLAY "PENSAO " PP-CODFUNC "/" PP-SEQ
003080                 " SEM CADASTRO - FORA DA REMESSA"
003080             ADD 1 TO W-QTDE-SEM-BANCO
003080             GO TO 5200-EXIT.
003080     IF PN-BANCO = ZERO
003080         DISPLAY "PENSAO " PP-CODFUNC "/" PP-SEQ
003080             " SEM DADOS BANCARIOS - FORA DA REMESSA"
003080         ADD 1 TO W-QTDE-SEM-BANCO
003080         GO TO 5200-EXIT.
003080     MOVE PP-CODFUNC   TO CD-CODFUNC.
003080     MOVE PN-BANCO     TO CD-BANCO.
003080     MOVE PN-AGENCIA   TO CD-AGENCIA.
003080     MOVE PN-CONTA     TO CD-CONTA.
003080     MOVE PN-DV        TO CD-DV.
003080     MOVE PN-NOME      TO CD-NOME.
003080     MOVE PP-VALOR     TO CD-VALOR.
003080     MOVE SPACES       TO CD-STATUS.
003080     WRITE REG-CNABREM FROM CNAB-DETALHE.
003080     MOVE PP-CODFUNC   TO DR-CODFUNC.
003080     MOVE PN-NOME      TO DR-NOME.
003080     MOVE PN-BANCO     TO DR-BANCO.
003080     MOVE PN-AGENCIA   TO DR-AGENCIA.
003080     MOVE PN-CONTA     TO DR-CONTA.
003080     MOVE PN-DV        TO DR-DV.
003080     MOVE PP-VALOR     TO DR-VALOR.
003080     WRITE REG-RELAT FROM DET-RELAT.
003080     ADD 1 TO W-QTDE-CREDITOS.
003080     ADD PP-VALOR TO W-TOTAL-CREDITOS.
003080 5200-EXIT. EXIT.
