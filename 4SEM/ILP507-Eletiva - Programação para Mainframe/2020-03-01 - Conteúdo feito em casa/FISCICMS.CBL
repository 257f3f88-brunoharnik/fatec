000130*              LOJA). GRAVA O ARQUIVO DE LEIAUTE FIXO FISCICMS    *
000140*              E O RESUMO DE CONFERENCIA (REPFISC) COM O          *
000150*              IMPOSTO TOTALIZADO POR UF E POR TIPOPROD.          *
000152*              GRAVA PONTO DE CONTROLE (CKP000) A CADA 500        *
000154*              MOVIMENTOS LIDOS; REEXECUTADO NA MESMA DATA        *
000156*              DEPOIS DE UM ABEND, CORTA O FISCICMS NO PONTO E    *
000158*              RETOMA DO MOVIMENTO SEGUINTE.                      *
000160*------------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000199*                      DE DESTINO (UMA LINHA POR UF SOB           *
000199*                      CABECALHO PROPRIO), NAO MAIS UMA LINHA     *
000199*                      POR NOTA                                   *
000199* 2026-09-16 BH        RESUMO DO ICMS-ST SEPARADO DO ICMS PROPRIO:
000199*                      ST RETIDO NAS NOTAS DO MES (NOTAREG), MENOS
000199*                      O ST DAS NOTAS CANCELADAS NO MES (DATA DO  *
000199*                      CANCELAMENTO) E DAS DEVOLUCOES DO MES      *
000199*                      (DEVVENDA), POR UF DE DESTINO E LIQUIDO    *
000199* 2026-10-10 BH        RESUMO DAS NOTAS DE ENTRADA DO MES         *
000199*                      (NFENTRA): NUMERO, SERIE, CHAVE DE         *
000199*                      ACESSO, CNPJ DO FORNECEDOR E VALOR, COM    *
000199*                      O TOTAL                                    *
000199* 2026-10-15 BH        PONTO DE CONTROLE (CKP000) A CADA 500      *
000199*                      MOVIMENTOS E REINICIO NA MESMA DATA:       *
000199*                      FISCICMS CORTADO NO PONTO, TOTAIS E        *
000199*                      TABELAS DO RESUMO RECUPERADOS; EVENTOS NO  *
000199*                      RUNLOG (RUNCTL)                            *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. FISCICMS.
000487         ACCESS MODE IS DYNAMIC
000488         RECORD KEY IS NF-NUMERO
000489         FILE STATUS IS NOT-STATUS.
000489     SELECT DEVVENDA ASSIGN TO "DEVVENDA"
000489         ORGANIZATION IS INDEXED
000489         ACCESS MODE IS DYNAMIC
000489         RECORD KEY IS DV-NUMERO
000489         FILE STATUS IS DEV-STATUS.
000489     SELECT NFENTRA ASSIGN TO "NFENTRA"
000489         ORGANIZATION IS INDEXED
000489         ACCESS MODE IS DYNAMIC
000489         RECORD KEY IS NE-CHAVE
000489         FILE STATUS IS NFE-STATUS.
000490     SELECT ARQFISC ASSIGN TO "FISCICMS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FIS-STATUS.
000520     SELECT REPFISC ASSIGN TO "REPFISC"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS REL-STATUS.
000542     SELECT FISCTMP ASSIGN TO "FISCTMP"
000544         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS TMP-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  MOVESTQ
000655 FD  NOTAREG
000656     LABEL RECORDS ARE STANDARD.
000657     COPY REGNOT.
000657 FD  DEVVENDA
000657     LABEL RECORDS ARE STANDARD.
000657     COPY REGDVV.
000657 FD  NFENTRA
000657     LABEL RECORDS ARE STANDARD.
000657     COPY REGNFE.
000660 FD  ARQFISC
000670     LABEL RECORDS ARE STANDARD.
000680 01  REG-ARQFISC.
000780 FD  REPFISC
000790     LABEL RECORDS ARE STANDARD.
000800 01  REG-RELAT                   PIC X(100).
000802 FD  FISCTMP
000804     LABEL RECORDS ARE STANDARD.
000806 01  REG-FISCTMP                 PIC X(69).
000810 WORKING-STORAGE SECTION.
000820 01  MOV-STATUS                  PIC X(02).
000830 01  PROD-STATUS                 PIC X(02).
000840 01  PARC-STATUS                 PIC X(02).
000850 01  FIS-STATUS                  PIC X(02).
000860 01  REL-STATUS                  PIC X(02).
000861 01  TMP-STATUS                  PIC X(02).
000862 01  NOT-STATUS                  PIC X(02).
000862 01  DEV-STATUS                  PIC X(02).
000862 01  NFE-STATUS                  PIC X(02).
000862 01  W-EOF-NFE                   PIC X(01).
000862     88  W-EOF-NFE-SIM           VALUE "S".
000862 01  W-CNPJ-NFE                  PIC 9(15).
000862 01  W-QTDE-NFE                  PIC 9(05) VALUE ZERO.
000862 01  W-TOT-NFE                   PIC 9(15)V99 VALUE ZERO.
000864 01  W-EOF-NOTA                  PIC X(01).
000866     88  W-EOF-NOTA-SIM          VALUE "S".
000868 01  W-UF-NOTA                   PIC X(02).
000890         88  W-EOF-SIM           VALUE "S".
000900     05  W-PROD-ACHADO           PIC X(01).
000910         88  W-PROD-ACHADO-SIM   VALUE "S".
000912     05  W-REINICIO              PIC X(01) VALUE "N".
000914         88  W-REINICIO-SIM      VALUE "S".
000916     05  W-INTERVALO-CKPT        PIC 9(05) VALUE 500.
000918     05  W-CONTA-INTERVALO       PIC 9(05) VALUE ZERO.
000920 01  W-MES-INF                   PIC 9(02).
000930 01  W-ANO-INF                   PIC 9(04).
000940 01  W-UF-LOJA                   PIC X(02).
000980 01  W-QTDE-GRAVADAS             PIC 9(07) VALUE ZERO.
000990 01  W-QTDE-SEM-PROD             PIC 9(07) VALUE ZERO.
001000 01  W-TOT-ICMS                  PIC 9(15)V99 VALUE ZERO.
001001 01  W-QTDE-LIDOS                PIC 9(09) VALUE ZERO.
001002 01  W-QTDE-PULAR                PIC 9(09) VALUE ZERO.
001003 01  W-QTDE-COPIA                PIC 9(09).
001004 COPY RUNPARM.
001005 COPY CKPPARM.
001010******************************************************************
001020*    TOTAIS POR UF E POR TIPOPROD                                  *
001030******************************************************************
001134         10  TUN-UF              PIC X(02).
001134         10  TUN-ICMS            PIC 9(13)V99.
001134 01  W-QTDE-UF-NOTA              PIC 9(02) COMP VALUE ZERO.
001134******************************************************************
001134*    ICMS-ST: RETIDO, ESTORNOS E LIQUIDO POR UF DE DESTINO         *
001134******************************************************************
001134 01  TAB-UF-ST.
001134     05  TAB-UFS-OCR OCCURS 30 TIMES.
001134         10  TUS-UF              PIC X(02).
001134         10  TUS-ST              PIC S9(13)V99.
001134 01  W-QTDE-UF-ST                PIC 9(02) COMP VALUE ZERO.
001134 01  W-EOF-DEV                   PIC X(01).
001134     88  W-EOF-DEV-SIM           VALUE "S".
001134 01  W-AAAAMM-INF                PIC 9(06).
001134 01  W-AAAAMM-CANC               PIC 9(06).
001134 01  W-VALOR-ST                  PIC S9(13)V99.
001134 01  W-ST-RETIDO                 PIC 9(13)V99 VALUE ZERO.
001134 01  W-ST-EST-CANC               PIC 9(13)V99 VALUE ZERO.
001134 01  W-ST-EST-DEV                PIC 9(13)V99 VALUE ZERO.
001134 01  W-ST-LIQUIDO                PIC S9(13)V99 VALUE ZERO.
001140 01  W-ACHOU                     PIC X(01).
001150     88  W-ACHOU-SIM             VALUE "S".
001151******************************************************************
001152*    PARAMETRO DA APURACAO E TOTAIS GUARDADOS NO PONTO DE          *
001153*    CONTROLE                                                      *
001154******************************************************************
001155 01  W-PARAM-EXEC.
001156     05  W-PE-MES                PIC 9(02).
001157     05  W-PE-ANO                PIC 9(04).
001158     05  W-PE-UF-LOJA            PIC X(02).
001159     05  FILLER                  PIC X(12) VALUE SPACES.
001159 01  W-CKP-TOTAIS.
001159     05  PC-QTDE-GRAVADAS        PIC 9(07).
001159     05  PC-QTDE-SEM-PROD        PIC 9(07).
001159     05  PC-TOT-ICMS             PIC 9(15)V99.
001159     05  PC-QTDE-UF              PIC 9(02).
001159     05  PC-QTDE-TIPO            PIC 9(02).
001159     05  PC-QTDE-NCM             PIC 9(02).
001159     05  PC-TAB-UF               PIC X(510).
001159     05  PC-TAB-TIPO             PIC X(480).
001159     05  PC-TAB-NCM              PIC X(1150).
001160******************************************************************
001170*    LINHAS DO RESUMO DE CONFERENCIA                               *
001180******************************************************************
001370     05  FILLER                  PIC X(20)
001380         VALUE "ICMS TOTAL DO MES: ".
001390     05  LG-ICMS                 PIC ZZZZZZZZZZZZ9,99.
001390 01  LIN-CAB-ST                  PIC X(44) VALUE
001390     "ICMS-ST (SUBSTITUICAO TRIBUTARIA) DO MES".
001390 01  LIN-ST.
001390     05  LS-DESCRICAO            PIC X(30).
001390     05  LS-ST                   PIC ZZZZZZZZZZZZ9,99-.
001390 01  LIN-UF-ST.
001390     05  FILLER                  PIC X(06) VALUE "ST UF ".
001390     05  LUS-UF                  PIC X(02).
001390     05  FILLER                  PIC X(09) VALUE "   LIQ.: ".
001390     05  LUS-ST                  PIC ZZZZZZZZZZZZ9,99-.
001390 01  LIN-CAB-NFE                 PIC X(60) VALUE
001390     "NOTAS DE ENTRADA DO MES - NOTA/SERIE, CHAVE, CNPJ, VALOR".
001390 01  LIN-NFE.
001390     05  FILLER                  PIC X(03) VALUE "NF ".
001390     05  LE-NNF                  PIC 9(09).
001390     05  FILLER                  PIC X(01) VALUE "/".
001390     05  LE-SERIE                PIC 9(03).
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  LE-CHAVE                PIC X(44).
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  LE-CNPJ                 PIC 9(15).
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  LE-VALOR                PIC ZZZZZZZZZZZZ9,99.
001390 01  LIN-TOT-NFE.
001390     05  FILLER                  PIC X(30)
001390         VALUE "TOTAL DAS NOTAS DE ENTRADA..: ".
001390     05  LTE-QTDE                PIC ZZZZ9.
001390     05  FILLER                  PIC X(09) VALUE " NOTAS - ".
001390     05  LTE-VALOR               PIC ZZZZZZZZZZZZZZ9,99.
001400 PROCEDURE DIVISION.
001410******************************************************************
001420*    0000-MAINLINE                                                *
001580         CLOSE MOVESTQ
001590         STOP RUN.
001600     OPEN INPUT CADPARCEIRO.
001605     PERFORM 0500-VERIF-REINICIO THRU 0500-EXIT.
001610     IF W-REINICIO-SIM
001612         PERFORM 0700-CORTAR-ARQFISC THRU 0700-EXIT
001614         OPEN EXTEND ARQFISC
001616     ELSE
001618         OPEN OUTPUT ARQFISC.
001620     OPEN OUTPUT REPFISC.
001630     MOVE W-MES-INF TO CAB-MES.
001640     MOVE W-ANO-INF TO CAB-ANO.
001670     PERFORM 1000-LER-MOV THRU 1000-EXIT
001680         UNTIL W-EOF-SIM.
001685     PERFORM 6000-RESUMO-NOTAS THRU 6000-EXIT.
001685     PERFORM 6500-RESUMO-ENTRADAS THRU 6500-EXIT.
001685     PERFORM 7000-RESUMO-ST THRU 7000-EXIT.
001690     PERFORM 8000-RESUMO THRU 8000-EXIT.
001700     CLOSE MOVESTQ CADPROD ARQFISC REPFISC.
001710     IF PARC-STATUS = "00"
001720         CLOSE CADPARCEIRO.
001730     DISPLAY "FISCICMS: LINHAS GRAVADAS....: " W-QTDE-GRAVADAS.
001740     DISPLAY "FISCICMS: SEM PRODUTO........: " W-QTDE-SEM-PROD.
001742     MOVE "C" TO CKP-ACAO.
001744     MOVE W-QTDE-LIDOS TO CKP-QTDE-LIDOS.
001746     CALL "CKP000" USING CKP-PARAMETROS-AREA.
001747     MOVE W-QTDE-GRAVADAS TO RCT-REGISTROS.
001748     MOVE "F" TO RCT-ACAO.
001749     CALL "RUNCTL" USING RCT-PARAMETROS.
001750     STOP RUN.
001751******************************************************************
001752*    0500-VERIF-REINICIO - PONTO DE CONTROLE EM ANDAMENTO NA       *
001753*    MESMA DATA E PARA O MESMO MES/UF = REINICIO: RECUPERA OS      *
001754*    TOTAIS E AS TABELAS DO RESUMO, PULA OS MOVIMENTOS JA          *
001755*    APURADOS E REGISTRA O "R" NO RUNLOG; SENAO A APURACAO E NOVA  *
001756******************************************************************
001757 0500-VERIF-REINICIO.
001758     MOVE "FISCICMS" TO RCT-PROGRAMA.
001759     MOVE ZERO TO RCT-DATA.
001760     MOVE W-MES-INF TO W-PE-MES.
001760     MOVE W-ANO-INF TO W-PE-ANO.
001760     MOVE W-UF-LOJA TO W-PE-UF-LOJA.
001760     INITIALIZE CKP-PARAMETROS-AREA.
001760     MOVE "FISCICMS"   TO CKP-PROGRAMA.
001760     MOVE ZERO         TO CKP-DATA.
001760     MOVE W-PARAM-EXEC TO CKP-PARAMETRO.
001760     MOVE "L"          TO CKP-ACAO.
001760     CALL "CKP000" USING CKP-PARAMETROS-AREA.
001760     IF NOT CKP-REINICIAR
001760         MOVE "L" TO RCT-ACAO
001760         CALL "RUNCTL" USING RCT-PARAMETROS
001760         GO TO 0500-EXIT.
001760     MOVE "S" TO W-REINICIO.
001760     MOVE CKP-QTDE-LIDOS   TO W-QTDE-LIDOS.
001760     MOVE CKP-QTDE-LIDOS   TO W-QTDE-PULAR.
001760     MOVE CKP-TOTAIS       TO W-CKP-TOTAIS.
001760     MOVE PC-QTDE-GRAVADAS TO W-QTDE-GRAVADAS.
001760     MOVE PC-QTDE-SEM-PROD TO W-QTDE-SEM-PROD.
001760     MOVE PC-TOT-ICMS      TO W-TOT-ICMS.
001760     MOVE PC-QTDE-UF       TO W-QTDE-UF.
001760     MOVE PC-QTDE-TIPO     TO W-QTDE-TIPO.
001760     MOVE PC-QTDE-NCM      TO W-QTDE-NCM.
001760     MOVE PC-TAB-UF        TO TAB-UF.
001760     MOVE PC-TAB-TIPO      TO TAB-TIPO.
001760     MOVE PC-TAB-NCM       TO TAB-NCM.
001760     DISPLAY "FISCICMS: REINICIO APOS O MOVIMENTO " W-QTDE-LIDOS.
001760     MOVE W-QTDE-GRAVADAS  TO RCT-REGISTROS.
001760     MOVE CKP-ULT-CHAVE    TO RCT-CHAVE.
001760     MOVE "R" TO RCT-ACAO.
001760     CALL "RUNCTL" USING RCT-PARAMETROS.
001760 0500-EXIT. EXIT.
001760******************************************************************
001760*    0700-CORTAR-ARQFISC - DEIXA NO FISCICMS SO AS LINHAS          *
001760*    GRAVADAS ATE O PONTO DE CONTROLE, COPIANDO PELO FISCTMP       *
001760******************************************************************
001760 0700-CORTAR-ARQFISC.
001760     OPEN INPUT ARQFISC.
001760     IF FIS-STATUS NOT = "00"
001760         GO TO 0700-EXIT.
001760     OPEN OUTPUT FISCTMP.
001760     MOVE ZERO TO W-QTDE-COPIA.
001760     MOVE "N" TO W-EOF.
001760     PERFORM 0710-COPIAR-PARA-TMP THRU 0710-EXIT
001760         UNTIL W-EOF-SIM
001760         OR W-QTDE-COPIA NOT < CKP-QTDE-SAIDA-1.
001760     CLOSE ARQFISC FISCTMP.
001760     OPEN INPUT FISCTMP.
001760     OPEN OUTPUT ARQFISC.
001760     MOVE "N" TO W-EOF.
001760     PERFORM 0720-COPIAR-DE-VOLTA THRU 0720-EXIT
001760         UNTIL W-EOF-SIM.
001760     CLOSE FISCTMP ARQFISC.
001760 0700-EXIT. EXIT.
001760 0710-COPIAR-PARA-TMP.
001760     READ ARQFISC
001760         AT END MOVE "S" TO W-EOF
001760         NOT AT END
001760             WRITE REG-FISCTMP FROM REG-ARQFISC
001760             ADD 1 TO W-QTDE-COPIA.
001760 0710-EXIT. EXIT.
001760 0720-COPIAR-DE-VOLTA.
001760     READ FISCTMP
001760         AT END MOVE "S" TO W-EOF
001760         NOT AT END
001760             WRITE REG-ARQFISC FROM REG-FISCTMP.
001760 0720-EXIT. EXIT.
001760******************************************************************
001770*    1000-LER-MOV - TRATA UM MOVIMENTO DO MES (E/S; AJUSTE "A"     *
001780*    NAO ENTRA NA APURACAO FISCAL)                                *
001820         AT END MOVE "S" TO W-EOF.
001830     IF W-EOF-SIM
001840         GO TO 1000-EXIT.
001842     IF W-QTDE-PULAR > ZERO
001844         SUBTRACT 1 FROM W-QTDE-PULAR
001846         GO TO 1000-EXIT.
001847     ADD 1 TO W-QTDE-LIDOS.
001848     PERFORM 1050-CHECKPOINT THRU 1050-EXIT.
001850     IF MOV-MES NOT = W-MES-INF OR MOV-ANO NOT = W-ANO-INF
001860         GO TO 1000-EXIT.
001870     IF NOT MOV-ENTRADA AND NOT MOV-SAIDA
002100     PERFORM 5000-ACUMULAR-TIPO THRU 5000-EXIT.
002105     PERFORM 5500-ACUMULAR-NCM THRU 5500-EXIT.
002110 1000-EXIT. EXIT.
002111******************************************************************
002112*    1050-CHECKPOINT - A CADA N MOVIMENTOS LIDOS GRAVA O PONTO     *
002113*    COM OS MOVIMENTOS ANTERIORES AO CORRENTE (O FISCICMS E        *
002114*    FECHADO E REABERTO PARA QUE AS LINHAS CONTADAS ESTEJAM        *
002115*    GRAVADAS)                                                     *
002116******************************************************************
002117 1050-CHECKPOINT.
002118     ADD 1 TO W-CONTA-INTERVALO.
002119     IF W-CONTA-INTERVALO < W-INTERVALO-CKPT
002119         GO TO 1050-EXIT.
002119     MOVE ZERO TO W-CONTA-INTERVALO.
002119     CLOSE ARQFISC.
002119     MOVE W-QTDE-GRAVADAS  TO PC-QTDE-GRAVADAS.
002119     MOVE W-QTDE-SEM-PROD  TO PC-QTDE-SEM-PROD.
002119     MOVE W-TOT-ICMS       TO PC-TOT-ICMS.
002119     MOVE W-QTDE-UF        TO PC-QTDE-UF.
002119     MOVE W-QTDE-TIPO      TO PC-QTDE-TIPO.
002119     MOVE W-QTDE-NCM       TO PC-QTDE-NCM.
002119     MOVE TAB-UF           TO PC-TAB-UF.
002119     MOVE TAB-TIPO         TO PC-TAB-TIPO.
002119     MOVE TAB-NCM          TO PC-TAB-NCM.
002119     COMPUTE CKP-QTDE-LIDOS = W-QTDE-LIDOS - 1.
002119     MOVE SPACES           TO CKP-ULT-CHAVE.
002119     MOVE CKP-QTDE-LIDOS   TO CKP-ULT-CHAVE(1:9).
002119     MOVE W-QTDE-GRAVADAS  TO CKP-QTDE-SAIDA-1.
002119     MOVE ZERO             TO CKP-QTDE-SAIDA-2.
002119     MOVE W-CKP-TOTAIS     TO CKP-TOTAIS.
002119     MOVE "G" TO CKP-ACAO.
002119     CALL "CKP000" USING CKP-PARAMETROS-AREA.
002119     OPEN EXTEND ARQFISC.
002119 1050-EXIT. EXIT.
002120 2000-LER-PRODUTO.
002130     MOVE "N" TO W-PROD-ACHADO.
002140     MOVE MOV-CODPROD TO CODPROD.
003090     MOVE TUN-ICMS(W-SUB) TO LUN-ICMS.
003090     WRITE REG-RELAT FROM LIN-UF-NOTA.
003090 6300-EXIT. EXIT.
003090******************************************************************
003090*    6500-RESUMO-ENTRADAS - NOTAS DOS FORNECEDORES RECEBIDAS NO   *
003090*    MES (NFENTRA, GRAVADO NO RECEBIMENTO DO CEP016): NUMERO,     *
003090*    SERIE, CHAVE DE ACESSO, CNPJ DO FORNECEDOR E VALOR, COM O    *
003090*    TOTAL. RECEBIMENTO REJEITADO NA APROVACAO NAO ENTRA.         *
003090******************************************************************
003090 6500-RESUMO-ENTRADAS.
003090     OPEN INPUT NFENTRA.
003090     IF NFE-STATUS NOT = "00"
003090         GO TO 6500-EXIT.
003090     WRITE REG-RELAT FROM LIN-CAB-NFE.
003090     MOVE "N" TO W-EOF-NFE.
003090     MOVE LOW-VALUES TO NE-CHAVE.
003090     START NFENTRA KEY IS NOT LESS THAN NE-CHAVE
003090         INVALID KEY MOVE "S" TO W-EOF-NFE.
003090     PERFORM 6600-LER-ENTRADA THRU 6600-EXIT
003090         UNTIL W-EOF-NFE-SIM.
003090     CLOSE NFENTRA.
003090     MOVE W-QTDE-NFE TO LTE-QTDE.
003090     MOVE W-TOT-NFE  TO LTE-VALOR.
003090     WRITE REG-RELAT FROM LIN-TOT-NFE.
003090 6500-EXIT. EXIT.
003090 6600-LER-ENTRADA.
003090     READ NFENTRA NEXT RECORD
003090         AT END MOVE "S" TO W-EOF-NFE.
003090     IF W-EOF-NFE-SIM
003090         GO TO 6600-EXIT.
003090     IF NE-REC-MES NOT = W-MES-INF
003090         OR NE-REC-ANO NOT = W-ANO-INF
003090         GO TO 6600-EXIT.
003090     IF NE-REJEITADO
003090         GO TO 6600-EXIT.
003090     MOVE ZERO TO W-CNPJ-NFE.
003090     IF PARC-STATUS = "00"
003090         MOVE NE-CODFORN TO CODIGO
003090         READ CADPARCEIRO
003090             INVALID KEY
003090                 CONTINUE
003090             NOT INVALID KEY
003090                 MOVE CNPJ TO W-CNPJ-NFE.
003090     MOVE NE-NNF       TO LE-NNF.
003090     MOVE NE-SERIE     TO LE-SERIE.
003090     MOVE NE-CHAVE-NFE TO LE-CHAVE.
003090     MOVE W-CNPJ-NFE   TO LE-CNPJ.
003090     MOVE NE-VALOR     TO LE-VALOR.
003090     WRITE REG-RELAT FROM LIN-NFE.
003090     ADD 1        TO W-QTDE-NFE.
003090     ADD NE-VALOR TO W-TOT-NFE.
003090 6600-EXIT. EXIT.
003100******************************************************************
003100*    7000-RESUMO-ST - ICMS-ST SEPARADO DO ICMS PROPRIO: RETIDO     *
003100*    NAS NOTAS EMITIDAS NO MES (NF-TOTAL-ST DO NOTAREG, MESMO SE   *
003100*    CANCELADAS DEPOIS), ESTORNADO PELAS NOTAS CANCELADAS NO MES   *
003100*    (NF-DATA-CANC) E PELAS DEVOLUCOES DO MES (DV-TOTAL-ST DO      *
003100*    DEVVENDA). SAI O LIQUIDO POR UF DE DESTINO E O TOTAL.         *
003100******************************************************************
003100 7000-RESUMO-ST.
003100     COMPUTE W-AAAAMM-INF = W-ANO-INF * 100 + W-MES-INF.
003100     PERFORM 7010-VARRER-NOTAS THRU 7010-EXIT.
003100     PERFORM 7020-VARRER-DEV THRU 7020-EXIT.
003100     COMPUTE W-ST-LIQUIDO =
003100         W-ST-RETIDO - W-ST-EST-CANC - W-ST-EST-DEV.
003100     WRITE REG-RELAT FROM LIN-CAB-ST.
003100     MOVE "ST RETIDO NAS NOTAS.........: " TO LS-DESCRICAO.
003100     MOVE W-ST-RETIDO TO LS-ST.
003100     WRITE REG-RELAT FROM LIN-ST.
003100     MOVE "ST ESTORNADO - CANCELAMENTOS: " TO LS-DESCRICAO.
003100     MOVE W-ST-EST-CANC TO LS-ST.
003100     WRITE REG-RELAT FROM LIN-ST.
003100     MOVE "ST ESTORNADO - DEVOLUCOES...: " TO LS-DESCRICAO.
003100     MOVE W-ST-EST-DEV TO LS-ST.
003100     WRITE REG-RELAT FROM LIN-ST.
003100     PERFORM 7400-LINHA-UF-ST THRU 7400-EXIT
003100         VARYING W-SUB FROM 1 BY 1
003100         UNTIL W-SUB > W-QTDE-UF-ST.
003100     MOVE "ICMS-ST LIQUIDO DO MES......: " TO LS-DESCRICAO.
003100     MOVE W-ST-LIQUIDO TO LS-ST.
003100     WRITE REG-RELAT FROM LIN-ST.
003100 7000-EXIT. EXIT.
003100 7010-VARRER-NOTAS.
003100     OPEN INPUT NOTAREG.
003100     IF NOT-STATUS NOT = "00"
003100         GO TO 7010-EXIT.
003100     MOVE "N" TO W-EOF-NOTA.
003100     MOVE LOW-VALUES TO NF-NUMERO.
003100     START NOTAREG KEY IS NOT LESS THAN NF-NUMERO
003100         INVALID KEY MOVE "S" TO W-EOF-NOTA.
003100     PERFORM 7100-LER-NOTA-ST THRU 7100-EXIT
003100         UNTIL W-EOF-NOTA-SIM.
003100     CLOSE NOTAREG.
003100 7010-EXIT. EXIT.
003100 7020-VARRER-DEV.
003100     OPEN INPUT DEVVENDA.
003100     IF DEV-STATUS NOT = "00"
003100         GO TO 7020-EXIT.
003100     MOVE "N" TO W-EOF-DEV.
003100     MOVE LOW-VALUES TO DV-NUMERO.
003100     START DEVVENDA KEY IS NOT LESS THAN DV-NUMERO
003100         INVALID KEY MOVE "S" TO W-EOF-DEV.
003100     PERFORM 7200-LER-DEV-ST THRU 7200-EXIT
003100         UNTIL W-EOF-DEV-SIM.
003100     CLOSE DEVVENDA.
003100 7020-EXIT. EXIT.
003100 7100-LER-NOTA-ST.
003100     READ NOTAREG NEXT RECORD
003100         AT END MOVE "S" TO W-EOF-NOTA.
003100     IF W-EOF-NOTA-SIM
003100         GO TO 7100-EXIT.
003100     IF NF-TOTAL-ST NOT NUMERIC OR NF-TOTAL-ST = ZERO
003100         GO TO 7100-EXIT.
003100     MOVE NF-CODCLI TO CODIGO.
003100     PERFORM 7500-UF-CLIENTE THRU 7500-EXIT.
003100     IF NF-EMI-MES = W-MES-INF AND NF-EMI-ANO = W-ANO-INF
003100         ADD NF-TOTAL-ST TO W-ST-RETIDO
003100         MOVE NF-TOTAL-ST TO W-VALOR-ST
003100         PERFORM 7300-ACUMULAR-UF-ST THRU 7300-EXIT.
003100     IF NOT NOTA-CANCELADA
003100         GO TO 7100-EXIT.
003100     COMPUTE W-AAAAMM-CANC = NF-DATA-CANC / 100.
003100     IF W-AAAAMM-CANC = W-AAAAMM-INF
003100         ADD NF-TOTAL-ST TO W-ST-EST-CANC
003100         COMPUTE W-VALOR-ST = ZERO - NF-TOTAL-ST
003100         PERFORM 7300-ACUMULAR-UF-ST THRU 7300-EXIT.
003100 7100-EXIT. EXIT.
003100 7200-LER-DEV-ST.
003100     READ DEVVENDA NEXT RECORD
003100         AT END MOVE "S" TO W-EOF-DEV.
003100     IF W-EOF-DEV-SIM
003100         GO TO 7200-EXIT.
003100     IF DV-MES NOT = W-MES-INF OR DV-ANO NOT = W-ANO-INF
003100         GO TO 7200-EXIT.
003100     IF DV-TOTAL-ST NOT NUMERIC OR DV-TOTAL-ST = ZERO
003100         GO TO 7200-EXIT.
003100     MOVE DV-CODCLI TO CODIGO.
003100     PERFORM 7500-UF-CLIENTE THRU 7500-EXIT.
003100     ADD DV-TOTAL-ST TO W-ST-EST-DEV.
003100     COMPUTE W-VALOR-ST = ZERO - DV-TOTAL-ST.
003100     PERFORM 7300-ACUMULAR-UF-ST THRU 7300-EXIT.
003100 7200-EXIT. EXIT.
003100 7300-ACUMULAR-UF-ST.
003100     MOVE "N" TO W-ACHOU.
003100     PERFORM 7310-PROCURAR-UF-ST THRU 7310-EXIT
003100         VARYING W-SUB FROM 1 BY 1
003100         UNTIL W-SUB > W-QTDE-UF-ST
003100         OR W-ACHOU-SIM.
003100     IF NOT W-ACHOU-SIM
003100         IF W-QTDE-UF-ST < 30
003100             ADD 1 TO W-QTDE-UF-ST
003100             MOVE W-QTDE-UF-ST TO W-SUB
003100             MOVE W-UF-NOTA TO TUS-UF(W-SUB)
003100             MOVE ZERO      TO TUS-ST(W-SUB)
003100         ELSE
003100             GO TO 7300-EXIT.
003100     ADD W-VALOR-ST TO TUS-ST(W-SUB).
003100 7300-EXIT. EXIT.
003100 7310-PROCURAR-UF-ST.
003100     IF TUS-UF(W-SUB) = W-UF-NOTA
003100         MOVE "S" TO W-ACHOU
003100         SUBTRACT 1 FROM W-SUB.
003100 7310-EXIT. EXIT.
003100 7400-LINHA-UF-ST.
003100     MOVE TUS-UF(W-SUB) TO LUS-UF.
003100     MOVE TUS-ST(W-SUB) TO LUS-ST.
003100     WRITE REG-RELAT FROM LIN-UF-ST.
003100 7400-EXIT. EXIT.
003100******************************************************************
003100*    7500-UF-CLIENTE - UF DE DESTINO DO CLIENTE (CODIGO JA         *
003100*    CARREGADO); SEM CADASTRO FICA A UF DA LOJA                    *
003100******************************************************************
003100 7500-UF-CLIENTE.
003100     MOVE W-UF-LOJA TO W-UF-NOTA.
003100     IF PARC-STATUS NOT = "00"
003100         GO TO 7500-EXIT.
003100     READ CADPARCEIRO
003100         INVALID KEY
003100             CONTINUE
003100         NOT INVALID KEY
003100             MOVE UF TO W-UF-NOTA.
003100 7500-EXIT. EXIT.
