000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-09-02 BH        VERSAO INICIAL                             *
000170* 2026-09-16 BH        MANUTENCAO DA TABELA DE ICMS-ST (TABNST):  *
000170*                      MVA E ALIQUOTA INTERNA POR NCM E UF DE     *
000170*                      DESTINO, USADA NA EMISSAO DO CEP013        *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CEP051.
000430     SELECT REPNCM ASSIGN TO "REPNCM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS REL-STATUS.
000450     SELECT TABNST ASSIGN TO "TABNST"
000450         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS NST-CHAVE
000450         FILE STATUS IS NST-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TABNCM
000540 FD  REPNCM
000550     LABEL RECORDS ARE STANDARD.
000560 01  REG-RELAT                   PIC X(100).
000560 FD  TABNST
000560     LABEL RECORDS ARE STANDARD.
000560     COPY REGNST.
000570 WORKING-STORAGE SECTION.
000580 01  NCM-STATUS                  PIC X(02).
000590 01  PROD-STATUS                 PIC X(02).
000600 01  REL-STATUS                  PIC X(02).
000600 01  NST-STATUS                  PIC X(02).
000610 01  W-SWITCHES.
000620     05  W-FIM                   PIC X(01) VALUE "N".
000630         88  W-FIM-SIM           VALUE "S".
000680 01  W-CODNCM-INF                PIC 9(08).
000690 01  W-DESCRICAO-INF             PIC X(40).
000700 01  W-QTDE-LISTADOS             PIC 9(05).
000700 01  W-UF-INF                    PIC X(02).
000700 01  W-MVA-INF                   PIC 9(03)V99.
000700 01  W-ALIQ-INF                  PIC 9(02)V99.
000710 01  LIN-CABEC                   PIC X(60) VALUE
000720     "PRODUTOS SEM CLASSIFICACAO NCM (CODNCM ZERADO)".
000730 01  LIN-DET.
000860     DISPLAY " ".
000870     DISPLAY "CEP051 - CLASSIFICACAO FISCAL NCM".
000880     DISPLAY "1-INCLUIR/ALTERAR   2-EXCLUIR   3-LISTAR".
000890     DISPLAY "4-PRODUTOS SEM NCM (EXCECAO)".
000890     DISPLAY "5-ICMS-ST INCLUIR/ALTERAR   6-ICMS-ST EXCLUIR".
000890     DISPLAY "7-ICMS-ST LISTAR   9-FIM".
000900     ACCEPT W-OPCAO.
000910     EVALUATE W-OPCAO
000920         WHEN "1"
000970             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
000980         WHEN "4"
000990             PERFORM ROT-EXCECAO THRU ROT-EXCECAO-EXIT
000990         WHEN "5"
000990             PERFORM ROT-GRAVAR-ST THRU ROT-GRAVAR-ST-EXIT
000990         WHEN "6"
000990             PERFORM ROT-EXCLUIR-ST THRU ROT-EXCLUIR-ST-EXIT
000990         WHEN "7"
000990             PERFORM ROT-LISTAR-ST THRU ROT-LISTAR-ST-EXIT
001000         WHEN "9"
001010             MOVE "S" TO W-FIM
001020         WHEN OTHER
002370         ADD 1 TO W-QTDE-LISTADOS.
002380     PERFORM ROT-LER-PROD THRU ROT-LER-PROD-EXIT.
002390 ROT-TESTAR-PROD-EXIT. EXIT.
002400******************************************************************
002400*    ROT-GRAVAR-ST - INCLUI OU ALTERA A MVA E A ALIQUOTA INTERNA  *
002400*    DE UM NCM PARA UMA UF DE DESTINO (O NCM PRECISA EXISTIR NA   *
002400*    TABNCM)                                                      *
002400******************************************************************
002400 ROT-GRAVAR-ST.
002400     DISPLAY "CODIGO NCM =>".
002400     ACCEPT W-CODNCM-INF.
002400     OPEN INPUT TABNCM.
002400     IF NCM-STATUS NOT = "00"
002400         DISPLAY "ARQUIVO TABNCM NAO EXISTE"
002400         GO TO ROT-GRAVAR-ST-EXIT.
002400     MOVE W-CODNCM-INF TO NCM-CODIGO.
002400     READ TABNCM
002400         INVALID KEY
002400             DISPLAY "NCM NAO CADASTRADO NA TABNCM"
002400             CLOSE TABNCM
002400             GO TO ROT-GRAVAR-ST-EXIT.
002400     CLOSE TABNCM.
002400     DISPLAY "NCM: " NCM-DESCRICAO.
002400     DISPLAY "UF DE DESTINO =>".
002400     ACCEPT W-UF-INF.
002400     DISPLAY "MVA % (EX 40,00) =>".
002400     ACCEPT W-MVA-INF.
002400     DISPLAY "ALIQUOTA INTERNA DA UF DE DESTINO (EX 18,00) =>".
002400     ACCEPT W-ALIQ-INF.
002400     OPEN I-O TABNST.
002400     IF NST-STATUS = "35"
002400         OPEN OUTPUT TABNST
002400         CLOSE TABNST
002400         OPEN I-O TABNST.
002400     IF NST-STATUS NOT = "00"
002400         DISPLAY "ERRO NA ABERTURA DO TABNST: " NST-STATUS
002400         GO TO ROT-GRAVAR-ST-EXIT.
002400     MOVE W-CODNCM-INF TO NST-CODNCM.
002400     MOVE W-UF-INF     TO NST-UF.
002400     READ TABNST
002400         INVALID KEY
002400             MOVE W-CODNCM-INF TO NST-CODNCM
002400             MOVE W-UF-INF     TO NST-UF
002400             MOVE W-MVA-INF    TO NST-MVA
002400             MOVE W-ALIQ-INF   TO NST-ALIQ-INTERNA
002400             WRITE REGNST
002400                 INVALID KEY
002400                     DISPLAY "ERRO NA INCLUSAO"
002400                 NOT INVALID KEY
002400                     DISPLAY "*** ICMS-ST INCLUIDO ***"
002400             END-WRITE
002400         NOT INVALID KEY
002400             MOVE W-MVA-INF    TO NST-MVA
002400             MOVE W-ALIQ-INF   TO NST-ALIQ-INTERNA
002400             REWRITE REGNST
002400                 INVALID KEY
002400                     DISPLAY "ERRO NA ALTERACAO"
002400                 NOT INVALID KEY
002400                     DISPLAY "*** ICMS-ST ALTERADO ***"
002400             END-REWRITE.
002400     CLOSE TABNST.
002400 ROT-GRAVAR-ST-EXIT. EXIT.
002400******************************************************************
002400*    ROT-EXCLUIR-ST - EXCLUI A LINHA DE ST DE UM NCM/UF           *
002400******************************************************************
002400 ROT-EXCLUIR-ST.
002400     DISPLAY "CODIGO NCM =>".
002400     ACCEPT W-CODNCM-INF.
002400     DISPLAY "UF DE DESTINO =>".
002400     ACCEPT W-UF-INF.
002400     OPEN I-O TABNST.
002400     IF NST-STATUS NOT = "00"
002400         DISPLAY "ARQUIVO TABNST NAO EXISTE"
002400         GO TO ROT-EXCLUIR-ST-EXIT.
002400     MOVE W-CODNCM-INF TO NST-CODNCM.
002400     MOVE W-UF-INF     TO NST-UF.
002400     READ TABNST
002400         INVALID KEY
002400             DISPLAY "NCM/UF SEM ICMS-ST CADASTRADO"
002400             CLOSE TABNST
002400             GO TO ROT-EXCLUIR-ST-EXIT.
002400     DISPLAY "MVA: " NST-MVA "  ALIQ. INTERNA: " NST-ALIQ-INTERNA.
002400     DISPLAY "EXCLUIR (S/N) ==>".
002400     ACCEPT W-CONF.
002400     IF W-CONF = "S" OR W-CONF = "s"
002400         DELETE TABNST RECORD
002400             INVALID KEY
002400                 DISPLAY "ERRO NA EXCLUSAO"
002400             NOT INVALID KEY
002400                 DISPLAY "*** ICMS-ST EXCLUIDO ***"
002400     ELSE
002400         DISPLAY "EXCLUSAO CANCELADA".
002400     CLOSE TABNST.
002400 ROT-EXCLUIR-ST-EXIT. EXIT.
002400******************************************************************
002400*    ROT-LISTAR-ST - LISTA A TABELA DE ICMS-ST                    *
002400******************************************************************
002400 ROT-LISTAR-ST.
002400     OPEN INPUT TABNST.
002400     IF NST-STATUS NOT = "00"
002400         DISPLAY "ARQUIVO TABNST NAO EXISTE"
002400         GO TO ROT-LISTAR-ST-EXIT.
002400     MOVE ZERO TO W-QTDE-LISTADOS.
002400     DISPLAY "NCM       UF   MVA     ALIQ. INTERNA".
002400     MOVE "N" TO W-EOF.
002400     MOVE LOW-VALUES TO NST-CHAVE.
002400     START TABNST KEY IS NOT LESS THAN NST-CHAVE
002400         INVALID KEY MOVE "S" TO W-EOF.
002400     IF NOT W-EOF-SIM
002400         PERFORM ROT-LER-ST THRU ROT-LER-ST-EXIT.
002400     PERFORM ROT-EXIBIR-ST THRU ROT-EXIBIR-ST-EXIT
002400         UNTIL W-EOF-SIM.
002400     DISPLAY "LINHAS LISTADAS: " W-QTDE-LISTADOS.
002400     CLOSE TABNST.
002400 ROT-LISTAR-ST-EXIT. EXIT.
002400 ROT-LER-ST.
002400     READ TABNST NEXT RECORD
002400         AT END MOVE "S" TO W-EOF.
002400 ROT-LER-ST-EXIT. EXIT.
002400 ROT-EXIBIR-ST.
002400     DISPLAY NST-CODNCM "  " NST-UF "   " NST-MVA "   "
002400             NST-ALIQ-INTERNA.
002400     ADD 1 TO W-QTDE-LISTADOS.
002400     PERFORM ROT-LER-ST THRU ROT-LER-ST-EXIT.
002400 ROT-EXIBIR-ST-EXIT. EXIT.
