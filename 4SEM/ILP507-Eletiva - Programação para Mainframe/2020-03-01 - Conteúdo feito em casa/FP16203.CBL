000460*                      CHAVES ALTERNATIVAS (ABERTURA FALHAVA COM  *
000470*                      STATUS 39) E A DATA DO DESLIGAMENTO GANHA  *
000480*                      CRITICA DE DIA/MES                         *
000480* 2026-10-15 BH        AVISO PREVIO DO FUNCIONARIO (DATA-AVISO    *
000480*                      NO REGFUNC), MARCADO E CANCELADO PELA      *
000480*                      OPCAO 5 DA MANUTENCAO E EXIBIDO NA         *
000480*                      CONSULTA                                   *
000480* 2026-10-15 BH        OPCAO 6 DA MANUTENCAO DE FUNCIONARIOS:     *
000480*                      PROMOCAO, TRANSFERENCIA OU                 *
000480*                      RECLASSIFICACAO COM DATA EFETIVA,          *
000480*                      GRAVADA NO MOVFUNC; A ALTERACAO (OPCAO     *
000480*                      2) NAO TROCA MAIS O CARGO                  *
000480* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000480*                      FAUDIDX (AUX000)                           *
000480* 2026-10-15 BH        FUNCIONARIO ANONIMIZADO PELO LGPDANON NAO  *
000480*                      PODE SER ALTERADO; A CONSULTA MOSTRA A     *
000480*                      DATA DA ANONIMIZACAO; AREAS DO REGFUNC     *
000480*                      DE 205 PARA 214 BYTES                      *
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. FP16203.
000960         ALTERNATE RECORD KEY IS CEP-LOGRA WITH DUPLICATES
000970         ALTERNATE RECORD KEY IS CEP-CIDADE WITH DUPLICATES
000980         FILE STATUS IS CEP-STATUS.
000980     SELECT MOVFUNC ASSIGN TO "MOVFUNC"
000980         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS MV-CHAVE
000980         FILE STATUS IS MVF-STATUS.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  CADCAR
001240 FD  CADCEP
001250     LABEL RECORDS ARE STANDARD.
001260     COPY REGCEP.
001260 FD  MOVFUNC
001260     LABEL RECORDS ARE STANDARD.
001260     COPY REGMVF.
001270 WORKING-STORAGE SECTION.
001280******************************************************************
001290*    AREAS DE CONTROLE DE ARQUIVO E DE TELA                       *
001360 01  REC-STATUS                  PIC X(02).
001370 01  DPN-STATUS                  PIC X(02).
001380 01  CEP-STATUS                  PIC X(02).
001380 01  MVF-STATUS                  PIC X(02).
001390 01  W-OPERADOR                  PIC X(08).
001400 01  W-REGCAR-ANTES              PIC X(51).
001410 01  W-REGCAR-ATUAL              PIC X(51).
001420 01  W-REGDEP-ANTES              PIC X(42).
001430 01  W-REGFUNC-ANTES             PIC X(214).
001440 01  W-REGDPN-ANTES              PIC X(45).
001450 01  W-REGFUNC-SAVE              PIC X(214).
001460 01  W-QTDE-OCUPADA              PIC 9(03).
001470 COPY AUDITLOG.
001470 COPY AUXPARM.
001480 01  W-SWITCHES.
001490     05  W-FIM                   PIC X(01) VALUE "N".
001500         88  W-FIM-SIM           VALUE "S".
001600         88  W-DEP-EM-USO-SIM    VALUE "S".
001610     05  W-EOF2                  PIC X(01).
001620         88  W-EOF2-SIM          VALUE "S".
001620     05  W-EOF-MV                PIC X(01).
001620         88  W-EOF-MV-SIM        VALUE "S".
001630     05  W-TEM-EXCLUSAO          PIC X(01) VALUE "N".
001640         88  W-TEM-EXCLUSAO-SIM  VALUE "S".
001650******************************************************************
002580     05  W-DIADEM                PIC 9(02).
002590     05  W-MESDEM                PIC 9(02).
002600     05  W-ANODEM                PIC 9(02).
002600 01  W-DATA-AVI.
002600     05  W-DIAAVI                PIC 9(02).
002600     05  W-MESAVI                PIC 9(02).
002600     05  W-ANOAVI                PIC 9(02).
002600******************************************************************
002600*    AREA DE TRABALHO DA MOVIMENTACAO DE CARGO (MOVFUNC)          *
002600******************************************************************
002600 01  W-DATA-MOV.
002600     05  W-DIAMOV                PIC 9(02).
002600     05  W-MESMOV                PIC 9(02).
002600     05  W-ANOMOV                PIC 9(04).
002600 01  W-MOV-DATA                  PIC 9(08).
002600 01  W-MOV-HOJE                  PIC 9(08).
002600 01  W-MOV-ADMISSAO              PIC 9(08).
002600 01  W-MOV-ULTIMA                PIC 9(08).
002600 01  W-MOV-SEQ                   PIC 9(02).
002600 01  W-MOV-MOTIVO                PIC X(01).
002600     88  W-MOV-MOTIVO-VALIDO     VALUES "P" "T" "R".
002600 01  W-MOV-CODCAR-ANT            PIC 9(04).
002600 01  W-MOV-CODDEPC-ANT           PIC 9(04).
002600 01  W-MOV-SALARIO-ANT           PIC 9(07)V99.
002600 01  W-MOV-CODDEPC-NOVO          PIC 9(04).
002600 01  W-MOV-SALARIO-NOVO          PIC 9(07)V99.
002610******************************************************************
002620*    AREA DE TRABALHO DOS DEPENDENTES (FDEPEND)                    *
002630******************************************************************
005870         OPEN EXTEND FAUDIT.
005880     WRITE REG-FAUDIT FROM REG-AUDITLOG.
005890     CLOSE FAUDIT.
005890     MOVE REG-AUDITLOG TO AUX-REGISTRO.
005890     MOVE "G" TO AUX-ACAO.
005890     CALL "AUX000" USING AUX-PARAMETROS-AREA.
005900 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
005910******************************************************************
005920*    ROT-MENS2 - EXIBE MENSAGEM DE CONFIRMACAO POR TEMPO FIXO      *
011950                 DIADEM "/" MESDEM "/" ANODEM
011960         ELSE
011970             DISPLAY "SITUACAO...: ATIVO"
011970         END-IF
011970         IF DATA-AVISO IS NUMERIC AND DATA-AVISO NOT = ZEROS
011970             DISPLAY "AVISO PREVIO DESDE "
011970                 DIAAVI "/" MESAVI "/" ANOAVI
011970         END-IF
011970         IF FUNC-ANONIMIZADO-SIM
011970             DISPLAY "DADOS PESSOAIS ANONIMIZADOS EM "
011970                 DATA-ANONIMIZ " (LGPD)"
011980         END-IF.
011990     CLOSE CADFUNC.
012000 INC-COD4-EXIT. EXIT.
012160******************************************************************
012170 ROT-CADFUNC.
012180     DISPLAY "1-INCLUIR   2-ALTERAR   3-EXCLUIR (SO ENGANO)".
012190     DISPLAY "4-DESLIGAR   5-AVISO PREVIO".
012190     DISPLAY "6-PROMOCAO/TRANSFERENCIA   0-VOLTAR".
012200     DISPLAY "SOLIC.=>".
012210     ACCEPT SOLIC.
012220     EVALUATE SOLIC
012280             PERFORM EXC-DL3 THRU EXC-DL3-EXIT
012290         WHEN "4"
012300             PERFORM DSL-RW3 THRU DSL-RW3-EXIT
012300         WHEN "5"
012300             PERFORM AVI-RW3 THRU AVI-RW3-EXIT
012300         WHEN "6"
012300             PERFORM MOV-RW3 THRU MOV-RW3-EXIT
012310         WHEN "0"
012320             CONTINUE
012330         WHEN OTHER
012620     MOVE W-CODCAR-FUNC   TO CODCAR IN REGFUNC.
012630     MOVE "A"             TO SITUACAOFUNC.
012640     MOVE ZEROS           TO DATA-DESLIGAMENTO.
012640     MOVE ZEROS           TO DATA-AVISO.
012640     MOVE "N"             TO FUNC-ANONIMIZADO.
012640     MOVE ZEROS           TO DATA-ANONIMIZ.
012650     MOVE W-NCEPFUNC      TO NCEPFUNC.
012660     MOVE W-LOGRAFUNC     TO LOGRAFUNC.
012670     MOVE W-NUMEROFUNC    TO NUMEROFUNC.
013020     IF NOT W-FUNC-ACHADO-SIM
013030         CLOSE CADFUNC
013040         GO TO ALT-RW3-EXIT.
013040     IF FUNC-ANONIMIZADO-SIM
013040         DISPLAY "FUNCIONARIO ANONIMIZADO EM " DATA-ANONIMIZ
013040             " (LGPD) - ALTERACAO NAO PERMITIDA"
013040         CLOSE CADFUNC
013040         GO TO ALT-RW3-EXIT.
013050     MOVE CODFUNC             TO W-CODFUNC.
013060     MOVE NOMEFUNC            TO W-NOMEFUNC.
013070     MOVE CPFFUNC             TO W-CPFFUNC.
013110     MOVE CODCAR IN REGFUNC   TO W-CODCAR-FUNC.
013120     MOVE REGFUNC             TO W-REGFUNC-ANTES.
013130     PERFORM ROT-DIGITAR-FUNC THRU ROT-DIGITAR-FUNC-EXIT.
013130     IF W-CODCAR-FUNC NOT = CODCAR IN REGFUNC
013130         DISPLAY "TROCA DE CARGO SO PELA OPCAO 6 "
013130             "(PROMOCAO/TRANSFERENCIA) - CARGO MANTIDO"
013130         MOVE CODCAR IN REGFUNC TO W-CODCAR-FUNC.
013140     MOVE W-NOMEFUNC      TO NOMEFUNC.
013150     MOVE W-CPFFUNC       TO CPFFUNC.
013160     MOVE W-DIAADM        TO DIAADM.
014470         DISPLAY "DIA INVALIDO"
014480         GO TO DSL-DATA.
014490 DSL-DATA-EXIT. EXIT.
014490******************************************************************
014490*    AVI-RW3 - AVISO PREVIO: MARCA A DATA-AVISO DO FUNCIONARIO    *
014490*    ATIVO (O ADIANTAMENTO DO FP16224 DEIXA DE PAGA-LO); COM O    *
014490*    AVISO JA MARCADO, OFERECE O CANCELAMENTO (RECONSIDERACAO)    *
014490******************************************************************
014490 AVI-RW3.
014490     DISPLAY "INFORME O CODIGO DO FUNC. EM AVISO =>".
014490     ACCEPT W-COD-FUNC-INF.
014490     OPEN I-O CADFUNC.
014490     IF FUNC-STATUS NOT = "00"
014490         DISPLAY MSG-ARQ-FUNC-INEXISTENTE
014490         GO TO AVI-RW3-EXIT.
014490     PERFORM LER-CODFUNC01 THRU LER-CODFUNC01-EXIT.
014490     IF NOT W-FUNC-ACHADO-SIM
014490         CLOSE CADFUNC
014490         GO TO AVI-RW3-EXIT.
014490     IF FUNC-DESLIGADO
014490         DISPLAY "FUNCIONARIO JA DESLIGADO EM "
014490             DIADEM "/" MESDEM "/" ANODEM
014490         CLOSE CADFUNC
014490         GO TO AVI-RW3-EXIT.
014490     DISPLAY "NOME: " NOMEFUNC.
014490     MOVE REGFUNC TO W-REGFUNC-ANTES.
014490     IF DATA-AVISO IS NUMERIC AND DATA-AVISO NOT = ZEROS
014490         DISPLAY "EM AVISO PREVIO DESDE "
014490             DIAAVI "/" MESAVI "/" ANOAVI
014490         DISPLAY "CANCELA O AVISO PREVIO (S/N) ==>"
014490         ACCEPT W-CONF
014490         IF W-CONF NOT = "S" AND W-CONF NOT = "s"
014490             CLOSE CADFUNC
014490             GO TO AVI-RW3-EXIT
014490         END-IF
014490         MOVE ZEROS TO DATA-AVISO
014490         GO TO AVI-GRAVAR.
014490     PERFORM AVI-DATA THRU AVI-DATA-EXIT.
014490     DISPLAY "CONFIRMA O AVISO PREVIO (S/N) ==>".
014490     ACCEPT W-CONF.
014490     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
014490         DISPLAY "AVISO PREVIO CANCELADO"
014490         CLOSE CADFUNC
014490         GO TO AVI-RW3-EXIT.
014490     MOVE W-DIAAVI TO DIAAVI.
014490     MOVE W-MESAVI TO MESAVI.
014490     MOVE W-ANOAVI TO ANOAVI.
014490 AVI-GRAVAR.
014490     REWRITE REGFUNC
014490         INVALID KEY
014490             DISPLAY "ERRO NA GRAVACAO DO AVISO PREVIO"
014490         NOT INVALID KEY
014490             DISPLAY "*** AVISO PREVIO GRAVADO ***"
014490             MOVE "A"            TO AUD-OPERACAO
014490             MOVE "CADFUNC" TO AUD-ARQUIVO
014490             MOVE W-COD-FUNC-INF TO AUD-CHAVE
014490             MOVE W-REGFUNC-ANTES TO AUD-ANTES
014490             MOVE REGFUNC        TO AUD-DEPOIS
014490             PERFORM ROT-GRAVAR-AUDITORIA
014490                 THRU ROT-GRAVAR-AUDITORIA-EXIT
014490             PERFORM ROT-MENS2 THRU ROT-MENS2-EXIT
014490     END-REWRITE.
014490     CLOSE CADFUNC.
014490 AVI-RW3-EXIT. EXIT.
014490******************************************************************
014490*    AVI-DATA - CAPTURA A DATA DE INICIO DO AVISO PREVIO COM       *
014490*    CRITICA DE DIA/MES (REDIGITACAO ATE A DATA SAIR VALIDA)       *
014490******************************************************************
014490 AVI-DATA.
014490     DISPLAY "DIA DO INICIO DO AVISO =>".
014490     ACCEPT W-DIAAVI.
014490     DISPLAY "MES DO INICIO DO AVISO =>".
014490     ACCEPT W-MESAVI.
014490     DISPLAY "ANO DO INICIO DO AVISO (2 DIGITOS) =>".
014490     ACCEPT W-ANOAVI.
014490     IF W-MESAVI < 1 OR W-MESAVI > 12
014490         DISPLAY "MES INVALIDO"
014490         GO TO AVI-DATA.
014490     IF W-DIAAVI < 1 OR W-DIAAVI > 31
014490         DISPLAY "DIA INVALIDO"
014490         GO TO AVI-DATA.
014490 AVI-DATA-EXIT. EXIT.
014500******************************************************************
014510*    ROT-DIGITAR-FUNC - CAPTURA DOS DADOS DO REGFUNC NA TELA      *
014520******************************************************************
014850     DISPLAY "DV DA CONTA =>".
014860     ACCEPT W-DVCONTAFUNC.
014870 ROT-DIGITAR-FUNC-EXIT. EXIT.
014870******************************************************************
014870*    MOV-RW3 - PROMOCAO, TRANSFERENCIA OU RECLASSIFICACAO: GRAVA   *
014870*    A MOVIMENTACAO NO MOVFUNC (CARGO, DEPARTAMENTO E SALARIO      *
014870*    ANTERIORES E NOVOS, DATA EFETIVA E MOTIVO) E ATUALIZA O CODCAR *
014870*    DO CADFUNC. A DATA EFETIVA NAO PODE SER FUTURA, ANTERIOR A    *
014870*    ADMISSAO NEM A ULTIMA MOVIMENTACAO DO FUNCIONARIO, DE MODO    *
014870*    QUE O CADFUNC TENHA SEMPRE O CARGO VIGENTE (MVF000)           *
014870******************************************************************
014870 MOV-RW3.
014870     DISPLAY "INFORME O CODIGO DO FUNC. A MOVIMENTAR =>".
014870     ACCEPT W-COD-FUNC-INF.
014870     OPEN I-O CADFUNC.
014870     IF FUNC-STATUS NOT = "00"
014870         DISPLAY MSG-ARQ-FUNC-INEXISTENTE
014870         GO TO MOV-RW3-EXIT.
014870     PERFORM LER-CODFUNC01 THRU LER-CODFUNC01-EXIT.
014870     IF NOT W-FUNC-ACHADO-SIM
014870         CLOSE CADFUNC
014870         GO TO MOV-RW3-EXIT.
014870     IF FUNC-DESLIGADO
014870         DISPLAY "FUNCIONARIO JA DESLIGADO EM "
014870             DIADEM "/" MESDEM "/" ANODEM
014870         CLOSE CADFUNC
014870         GO TO MOV-RW3-EXIT.
014870     DISPLAY "NOME: " NOMEFUNC.
014870     MOVE REGFUNC             TO W-REGFUNC-ANTES.
014870     MOVE CODFUNC             TO W-CODFUNC.
014870     MOVE CODCAR IN REGFUNC   TO W-MOV-CODCAR-ANT.
014870     IF ANOADM > 50
014870         COMPUTE W-MOV-ADMISSAO = (1900 + ANOADM) * 10000
014870             + MESADM * 100 + DIAADM
014870     ELSE
014870         COMPUTE W-MOV-ADMISSAO = (2000 + ANOADM) * 10000
014870             + MESADM * 100 + DIAADM.
014870     ACCEPT W-MOV-HOJE FROM DATE YYYYMMDD.
014870     PERFORM MOV-LER-CARGO-ANT THRU MOV-LER-CARGO-ANT-EXIT.
014870     PERFORM MOV-ULTIMA THRU MOV-ULTIMA-EXIT.
014870     MOVE "N" TO W-CAR-ACHADO.
014870     DISPLAY "NOVO CARGO".
014870     PERFORM INC-010 THRU INC-010-EXIT.
014870     IF NOT W-CAR-ACHADO-SIM
014870         CLOSE CADFUNC
014870         GO TO MOV-RW3-EXIT.
014870     IF W-CODCAR-FUNC = W-MOV-CODCAR-ANT
014870         DISPLAY "NOVO CARGO IGUAL AO ATUAL"
014870         CLOSE CADFUNC
014870         GO TO MOV-RW3-EXIT.
014870     MOVE CODDEPC IN REGCAR   TO W-MOV-CODDEPC-NOVO.
014870     MOVE SALARIOBASE         TO W-MOV-SALARIO-NOVO.
014870     PERFORM MOV-MOTIVO THRU MOV-MOTIVO-EXIT.
014870     PERFORM MOV-DATA THRU MOV-DATA-EXIT.
014870     DISPLAY "CONFIRMA A MOVIMENTACAO (S/N) ==>".
014870     ACCEPT W-CONF.
014870     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
014870         DISPLAY "MOVIMENTACAO CANCELADA"
014870         CLOSE CADFUNC
014870         GO TO MOV-RW3-EXIT.
014870     IF W-MOV-DATA = W-MOV-ULTIMA
014870         ADD 1 TO W-MOV-SEQ
014870     ELSE
014870         MOVE 1 TO W-MOV-SEQ.
014870     MOVE W-CODFUNC           TO MV-CODFUNC.
014870     MOVE W-MOV-DATA          TO MV-DATA-EFETIVA.
014870     MOVE W-MOV-SEQ           TO MV-SEQ.
014870     MOVE W-MOV-MOTIVO        TO MV-MOTIVO.
014870     MOVE W-MOV-CODCAR-ANT    TO MV-CODCAR-ANT.
014870     MOVE W-MOV-CODDEPC-ANT   TO MV-CODDEPC-ANT.
014870     MOVE W-MOV-SALARIO-ANT   TO MV-SALARIO-ANT.
014870     MOVE W-CODCAR-FUNC       TO MV-CODCAR-NOVO.
014870     MOVE W-MOV-CODDEPC-NOVO  TO MV-CODDEPC-NOVO.
014870     MOVE W-MOV-SALARIO-NOVO  TO MV-SALARIO-NOVO.
014870     MOVE W-OPERADOR          TO MV-OPERADOR.
014870     MOVE W-MOV-HOJE          TO MV-DATA-REGISTRO.
014870     OPEN I-O MOVFUNC.
014870     IF MVF-STATUS = "35"
014870         OPEN OUTPUT MOVFUNC
014870         CLOSE MOVFUNC
014870         OPEN I-O MOVFUNC.
014870     WRITE REGMVF
014870         INVALID KEY
014870             DISPLAY "ERRO NA GRAVACAO DA MOVIMENTACAO"
014870             CLOSE MOVFUNC
014870             CLOSE CADFUNC
014870             GO TO MOV-RW3-EXIT.
014870     CLOSE MOVFUNC.
014870     MOVE W-CODCAR-FUNC TO CODCAR IN REGFUNC.
014870     REWRITE REGFUNC
014870         INVALID KEY
014870             DISPLAY "ERRO NA ALTERACAO"
014870         NOT INVALID KEY
014870             DISPLAY "*** MOVIMENTACAO REGISTRADA ***"
014870             MOVE "A"            TO AUD-OPERACAO
014870             MOVE "CADFUNC" TO AUD-ARQUIVO
014870             MOVE W-COD-FUNC-INF TO AUD-CHAVE
014870             MOVE W-REGFUNC-ANTES TO AUD-ANTES
014870             MOVE REGFUNC        TO AUD-DEPOIS
014870             PERFORM ROT-GRAVAR-AUDITORIA
014870                 THRU ROT-GRAVAR-AUDITORIA-EXIT
014870             PERFORM ROT-MENS2 THRU ROT-MENS2-EXIT
014870     END-REWRITE.
014870     CLOSE CADFUNC.
014870 MOV-RW3-EXIT. EXIT.
014870******************************************************************
014870*    MOV-LER-CARGO-ANT - DEPARTAMENTO E SALARIO DO CARGO ATUAL     *
014870******************************************************************
014870 MOV-LER-CARGO-ANT.
014870     MOVE ZERO TO W-MOV-CODDEPC-ANT.
014870     MOVE ZERO TO W-MOV-SALARIO-ANT.
014870     OPEN INPUT CADCAR.
014870     IF CAR-STATUS NOT = "00"
014870         GO TO MOV-LER-CARGO-ANT-EXIT.
014870     MOVE W-MOV-CODCAR-ANT TO CODCAR IN REGCAR.
014870     READ CADCAR
014870         INVALID KEY
014870             CONTINUE
014870         NOT INVALID KEY
014870             MOVE CODDEPC IN REGCAR TO W-MOV-CODDEPC-ANT
014870             MOVE SALARIOBASE       TO W-MOV-SALARIO-ANT
014870             DISPLAY "CARGO ATUAL: " W-MOV-CODCAR-ANT " "
014870                 DENOMINACAOCAR.
014870     CLOSE CADCAR.
014870 MOV-LER-CARGO-ANT-EXIT. EXIT.
014870******************************************************************
014870*    MOV-ULTIMA - DATA E SEQUENCIA DA ULTIMA MOVIMENTACAO DO       *
014870*    FUNCIONARIO (O MOVFUNC ESTA NA ORDEM CODFUNC/DATA/SEQ)        *
014870******************************************************************
014870 MOV-ULTIMA.
014870     MOVE ZERO TO W-MOV-ULTIMA.
014870     MOVE ZERO TO W-MOV-SEQ.
014870     OPEN INPUT MOVFUNC.
014870     IF MVF-STATUS NOT = "00"
014870         GO TO MOV-ULTIMA-EXIT.
014870     MOVE "N" TO W-EOF-MV.
014870     MOVE W-CODFUNC TO MV-CODFUNC.
014870     MOVE ZERO      TO MV-DATA-EFETIVA.
014870     MOVE ZERO      TO MV-SEQ.
014870     START MOVFUNC KEY IS NOT LESS THAN MV-CHAVE
014870         INVALID KEY MOVE "S" TO W-EOF-MV.
014870     PERFORM MOV-LER-ULTIMA THRU MOV-LER-ULTIMA-EXIT
014870         UNTIL W-EOF-MV-SIM.
014870     CLOSE MOVFUNC.
014870 MOV-ULTIMA-EXIT. EXIT.
014870 MOV-LER-ULTIMA.
014870     READ MOVFUNC NEXT RECORD
014870         AT END MOVE "S" TO W-EOF-MV.
014870     IF W-EOF-MV-SIM
014870         GO TO MOV-LER-ULTIMA-EXIT.
014870     IF MV-CODFUNC NOT = W-CODFUNC
014870         MOVE "S" TO W-EOF-MV
014870         GO TO MOV-LER-ULTIMA-EXIT.
014870     MOVE MV-DATA-EFETIVA TO W-MOV-ULTIMA.
014870     MOVE MV-SEQ          TO W-MOV-SEQ.
014870 MOV-LER-ULTIMA-EXIT. EXIT.
014870******************************************************************
014870*    MOV-MOTIVO - MOTIVO DA MOVIMENTACAO (REDIGITA ATE VALIDO)     *
014870******************************************************************
014870 MOV-MOTIVO.
014870     DISPLAY "MOTIVO (P-PROMOCAO  T-TRANSFERENCIA".
014870     DISPLAY "        R-RECLASSIFICACAO) =>".
014870     ACCEPT W-MOV-MOTIVO.
014870     IF NOT W-MOV-MOTIVO-VALIDO
014870         DISPLAY "MOTIVO INVALIDO"
014870         GO TO MOV-MOTIVO.
014870 MOV-MOTIVO-EXIT. EXIT.
014870******************************************************************
014870*    MOV-DATA - DATA EFETIVA DA MOVIMENTACAO COM CRITICA DE DIA/    *
014870*    MES, NAO FUTURA, NAO ANTERIOR A ADMISSAO NEM A ULTIMA          *
014870*    MOVIMENTACAO (REDIGITACAO ATE A DATA SAIR VALIDA)             *
014870******************************************************************
014870 MOV-DATA.
014870     DISPLAY "DIA DA DATA EFETIVA =>".
014870     ACCEPT W-DIAMOV.
014870     DISPLAY "MES DA DATA EFETIVA =>".
014870     ACCEPT W-MESMOV.
014870     DISPLAY "ANO DA DATA EFETIVA (4 DIGITOS) =>".
014870     ACCEPT W-ANOMOV.
014870     IF W-MESMOV < 1 OR W-MESMOV > 12
014870         DISPLAY "MES INVALIDO"
014870         GO TO MOV-DATA.
014870     IF W-DIAMOV < 1 OR W-DIAMOV > 31
014870         DISPLAY "DIA INVALIDO"
014870         GO TO MOV-DATA.
014870     COMPUTE W-MOV-DATA = W-ANOMOV * 10000 + W-MESMOV * 100
014870         + W-DIAMOV.
014870     IF W-MOV-DATA > W-MOV-HOJE
014870         DISPLAY "DATA EFETIVA NAO PODE SER FUTURA"
014870         GO TO MOV-DATA.
014870     IF W-MOV-DATA < W-MOV-ADMISSAO
014870         DISPLAY "DATA EFETIVA ANTERIOR A ADMISSAO"
014870         GO TO MOV-DATA.
014870     IF W-MOV-DATA < W-MOV-ULTIMA
014870         DISPLAY "DATA EFETIVA ANTERIOR A ULTIMA MOVIMENTACAO"
014870         GO TO MOV-DATA.
014870 MOV-DATA-EXIT. EXIT.
014880******************************************************************
014890*    ROT-BUSCAR-CEP-FUNC - CONSULTA O CEP DIGITADO NO CADCEP E     *
014900*    PREENCHE O ENDERECO DO FUNCIONARIO (MESMO FLUXO DO CEP003    *
