000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-08-22 BH        VERSAO INICIAL                             *
000170* 2026-10-15 BH        FILTRO POR ARQUIVO; ARQUIVO + CHAVE E      *
000170*                      OPERADOR LIDOS PELO INDICE FAUDIDX;        *
000170*                      OPCAO DE RECRIACAO DO INDICE               *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDCONS.
000310     SELECT FAUDIT ASSIGN TO "FAUDIT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS AUD-STATUS.
000340     SELECT FAUDIDX ASSIGN TO "FAUDIDX"
000340         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS AX-CHAVE
000340         ALTERNATE RECORD KEY IS AX-CHAVE-OPER WITH DUPLICATES
000340         FILE STATUS IS AUX-STATUS.
000340     SELECT PARMSYS ASSIGN TO "PARMSYS"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS PARM-STATUS.
000390 FD  FAUDIT
000400     LABEL RECORDS ARE STANDARD.
000410 01  REG-FAUDIT                  PIC X(233).
000410 FD  FAUDIDX
000410     LABEL RECORDS ARE STANDARD.
000410     COPY REGAUX.
000420 FD  PARMSYS
000430     LABEL RECORDS ARE STANDARD.
000440     COPY PARMSYS.
000450 WORKING-STORAGE SECTION.
000460 01  AUD-STATUS                  PIC X(02).
000470 01  PARM-STATUS                 PIC X(02).
000470 01  AUX-STATUS                  PIC X(02).
000480 COPY AUDITLOG.
000480 COPY AUXPARM.
000490 01  W-SWITCHES.
000500     05  W-FIM                   PIC X(01) VALUE "N".
000510         88  W-FIM-SIM           VALUE "S".
000680 01  W-FIL-DATA-DE               PIC 9(06).
000690 01  W-FIL-DATA-ATE              PIC 9(06).
000700 01  W-FIL-CHAVE                 PIC X(30).
000700 01  W-FIL-ARQUIVO               PIC X(12).
000710******************************************************************
000720*    TABELA DAS ENTRADAS SELECIONADAS (ATE 500)                    *
000730******************************************************************
001310 2000-CONSULTA.
001320     DISPLAY " ".
001330     DISPLAY "AUDCONS - CONSULTA DA TRILHA DE AUDITORIA".
001340     DISPLAY "1-CONSULTAR   2-RECRIAR O INDICE FAUDIDX   9-FIM".
001350     ACCEPT W-OPCAO.
001360     EVALUATE W-OPCAO
001370         WHEN "1"
001380             PERFORM 2100-PEDIR-FILTROS THRU 2100-EXIT
001390             PERFORM 2200-CARREGAR THRU 2200-EXIT
001400             PERFORM 2300-PAGINAR THRU 2300-EXIT
001400         WHEN "2"
001400             PERFORM 2500-RECRIAR-INDICE THRU 2500-EXIT
001410         WHEN "9"
001420             MOVE "S" TO W-FIM
001430         WHEN OTHER
001550     ACCEPT W-FIL-DATA-DE.
001560     DISPLAY "DATA FINAL (AAMMDD, 0=SEM) =>".
001570     ACCEPT W-FIL-DATA-ATE.
001580     DISPLAY "ARQUIVO (BRANCO=TODOS) =>".
001580     ACCEPT W-FIL-ARQUIVO.
001580     DISPLAY "VALOR DA CHAVE (BRANCO=TODAS) =>".
001590     ACCEPT W-FIL-CHAVE.
001600 2100-EXIT. EXIT.
001610******************************************************************
001620*    2200-CARREGAR - APLICA OS FILTROS E GUARDA AS ENTRADAS QUE    *
001620*    PASSARAM (ATE 500; O EXCEDENTE E AVISADO PARA O OPERADOR     *
001620*    REFINAR O FILTRO). COM ARQUIVO + CHAVE OU COM OPERADOR LE SO *
001620*    A FAIXA NO INDICE FAUDIDX; SEM ELES LE O FAUDIT INTEIRO      *
001650******************************************************************
001660 2200-CARREGAR.
001670     MOVE ZERO TO W-QTDE-ENTRADAS.
001670     IF W-FIL-ARQUIVO = SPACES OR W-FIL-CHAVE = SPACES
001670         IF W-FIL-OPERADOR = SPACES
001670             GO TO 2200-SEQUENCIAL.
001670     OPEN INPUT FAUDIDX.
001670     IF AUX-STATUS NOT = "00"
001670         DISPLAY "INDICE FAUDIDX NAO DISPONIVEL - LENDO O FAUDIT"
001670         GO TO 2200-SEQUENCIAL.
001670     IF W-FIL-ARQUIVO NOT = SPACES AND W-FIL-CHAVE NOT = SPACES
001670         PERFORM 2230-FAIXA-CHAVE THRU 2230-EXIT
001670     ELSE
001670         PERFORM 2250-FAIXA-OPERADOR THRU 2250-EXIT.
001670     CLOSE FAUDIDX.
001670     DISPLAY "ENTRADAS SELECIONADAS: " W-QTDE-ENTRADAS.
001670     GO TO 2200-EXIT.
001670 2200-SEQUENCIAL.
001680     OPEN INPUT FAUDIT.
001690     IF AUD-STATUS NOT = "00"
001700         DISPLAY "TRILHA DE AUDITORIA (FAUDIT) NAO EXISTE"
001790     READ FAUDIT
001800         AT END MOVE "S" TO W-EOF
001810         NOT AT END
001810             PERFORM 2240-GUARDAR THRU 2240-EXIT.
001950 2210-EXIT. EXIT.
001960 2220-FILTRAR.
001970     MOVE "S" TO W-PASSA.
002130     IF W-FIL-CHAVE NOT = SPACES
002140         IF AUD-CHAVE NOT = W-FIL-CHAVE
002150             MOVE "N" TO W-PASSA.
002150     IF W-FIL-ARQUIVO NOT = SPACES
002150         IF AUD-ARQUIVO NOT = W-FIL-ARQUIVO
002150             MOVE "N" TO W-PASSA.
002160 2220-EXIT. EXIT.
002160******************************************************************
002160*    2230-FAIXA-CHAVE - ARQUIVO + CHAVE A PARTIR DA DATA INICIAL, *
002160*    PELA CHAVE PRINCIPAL DO FAUDIDX                              *
002160******************************************************************
002160 2230-FAIXA-CHAVE.
002160     MOVE W-FIL-ARQUIVO  TO AX-ARQUIVO.
002160     MOVE W-FIL-CHAVE    TO AX-CHAVE-REG.
002160     MOVE W-FIL-DATA-DE  TO AX-DATA.
002160     MOVE ZERO           TO AX-HORA.
002160     MOVE ZERO           TO AX-SEQ.
002160     START FAUDIDX KEY IS NOT LESS THAN AX-CHAVE
002160         INVALID KEY
002160             GO TO 2230-EXIT.
002160     MOVE "N" TO W-EOF.
002160     PERFORM 2235-LER-CHAVE THRU 2235-EXIT
002160         UNTIL W-EOF-SIM.
002160 2230-EXIT. EXIT.
002160 2235-LER-CHAVE.
002160     READ FAUDIDX NEXT RECORD
002160         AT END
002160             MOVE "S" TO W-EOF
002160             GO TO 2235-EXIT.
002160     IF AX-ARQUIVO NOT = W-FIL-ARQUIVO
002160         OR AX-CHAVE-REG NOT = W-FIL-CHAVE
002160         MOVE "S" TO W-EOF
002160         GO TO 2235-EXIT.
002160     IF W-FIL-DATA-ATE NOT = ZERO
002160         AND AX-DATA > W-FIL-DATA-ATE
002160         MOVE "S" TO W-EOF
002160         GO TO 2235-EXIT.
002160     MOVE AX-REGISTRO TO REG-FAUDIT.
002160     PERFORM 2240-GUARDAR THRU 2240-EXIT.
002160 2235-EXIT. EXIT.
002160******************************************************************
002160*    2240-GUARDAR - FILTRA A ENTRADA EM REG-FAUDIT E GUARDA NA    *
002160*    TABELA                                                       *
002160******************************************************************
002160 2240-GUARDAR.
002160     MOVE REG-FAUDIT TO REG-AUDITLOG.
002160     PERFORM 2220-FILTRAR THRU 2220-EXIT.
002160     IF NOT W-PASSA-SIM
002160         GO TO 2240-EXIT.
002160     IF W-QTDE-ENTRADAS < 500
002160         ADD 1 TO W-QTDE-ENTRADAS
002160         MOVE REG-FAUDIT TO TE-REGISTRO(W-QTDE-ENTRADAS)
002160     ELSE
002160         DISPLAY "MAIS DE 500 ENTRADAS - REFINE O"
002160             " FILTRO"
002160         MOVE "S" TO W-EOF.
002160 2240-EXIT. EXIT.
002160******************************************************************
002160*    2250-FAIXA-OPERADOR - OPERADOR A PARTIR DA DATA INICIAL,     *
002160*    PELA CHAVE ALTERNATIVA DO FAUDIDX                            *
002160******************************************************************
002160 2250-FAIXA-OPERADOR.
002160     MOVE W-FIL-OPERADOR TO AX-OPERADOR.
002160     MOVE W-FIL-DATA-DE  TO AX-DATA-OPER.
002160     START FAUDIDX KEY IS NOT LESS THAN AX-CHAVE-OPER
002160         INVALID KEY
002160             GO TO 2250-EXIT.
002160     MOVE "N" TO W-EOF.
002160     PERFORM 2255-LER-OPERADOR THRU 2255-EXIT
002160         UNTIL W-EOF-SIM.
002160 2250-EXIT. EXIT.
002160 2255-LER-OPERADOR.
002160     READ FAUDIDX NEXT RECORD
002160         AT END
002160             MOVE "S" TO W-EOF
002160             GO TO 2255-EXIT.
002160     IF AX-OPERADOR NOT = W-FIL-OPERADOR
002160         MOVE "S" TO W-EOF
002160         GO TO 2255-EXIT.
002160     IF W-FIL-DATA-ATE NOT = ZERO
002160         AND AX-DATA-OPER > W-FIL-DATA-ATE
002160         MOVE "S" TO W-EOF
002160         GO TO 2255-EXIT.
002160     MOVE AX-REGISTRO TO REG-FAUDIT.
002160     PERFORM 2240-GUARDAR THRU 2240-EXIT.
002160 2255-EXIT. EXIT.
002170******************************************************************
002180*    2300-PAGINAR - LISTA AS ENTRADAS EM PAGINAS DE                *
002190*    PARM-ITENS-POR-PAGINA; O OPERADOR CONTINUA, DETALHA UMA      *
002850     IF WA-BYTE(W-POS) NOT = WD-BYTE(W-POS)
002860         MOVE "*" TO LM-BYTE(W-POS).
002870 2410-EXIT. EXIT.
002870******************************************************************
002870*    2500-RECRIAR-INDICE - RECRIA O FAUDIDX A PARTIR DO FAUDIT    *
002870*    (IMPLANTACAO OU ARQUIVO PERDIDO)                             *
002870******************************************************************
002870 2500-RECRIAR-INDICE.
002870     DISPLAY "CONFIRMA A RECRIACAO DO FAUDIDX (S/N) =>".
002870     ACCEPT W-RESP.
002870     IF W-RESP NOT = "S" AND W-RESP NOT = "s"
002870         GO TO 2500-EXIT.
002870     MOVE "R" TO AUX-ACAO.
002870     CALL "AUX000" USING AUX-PARAMETROS-AREA.
002870     IF AUX-OK
002870         DISPLAY "FAUDIDX RECRIADO - ENTRADAS: " AUX-QTDE
002870     ELSE
002870         DISPLAY "FAUDIDX NAO PODE SER RECRIADO".
002870 2500-EXIT. EXIT.
