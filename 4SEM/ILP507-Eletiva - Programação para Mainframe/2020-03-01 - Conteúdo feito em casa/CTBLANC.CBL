000150*              RELATORIO DE CONFERENCIA (REPCTB) PROVA DEBITOS    *
000160*              = CREDITOS E MOVIMENTO SEM CONTA MAPEADA IMPEDE A  *
000170*              LIBERACAO DO LOTE (RETURN-CODE 8).                 *
000172*              A GERACAO GRAVA PONTO DE CONTROLE (CKP000) A CADA  *
000174*              500 MOVIMENTOS LIDOS; REPETIDA NA MESMA DATA       *
000176*              DEPOIS DE UM ABEND, CORTA CTBLOTE E REPCTB NO      *
000178*              PONTO E RETOMA DO MOVIMENTO SEGUINTE.              *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000217*                      VALENDO PARA A EXECUCAO EM LOTE)           *
000218* 2026-09-02 BH        MAPA ACEITA A ORIGEM "P" (PROVISOES DE     *
000219*                      FERIAS E 13O EMITIDAS PELO CTBPROV)        *
000219* 2026-09-18 BH        MAPA ACEITA A ORIGEM "A" (DEPRECIACAO E    *
000219*                      BAIXA DO IMOBILIZADO EMITIDAS PELO CTBDEPR)*
000219* 2026-09-21 BH        MAPA ACEITA A ORIGEM "C" (LANCAMENTOS DO   *
000219*                      CRECEBER/CPAGAR/CAIXAMOV PELO CTBFIN)      *
000219* 2026-09-23 BH        CTBLOTE GANHA LOT-ORIGEM, GRAVADA COM A    *
000219*                      ORIGEM DO MOVIMENTO (E/F)                  *
000219* 2026-09-25 BH        CTBLOTE GANHA LOT-CODDEPC (DEPARTAMENTO),  *
000219*                      GRAVADO ZERADO                             *
000219* 2026-10-15 BH        ADIANTAMENTO QUINZENAL (FOPAGTO TIPO       *
000219*                      "A") FORA DOS TOTAIS BR/IN/IR/LQ E         *
000219*                      LANCADO NA CHAVE "AD" DA ORIGEM "F" (O     *
000219*                      LIQUIDO DA FOLHA MENSAL JA VEM SEM O       *
000219*                      ADIANTAMENTO)                              *
000219* 2026-10-15 BH        PENSAO ALIMENTICIA DESCONTADA NA FOLHA     *
000219*                      (PAG-PENSAO) LANCADA NA CHAVE "PA" DA      *
000219*                      ORIGEM "F" (O LIQUIDO JA VEM SEM A         *
000219*                      PENSAO)                                    *
000219* 2026-10-15 BH        GERACAO DO LOTE COM PONTO DE CONTROLE      *
000219*                      (CKP000) A CADA 500 MOVIMENTOS E REINICIO  *
000219*                      NA MESMA DATA: CTBLOTE/REPCTB CORTADOS NO  *
000219*                      PONTO, TOTAIS RECUPERADOS; EVENTOS NO      *
000219*                      RUNLOG (RUNCTL)                            *
000219* 2026-10-15 BH        PROMPT DA CHAVE FINANCEIRA LISTA TODOS OS  *
000219*                      EVENTOS DO CTBFIN (CF, VP, VA, JR E MR)    *
000219* 2026-10-15 BH        MOVIMENTOS "C" (CONSIGNACAO, CEP086) E "G" *
000219*                      (TROCA EM GARANTIA, CEP087) NAO SAO        *
000219*                      LANCADOS: SAO TRANSFERENCIAS INTERNAS QUE  *
000219*                      SE ANULAM; O CUSTO SAI NO "S" DO           *
000219*                      FATURAMENTO                                *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CTBLANC.
000540     SELECT REPCTB ASSIGN TO "REPCTB"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS REL-STATUS.
000562     SELECT CTBTMP ASSIGN TO "CTBTMP"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS TMP-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  TABCTB
000770     05  LOT-CONTA-CREDITO       PIC 9(08).
000780     05  LOT-VALOR               PIC 9(13)V99.
000790     05  LOT-HISTORICO           PIC X(30).
000790     05  LOT-ORIGEM              PIC X(01).
000790     05  LOT-CODDEPC             PIC 9(04).
000800 FD  REPCTB
000810     LABEL RECORDS ARE STANDARD.
000820 01  REG-RELAT                   PIC X(100).
000822 FD  CTBTMP
000824     LABEL RECORDS ARE STANDARD.
000826 01  REG-CTBTMP                  PIC X(100).
000830 WORKING-STORAGE SECTION.
000840 01  CTB-STATUS                  PIC X(02).
000850 01  MOV-STATUS                  PIC X(02).
000870 01  PROD-STATUS                 PIC X(02).
000880 01  LOT-STATUS                  PIC X(02).
000890 01  REL-STATUS                  PIC X(02).
000895 01  TMP-STATUS                  PIC X(02).
000900 01  W-SWITCHES.
000910     05  W-FIM                   PIC X(01) VALUE "N".
000920         88  W-FIM-SIM           VALUE "S".
000960         88  W-FIM-DIGITACAO-SIM VALUE "S".
000970     05  W-MAPA-ACHADO           PIC X(01).
000980         88  W-MAPA-ACHADO-SIM   VALUE "S".
000982     05  W-REINICIO              PIC X(01).
000984         88  W-REINICIO-SIM      VALUE "S".
000986     05  W-INTERVALO-CKPT        PIC 9(05) VALUE 500.
000988     05  W-CONTA-INTERVALO       PIC 9(05) VALUE ZERO.
000990 01  W-OPCAO                     PIC X(01).
001000 01  W-MES-INF                   PIC 9(02).
001010 01  W-ANO-INF                   PIC 9(04).
001120 01  W-TOT-INSS                  PIC 9(13)V99 VALUE ZERO.
001130 01  W-TOT-IRRF                  PIC 9(13)V99 VALUE ZERO.
001140 01  W-TOT-LIQUIDO               PIC 9(13)V99 VALUE ZERO.
001140 01  W-TOT-ADIANT                PIC 9(13)V99 VALUE ZERO.
001140 01  W-TOT-PENSAO                PIC 9(13)V99 VALUE ZERO.
001141 01  W-QTDE-LIDOS                PIC 9(09) VALUE ZERO.
001142 01  W-QTDE-PULAR                PIC 9(09) VALUE ZERO.
001143 01  W-QTDE-REL                  PIC 9(09) VALUE ZERO.
001144 01  W-QTDE-COPIA                PIC 9(09).
001145 01  W-QTDE-MANTER               PIC 9(09).
001146 COPY RUNPARM.
001147 COPY CKPPARM.
001148******************************************************************
001149*    PARAMETRO DA GERACAO E TOTAIS GUARDADOS NO PONTO DE CONTROLE *
001149******************************************************************
001149 01  W-PARAM-EXEC.
001149     05  W-PE-MES                PIC 9(02).
001149     05  W-PE-ANO                PIC 9(04).
001149     05  FILLER                  PIC X(14) VALUE SPACES.
001149 01  W-CKP-TOTAIS.
001149     05  PC-QTDE-LANC            PIC 9(07).
001149     05  PC-QTDE-SEM-MAPA        PIC 9(07).
001149     05  PC-TOT-DEBITOS          PIC 9(15)V99.
001149     05  PC-TOT-CREDITOS         PIC 9(15)V99.
001150******************************************************************
001160*    TABELA DO MAPA DE CONTAS CARREGADA NA INICIALIZACAO          *
001170******************************************************************
001250*    CAMPOS DE DIGITACAO DA TABELA                                *
001260******************************************************************
001270 01  W-ORIGEM-INF                PIC X(01).
001280     88  W-ORIGEM-VALIDA         VALUES "E" "F" "P" "A" "C".
001290 01  W-CHAVE-INF                 PIC X(02).
001300 01  W-DEBITO-INF                PIC 9(08).
001310 01  W-CREDITO-INF               PIC 9(08).
002150     DISPLAY "LINHAS GRAVADAS: " W-QTDE-LINHAS.
002160 ROT-REDIGITAR-EXIT. EXIT.
002170 ROT-DIGITAR-LINHA.
002180     DISPLAY "ORIGEM (E-ESTOQUE/F-FOLHA/P-PROVISAO/A-ATIVO/".
002180     DISPLAY "C-FINANCEIRO/X-FIM) =>".
002190     ACCEPT W-ORIGEM-INF.
002200     IF W-ORIGEM-INF = "X" OR W-ORIGEM-INF = "x"
002210         MOVE "S" TO W-FIM-DIGITACAO
002240         DISPLAY "ORIGEM INVALIDA"
002250         GO TO ROT-DIGITAR-LINHA.
002260     DISPLAY "CHAVE (ESTOQUE: TIPOPROD+E/S/A  FOLHA:".
002270     DISPLAY "BR/IN/IR/LQ/AD  ATIVO: DP/BD/BV/GA/PE".
002270     DISPLAY "FINANCEIRO: TR/RR/JR/MR/TP/IR/IS/PP/VP/VA/".
002270     DISPLAY "CD/CC/CP/CF) =>".
002280     ACCEPT W-CHAVE-INF.
002290     DISPLAY "CONTA DEBITO =>".
002300     ACCEPT W-DEBITO-INF.
002550     MOVE ZERO TO W-QTDE-SEM-MAPA.
002560     MOVE ZERO TO W-TOT-DEBITOS.
002570     MOVE ZERO TO W-TOT-CREDITOS.
002572     MOVE ZERO TO W-QTDE-LIDOS.
002574     MOVE ZERO TO W-QTDE-PULAR.
002576     MOVE ZERO TO W-CONTA-INTERVALO.
002578     PERFORM 3200-VERIF-REINICIO THRU 3200-EXIT.
002580     IF W-REINICIO-SIM
002582         PERFORM 3300-ABRIR-SAIDAS THRU 3300-EXIT
002584     ELSE
002586         OPEN OUTPUT CTBLOTE
002590         OPEN OUTPUT REPCTB
002600         MOVE W-MES-INF TO CAB-MES
002610         MOVE W-ANO-INF TO CAB-ANO
002620         WRITE REG-RELAT FROM CAB-RELAT
002625         MOVE 1 TO W-QTDE-REL.
002630     PERFORM 4000-LANCAR-ESTOQUE THRU 4000-EXIT.
002640     PERFORM 5000-LANCAR-FOLHA THRU 5000-EXIT.
002650     MOVE "TOTAL DE DEBITOS....: " TO LT-ROTULO.
002800     DISPLAY "LANCAMENTOS GERADOS: " W-QTDE-LANC.
002810     DISPLAY "SEM CONTA MAPEADA..: " W-QTDE-SEM-MAPA.
002820     DISPLAY "RELATORIO GRAVADO EM REPCTB, LOTE EM CTBLOTE".
002822     MOVE "C" TO CKP-ACAO.
002824     MOVE W-QTDE-LIDOS TO CKP-QTDE-LIDOS.
002826     CALL "CKP000" USING CKP-PARAMETROS-AREA.
002827     MOVE W-QTDE-LANC TO RCT-REGISTROS.
002828     MOVE "F" TO RCT-ACAO.
002829     CALL "RUNCTL" USING RCT-PARAMETROS.
002830 3000-EXIT. EXIT.
002840 3100-CARREGAR-MAPA.
002850     MOVE ZERO TO W-QTDE-MAPA.
003050                     TO TM-CREDITO(W-QTDE-MAPA)
003060             END-IF.
003070 3110-EXIT. EXIT.
003071******************************************************************
003072*    3200-VERIF-REINICIO - PONTO DE CONTROLE EM ANDAMENTO NA       *
003073*    MESMA DATA E PARA A MESMA COMPETENCIA = REINICIO: RECUPERA    *
003074*    OS TOTAIS, PULA OS MOVIMENTOS JA LANCADOS E REGISTRA O "R"    *
003075*    NO RUNLOG; SENAO A GERACAO E NOVA                             *
003076******************************************************************
003077 3200-VERIF-REINICIO.
003078     MOVE "N" TO W-REINICIO.
003079     MOVE "CTBLANC" TO RCT-PROGRAMA.
003080     MOVE ZERO TO RCT-DATA.
003080     MOVE W-MES-INF TO W-PE-MES.
003080     MOVE W-ANO-INF TO W-PE-ANO.
003080     INITIALIZE CKP-PARAMETROS-AREA.
003080     MOVE "CTBLANC"    TO CKP-PROGRAMA.
003080     MOVE ZERO         TO CKP-DATA.
003080     MOVE W-PARAM-EXEC TO CKP-PARAMETRO.
003080     MOVE "L"          TO CKP-ACAO.
003080     CALL "CKP000" USING CKP-PARAMETROS-AREA.
003080     IF NOT CKP-REINICIAR
003080         MOVE "L" TO RCT-ACAO
003080         CALL "RUNCTL" USING RCT-PARAMETROS
003080         GO TO 3200-EXIT.
003080     MOVE "S" TO W-REINICIO.
003080     MOVE CKP-QTDE-LIDOS   TO W-QTDE-LIDOS.
003080     MOVE CKP-QTDE-LIDOS   TO W-QTDE-PULAR.
003080     MOVE CKP-QTDE-SAIDA-2 TO W-QTDE-REL.
003080     MOVE CKP-TOTAIS       TO W-CKP-TOTAIS.
003080     MOVE PC-QTDE-LANC     TO W-QTDE-LANC.
003080     MOVE PC-QTDE-SEM-MAPA TO W-QTDE-SEM-MAPA.
003080     MOVE PC-TOT-DEBITOS   TO W-TOT-DEBITOS.
003080     MOVE PC-TOT-CREDITOS  TO W-TOT-CREDITOS.
003080     DISPLAY "REINICIO APOS O MOVIMENTO " W-QTDE-LIDOS.
003080     MOVE W-QTDE-LANC   TO RCT-REGISTROS.
003080     MOVE CKP-ULT-CHAVE TO RCT-CHAVE.
003080     MOVE "R" TO RCT-ACAO.
003080     CALL "RUNCTL" USING RCT-PARAMETROS.
003080 3200-EXIT. EXIT.
003080******************************************************************
003080*    3300-ABRIR-SAIDAS - NO REINICIO, CORTA CTBLOTE E REPCTB NAS   *
003080*    LINHAS CONTADAS NO PONTO (COPIANDO PELO CTBTMP) E OS REABRE   *
003080*    EM EXTEND                                                     *
003080******************************************************************
003080 3300-ABRIR-SAIDAS.
003080     MOVE CKP-QTDE-SAIDA-1 TO W-QTDE-MANTER.
003080     OPEN INPUT CTBLOTE.
003080     IF LOT-STATUS = "00"
003080         OPEN OUTPUT CTBTMP
003080         MOVE ZERO TO W-QTDE-COPIA
003080         MOVE "N" TO W-EOF
003080         PERFORM 3310-LOTE-PARA-TMP THRU 3310-EXIT
003080             UNTIL W-EOF-SIM
003080             OR W-QTDE-COPIA NOT < W-QTDE-MANTER
003080         CLOSE CTBLOTE CTBTMP
003080         OPEN INPUT CTBTMP
003080         OPEN OUTPUT CTBLOTE
003080         MOVE "N" TO W-EOF
003080         PERFORM 3320-TMP-PARA-LOTE THRU 3320-EXIT
003080             UNTIL W-EOF-SIM
003080         CLOSE CTBTMP CTBLOTE.
003080     MOVE CKP-QTDE-SAIDA-2 TO W-QTDE-MANTER.
003080     OPEN INPUT REPCTB.
003080     IF REL-STATUS = "00"
003080         OPEN OUTPUT CTBTMP
003080         MOVE ZERO TO W-QTDE-COPIA
003080         MOVE "N" TO W-EOF
003080         PERFORM 3330-REL-PARA-TMP THRU 3330-EXIT
003080             UNTIL W-EOF-SIM
003080             OR W-QTDE-COPIA NOT < W-QTDE-MANTER
003080         CLOSE REPCTB CTBTMP
003080         OPEN INPUT CTBTMP
003080         OPEN OUTPUT REPCTB
003080         MOVE "N" TO W-EOF
003080         PERFORM 3340-TMP-PARA-REL THRU 3340-EXIT
003080             UNTIL W-EOF-SIM
003080         CLOSE CTBTMP REPCTB.
003080     OPEN EXTEND CTBLOTE.
003080     IF LOT-STATUS = "35"
003080         OPEN OUTPUT CTBLOTE.
003080     OPEN EXTEND REPCTB.
003080     IF REL-STATUS = "35"
003080         OPEN OUTPUT REPCTB.
003080 3300-EXIT. EXIT.
003080 3310-LOTE-PARA-TMP.
003080     READ CTBLOTE
003080         AT END MOVE "S" TO W-EOF
003080         NOT AT END
003080             WRITE REG-CTBTMP FROM REG-CTBLOTE
003080             ADD 1 TO W-QTDE-COPIA.
003080 3310-EXIT. EXIT.
003080 3320-TMP-PARA-LOTE.
003080     READ CTBTMP
003080         AT END MOVE "S" TO W-EOF
003080         NOT AT END
003080             WRITE REG-CTBLOTE FROM REG-CTBTMP.
003080 3320-EXIT. EXIT.
003080 3330-REL-PARA-TMP.
003080     READ REPCTB
003080         AT END MOVE "S" TO W-EOF
003080         NOT AT END
003080             WRITE REG-CTBTMP FROM REG-RELAT
003080             ADD 1 TO W-QTDE-COPIA.
003080 3330-EXIT. EXIT.
003080 3340-TMP-PARA-REL.
003080     READ CTBTMP
003080         AT END MOVE "S" TO W-EOF
003080         NOT AT END
003080             WRITE REG-RELAT FROM REG-CTBTMP.
003080 3340-EXIT. EXIT.
003080******************************************************************
003090*    4000-LANCAR-ESTOQUE - UM LANCAMENTO POR MOVIMENTO DO MES      *
003100*    (VALOR = QUANTIDADE X PRECO; CONTA PELO TIPOPROD DO          *
003230         CLOSE CADPROD.
003240     CLOSE MOVESTQ.
003250 4000-EXIT. EXIT.
003251******************************************************************
003252*    4050-CHECKPOINT - A CADA N MOVIMENTOS LIDOS GRAVA O PONTO     *
003253*    COM OS MOVIMENTOS ANTERIORES AO CORRENTE (CTBLOTE E REPCTB    *
003254*    SAO FECHADOS E REABERTOS PARA QUE AS LINHAS CONTADAS ESTEJAM  *
003255*    GRAVADAS)                                                     *
003256******************************************************************
003257 4050-CHECKPOINT.
003258     ADD 1 TO W-CONTA-INTERVALO.
003259     IF W-CONTA-INTERVALO < W-INTERVALO-CKPT
003260         GO TO 4050-EXIT.
003260     MOVE ZERO TO W-CONTA-INTERVALO.
003260     CLOSE CTBLOTE REPCTB.
003260     MOVE W-QTDE-LANC      TO PC-QTDE-LANC.
003260     MOVE W-QTDE-SEM-MAPA  TO PC-QTDE-SEM-MAPA.
003260     MOVE W-TOT-DEBITOS    TO PC-TOT-DEBITOS.
003260     MOVE W-TOT-CREDITOS   TO PC-TOT-CREDITOS.
003260     COMPUTE CKP-QTDE-LIDOS = W-QTDE-LIDOS - 1.
003260     MOVE SPACES           TO CKP-ULT-CHAVE.
003260     MOVE CKP-QTDE-LIDOS   TO CKP-ULT-CHAVE(1:9).
003260     MOVE W-QTDE-LANC      TO CKP-QTDE-SAIDA-1.
003260     MOVE W-QTDE-REL       TO CKP-QTDE-SAIDA-2.
003260     MOVE W-CKP-TOTAIS     TO CKP-TOTAIS.
003260     MOVE "G" TO CKP-ACAO.
003260     CALL "CKP000" USING CKP-PARAMETROS-AREA.
003260     OPEN EXTEND CTBLOTE.
003260     OPEN EXTEND REPCTB.
003260 4050-EXIT. EXIT.
003260 4100-LER-MOV.
003270     READ MOVESTQ
003280         AT END MOVE "S" TO W-EOF.
003290     IF W-EOF-SIM
003300         GO TO 4100-EXIT.
003302     IF W-QTDE-PULAR > ZERO
003304         SUBTRACT 1 FROM W-QTDE-PULAR
003306         GO TO 4100-EXIT.
003308     ADD 1 TO W-QTDE-LIDOS.
003309     PERFORM 4050-CHECKPOINT THRU 4050-EXIT.
003310     IF MOV-MES NOT = W-MES-INF OR MOV-ANO NOT = W-ANO-INF
003320         GO TO 4100-EXIT.
003320     IF MOV-CONSIGNACAO OR MOV-GARANTIA
003320         GO TO 4100-EXIT.
003330     PERFORM 4200-TIPO-DO-PRODUTO THRU 4200-EXIT.
003340     COMPUTE W-VALOR-LANC ROUNDED =
003350         MOV-QUANTIDADE * MOV-PRECO.
003580         DISPLAY "FOPAGTO AUSENTE - SEM LANCAMENTOS DE FOLHA"
003590         GO TO 5000-EXIT.
003600     MOVE ZERO TO W-TOT-BRUTO W-TOT-INSS
003610         W-TOT-IRRF W-TOT-LIQUIDO W-TOT-ADIANT W-TOT-PENSAO.
003620     MOVE "N" TO W-EOF.
003630     PERFORM 5100-LER-FOPAGTO THRU 5100-EXIT
003640         UNTIL W-EOF-SIM.
003800         MOVE "LQ" TO W-CHAVE-PROC
003810         MOVE W-TOT-LIQUIDO TO W-VALOR-LANC
003820         PERFORM 6000-GRAVAR-LANCAMENTO THRU 6000-EXIT.
003820     IF W-TOT-ADIANT > ZERO
003820         MOVE "AD" TO W-CHAVE-PROC
003820         MOVE W-TOT-ADIANT TO W-VALOR-LANC
003820         PERFORM 6000-GRAVAR-LANCAMENTO THRU 6000-EXIT.
003820     IF W-TOT-PENSAO > ZERO
003820         MOVE "PA" TO W-CHAVE-PROC
003820         MOVE W-TOT-PENSAO TO W-VALOR-LANC
003820         PERFORM 6000-GRAVAR-LANCAMENTO THRU 6000-EXIT.
003830 5000-EXIT. EXIT.
003840 5100-LER-FOPAGTO.
003850     READ FOPAGTO
003870         NOT AT END
003880             IF PAG-COMP-MES = W-MES-INF
003890                 AND PAG-COMP-ANO = W-ANO-INF
003890                 AND FOLHA-ADIANTAMENTO
003890                 ADD PAG-LIQUIDO TO W-TOT-ADIANT
003890             END-IF
003890             IF PAG-COMP-MES = W-MES-INF
003890                 AND PAG-COMP-ANO = W-ANO-INF
003890                 AND NOT FOLHA-ADIANTAMENTO
003900                 ADD PAG-BRUTO   TO W-TOT-BRUTO
003910                 ADD PAG-INSS    TO W-TOT-INSS
003920                 ADD PAG-IRRF    TO W-TOT-IRRF
003930                 ADD PAG-LIQUIDO TO W-TOT-LIQUIDO
003930                 IF PAG-PENSAO IS NUMERIC
003930                     ADD PAG-PENSAO TO W-TOT-PENSAO
003930                 END-IF
003940             END-IF.
003950 5100-EXIT. EXIT.
003960******************************************************************
004050         OR W-MAPA-ACHADO-SIM.
004060     IF NOT W-MAPA-ACHADO-SIM
004070         ADD 1 TO W-QTDE-SEM-MAPA
004075         ADD 1 TO W-QTDE-REL
004080         MOVE SPACES TO REG-RELAT
004090         STRING "SEM MAPA: ORIGEM " W-ORIGEM-PROC
004100             " CHAVE " W-CHAVE-PROC
004190     MOVE SPACES             TO LOT-HISTORICO.
004200     STRING "ORIGEM " W-ORIGEM-PROC " CHAVE " W-CHAVE-PROC
004210         DELIMITED BY SIZE INTO LOT-HISTORICO.
004210     MOVE W-ORIGEM-PROC      TO LOT-ORIGEM.
004210     MOVE ZERO               TO LOT-CODDEPC.
004220     WRITE REG-CTBLOTE.
004230     ADD 1 TO W-QTDE-LANC.
004240     ADD W-VALOR-LANC TO W-TOT-DEBITOS.
