000100*              (AGEING) NO ESTILO DO CEP007: FAIXAS POR DIAS DE   *
000110*              ATRASO, SUBTOTALIZADAS POR CLIENTE, NO ARQUIVO     *
000120*              REPACREC.                                          *
000120*              NA BAIXA CALCULA JUROS E MULTA DE ATRASO PELA      *
000120*              SUB-ROTINA JUR000 (DIAS UTEIS, COM TOLERANCIA DO   *
000120*              VENCIMENTO EM DIA NAO UTIL) E GUARDA PRINCIPAL,    *
000120*              JUROS E MULTA RECEBIDOS EM SEPARADO; O QUE O       *
000120*              CLIENTE NAO PAGOU DOS ENCARGOS FICA COMO RESIDUAL, *
000120*              RECEBIDO OU ABONADO DEPOIS NA OPCAO 4.             *
000130*------------------------------------------------------------------
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000162* 2026-09-02 BH        FAIXAS DE ATRASO PASSAM A CONTAR DIAS      *
000164*                      UTEIS PELO CALENDARIO CENTRAL (DIA000/     *
000166*                      FERIADOS), EM VEZ DE DIAS CORRIDOS         *
000166* 2026-09-29 BH        JUROS E MULTA DE ATRASO NA BAIXA (JUR000), *
000166*                      RATEIO PRINCIPAL/MULTA/JUROS DO VALOR      *
000166*                      RECEBIDO, RESIDUAL DOS ENCARGOS NO TITULO  *
000166*                      E OPCAO 4 QUE RECEBE OU ABONA O RESIDUAL   *
000166* 2026-09-30 BH        TITULO RENEGOCIADO (CR-PAGO R) NAO E       *
000166*                      BAIXADO NEM ENTRA NO ENVELHECIMENTO;       *
000166*                      OPCAO 5 CHAMA OS ACORDOS DE RENEGOCIACAO   *
000166*                      (CEP069)                                   *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CEP014.
000852 01  W-RESTO-100                 PIC 9(04).
000852 01  W-RESTO-400                 PIC 9(04).
000852 COPY DIAPARM.
000852 COPY JURPARM.
000852 01  W-DATA-PAGTO-NUM            PIC 9(08).
000852 01  W-TOTAL-DEVIDO              PIC 9(12)V99.
000852 01  W-TOTAL-ABERTO              PIC 9(12)V99.
000852 01  W-VALOR-RECEBIDO            PIC 9(12)V99.
000852 01  W-EXCEDENTE                 PIC 9(12)V99.
000852 01  W-JUROS-CALC                PIC 9(10)V99.
000852 01  W-MULTA-CALC                PIC 9(10)V99.
000852 01  W-JUROS-REC                 PIC 9(10)V99.
000852 01  W-MULTA-REC                 PIC 9(10)V99.
000852 01  W-JUROS-ABONO               PIC 9(10)V99.
000852 01  W-MULTA-ABONO               PIC 9(10)V99.
000860 01  W-CODCLI-ANTERIOR           PIC 9(04) VALUE ZERO.
000870 01  W-NOME-CLI                  PIC X(30).
000880 01  W-QTDE-TITULOS              PIC 9(05) VALUE ZERO.
001440     05  DT-VALOR                PIC ZZZZZZZZZZZ9,99.
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  DT-PAGO                 PIC X(01).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  DT-ENCARGO-ABERTO       PIC ZZZZZZZZZ9,99.
001470 PROCEDURE DIVISION.
001480******************************************************************
001490*    0000-MAINLINE                                                *
001590     DISPLAY " ".
001600     DISPLAY "CEP014 - CONTAS A RECEBER".
001610     DISPLAY "1-REGISTRAR RECEBIMENTO   2-RELATORIO DE ATRASO".
001620     DISPLAY "3-TITULOS DO CLIENTE      4-ENCARGOS EM ABERTO".
001620     DISPLAY "5-ACORDOS DE RENEGOCIACAO 9-FIM".
001630     ACCEPT W-OPCAO.
001640     EVALUATE W-OPCAO
001650         WHEN "1"
001680             PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
001690         WHEN "3"
001700             PERFORM ROT-CONSULTAR-CLI THRU ROT-CONSULTAR-CLI-EXIT
001700         WHEN "4"
001700             PERFORM ROT-RECEBER-RESIDUAL
001700                 THRU ROT-RECEBER-RESIDUAL-EXIT
001700         WHEN "5"
001700             CALL "CEP069"
001710         WHEN "9"
001720             MOVE "S" TO W-FIM
001730         WHEN OTHER
001850         DISPLAY "TITULO JA ESTA PAGO"
001860         CLOSE CRECEBER
001870         GO TO ROT-BAIXAR-TITULO-EXIT.
001870     IF CR-RENEGOCIADO
001870         DISPLAY "TITULO RENEGOCIADO NO ACORDO " CR-ACORDO
001870                 " - RECEBA AS PARCELAS DO ACORDO"
001870         CLOSE CRECEBER
001870         GO TO ROT-BAIXAR-TITULO-EXIT.
001880     DISPLAY "VALOR......: " CR-VALOR.
001890     DISPLAY "VENCIMENTO.: " CR-VEN-DIA "/" CR-VEN-MES "/"
001900             CR-VEN-ANO.
001910     PERFORM ROT-PEDIR-DATA-PAG THRU ROT-PEDIR-DATA-PAG-EXIT.
001910     MOVE "C"          TO JUR-ACAO.
001910     MOVE CR-CODCLI    TO JUR-CODCLI.
001910     MOVE CR-DOCUMENTO TO JUR-DOCUMENTO.
001910     MOVE CR-VALOR     TO JUR-VALOR.
001910     COMPUTE JUR-VENCIMENTO = (CR-VEN-ANO * 10000)
001910         + (CR-VEN-MES * 100) + CR-VEN-DIA.
001910     MOVE W-DATA-PAGTO-NUM TO JUR-DATA-PAGTO.
001910     CALL "JUR000" USING JUR-PARAMETROS-AREA.
001910     MOVE JUR-VALOR-JUROS TO W-JUROS-CALC.
001910     MOVE JUR-VALOR-MULTA TO W-MULTA-CALC.
001910     COMPUTE W-TOTAL-DEVIDO =
001910         CR-VALOR + W-JUROS-CALC + W-MULTA-CALC.
001910     IF W-TOTAL-DEVIDO > CR-VALOR
001910         DISPLAY "DIAS UTEIS DE ATRASO: " JUR-DIAS-ATRASO
001910         DISPLAY "JUROS......: " W-JUROS-CALC
001910         DISPLAY "MULTA......: " W-MULTA-CALC
001910         DISPLAY "TOTAL DEVIDO: " W-TOTAL-DEVIDO.
001910     DISPLAY "VALOR RECEBIDO (0 = TOTAL DEVIDO) =>".
001910     ACCEPT W-VALOR-RECEBIDO.
001910     IF W-VALOR-RECEBIDO = ZERO
001910         MOVE W-TOTAL-DEVIDO TO W-VALOR-RECEBIDO.
001910     IF W-VALOR-RECEBIDO < CR-VALOR
001910         DISPLAY "VALOR MENOR QUE O PRINCIPAL DO TITULO"
001910         CLOSE CRECEBER
001910         GO TO ROT-BAIXAR-TITULO-EXIT.
001910     IF W-VALOR-RECEBIDO > W-TOTAL-DEVIDO
001910         DISPLAY "VALOR MAIOR QUE O TOTAL DEVIDO"
001910         CLOSE CRECEBER
001910         GO TO ROT-BAIXAR-TITULO-EXIT.
001910     COMPUTE W-EXCEDENTE = W-VALOR-RECEBIDO - CR-VALOR.
001910     PERFORM ROT-RATEAR-ENCARGOS THRU ROT-RATEAR-ENCARGOS-EXIT.
001910     IF W-JUROS-REC < W-JUROS-CALC OR W-MULTA-REC < W-MULTA-CALC
001910         COMPUTE W-TOTAL-ABERTO = W-JUROS-CALC - W-JUROS-REC
001910             + W-MULTA-CALC - W-MULTA-REC
001910         DISPLAY "ENCARGOS QUE FICAM EM ABERTO: " W-TOTAL-ABERTO.
001910     DISPLAY "CONFIRMA O RECEBIMENTO (S/N) ==>".
001920     ACCEPT W-CONF.
001930     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
001940         DISPLAY "RECEBIMENTO CANCELADO"
001950         CLOSE CRECEBER
001960         GO TO ROT-BAIXAR-TITULO-EXIT.
001970     MOVE "S"       TO CR-PAGO.
001970     MOVE W-DIA-PAG TO CR-PAG-DIA.
001970     MOVE W-MES-PAG TO CR-PAG-MES.
001970     MOVE W-ANO-PAG TO CR-PAG-ANO.
001970     MOVE W-JUROS-REC TO CR-JUROS-REC.
001970     MOVE W-MULTA-REC TO CR-MULTA-REC.
001970     COMPUTE CR-JUROS-ABERTO = W-JUROS-CALC - W-JUROS-REC.
001970     COMPUTE CR-MULTA-ABERTO = W-MULTA-CALC - W-MULTA-REC.
001970     REWRITE REGCREC
001970         INVALID KEY
001970             DISPLAY "ERRO NA BAIXA DO TITULO"
001970             CLOSE CRECEBER
001970             GO TO ROT-BAIXAR-TITULO-EXIT.
001970     DISPLAY "*** RECEBIMENTO REGISTRADO COM SUCESSO ***".
001970     CLOSE CRECEBER.
001970     MOVE "G"          TO JUR-ACAO.
001970     MOVE "C"          TO JUR-TIPO.
001970     MOVE "CEP014"     TO JUR-PROGRAMA.
001970     MOVE W-JUROS-CALC TO JUR-VALOR-JUROS.
001970     MOVE W-MULTA-CALC TO JUR-VALOR-MULTA.
001970     CALL "JUR000" USING JUR-PARAMETROS-AREA.
001970     MOVE "R"          TO JUR-TIPO.
001970     MOVE W-JUROS-REC  TO JUR-VALOR-JUROS.
001970     MOVE W-MULTA-REC  TO JUR-VALOR-MULTA.
001970     CALL "JUR000" USING JUR-PARAMETROS-AREA.
001970 ROT-BAIXAR-TITULO-EXIT. EXIT.
001970******************************************************************
001970*    ROT-PEDIR-DATA-PAG - DATA DO PAGAMENTO (EM W-DIA/MES/ANO-PAG *
001970*    E EM W-DATA-PAGTO-NUM, AAAAMMDD)                             *
001970******************************************************************
001970 ROT-PEDIR-DATA-PAG.
001970     DISPLAY "DIA DO PAGAMENTO =>".
001980     ACCEPT W-DIA-PAG.
001990     DISPLAY "MES DO PAGAMENTO =>".
002000     ACCEPT W-MES-PAG.
002010     DISPLAY "ANO DO PAGAMENTO (4 DIGITOS) =>".
002020     ACCEPT W-ANO-PAG.
002130     IF W-DIA-PAG < 1 OR W-DIA-PAG > 31
002130         OR W-MES-PAG < 1 OR W-MES-PAG > 12
002130         OR W-ANO-PAG < 1753
002130         DISPLAY "DATA INVALIDA"
002130         GO TO ROT-PEDIR-DATA-PAG.
002130     COMPUTE W-DATA-PAGTO-NUM = (W-ANO-PAG * 10000)
002130         + (W-MES-PAG * 100) + W-DIA-PAG.
002130 ROT-PEDIR-DATA-PAG-EXIT. EXIT.
002130******************************************************************
002130*    ROT-RATEAR-ENCARGOS - O QUE PASSA DO PRINCIPAL (W-EXCEDENTE) *
002130*    PAGA PRIMEIRO A MULTA E DEPOIS OS JUROS                      *
002130******************************************************************
002130 ROT-RATEAR-ENCARGOS.
002130     IF W-EXCEDENTE > W-MULTA-CALC
002130         MOVE W-MULTA-CALC TO W-MULTA-REC
002130     ELSE
002130         MOVE W-EXCEDENTE TO W-MULTA-REC.
002130     SUBTRACT W-MULTA-REC FROM W-EXCEDENTE.
002130     IF W-EXCEDENTE > W-JUROS-CALC
002130         MOVE W-JUROS-CALC TO W-JUROS-REC
002130     ELSE
002130         MOVE W-EXCEDENTE TO W-JUROS-REC.
002130 ROT-RATEAR-ENCARGOS-EXIT. EXIT.
002130******************************************************************
002130*    ROT-RECEBER-RESIDUAL - RECEBE E/OU ABONA OS JUROS E A MULTA  *
002130*    QUE FICARAM EM ABERTO NA BAIXA DO TITULO                     *
002130******************************************************************
002130 ROT-RECEBER-RESIDUAL.
002130     PERFORM ROT-LER-TITULO THRU ROT-LER-TITULO-EXIT.
002130     IF NOT W-TIT-ACHADO-SIM
002130         GO TO ROT-RECEBER-RESIDUAL-EXIT.
002130     IF NOT CR-PAGO-SIM
002130         DISPLAY "TITULO AINDA NAO BAIXADO - USE A OPCAO 1"
002130         CLOSE CRECEBER
002130         GO TO ROT-RECEBER-RESIDUAL-EXIT.
002130     COMPUTE W-TOTAL-ABERTO = CR-JUROS-ABERTO + CR-MULTA-ABERTO.
002130     IF W-TOTAL-ABERTO = ZERO
002130         DISPLAY "TITULO SEM ENCARGOS EM ABERTO"
002130         CLOSE CRECEBER
002130         GO TO ROT-RECEBER-RESIDUAL-EXIT.
002130     DISPLAY "JUROS EM ABERTO: " CR-JUROS-ABERTO.
002130     DISPLAY "MULTA EM ABERTO: " CR-MULTA-ABERTO.
002130     PERFORM ROT-PEDIR-DATA-PAG THRU ROT-PEDIR-DATA-PAG-EXIT.
002130     DISPLAY "VALOR RECEBIDO (0 = NADA, SO ABONO) =>".
002130     ACCEPT W-VALOR-RECEBIDO.
002130     IF W-VALOR-RECEBIDO > W-TOTAL-ABERTO
002130         DISPLAY "VALOR MAIOR QUE OS ENCARGOS EM ABERTO"
002130         CLOSE CRECEBER
002130         GO TO ROT-RECEBER-RESIDUAL-EXIT.
002130     MOVE CR-JUROS-ABERTO  TO W-JUROS-CALC.
002130     MOVE CR-MULTA-ABERTO  TO W-MULTA-CALC.
002130     MOVE W-VALOR-RECEBIDO TO W-EXCEDENTE.
002130     PERFORM ROT-RATEAR-ENCARGOS THRU ROT-RATEAR-ENCARGOS-EXIT.
002130     MOVE ZERO TO W-JUROS-ABONO W-MULTA-ABONO.
002130     IF W-VALOR-RECEBIDO < W-TOTAL-ABERTO
002130         DISPLAY "ABONA O RESTANTE DOS ENCARGOS (S/N) =>"
002130         ACCEPT W-CONF
002130         IF W-CONF = "S" OR W-CONF = "s"
002130             COMPUTE W-JUROS-ABONO = W-JUROS-CALC - W-JUROS-REC
002130             COMPUTE W-MULTA-ABONO = W-MULTA-CALC - W-MULTA-REC
002130         END-IF
002130     END-IF.
002130     IF W-VALOR-RECEBIDO = ZERO
002130         AND W-JUROS-ABONO = ZERO AND W-MULTA-ABONO = ZERO
002130         DISPLAY "NADA A REGISTRAR"
002130         CLOSE CRECEBER
002130         GO TO ROT-RECEBER-RESIDUAL-EXIT.
002130     DISPLAY "CONFIRMA (S/N) ==>".
002130     ACCEPT W-CONF.
002130     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002130         DISPLAY "OPERACAO CANCELADA"
002130         CLOSE CRECEBER
002130         GO TO ROT-RECEBER-RESIDUAL-EXIT.
002130     ADD W-JUROS-REC TO CR-JUROS-REC.
002130     ADD W-MULTA-REC TO CR-MULTA-REC.
002130     SUBTRACT W-JUROS-REC W-JUROS-ABONO FROM CR-JUROS-ABERTO.
002130     SUBTRACT W-MULTA-REC W-MULTA-ABONO FROM CR-MULTA-ABERTO.
002130     REWRITE REGCREC
002130         INVALID KEY
002130             DISPLAY "ERRO NA GRAVACAO DO TITULO"
002130             CLOSE CRECEBER
002130             GO TO ROT-RECEBER-RESIDUAL-EXIT.
002130     DISPLAY "*** ENCARGOS REGISTRADOS COM SUCESSO ***".
002130     CLOSE CRECEBER.
002130     MOVE "G"              TO JUR-ACAO.
002130     MOVE CR-CODCLI        TO JUR-CODCLI.
002130     MOVE CR-DOCUMENTO     TO JUR-DOCUMENTO.
002130     MOVE W-DATA-PAGTO-NUM TO JUR-DATA-PAGTO.
002130     MOVE "CEP014"         TO JUR-PROGRAMA.
002130     MOVE ZERO             TO JUR-DIAS-ATRASO.
002130     MOVE "R"              TO JUR-TIPO.
002130     MOVE W-JUROS-REC      TO JUR-VALOR-JUROS.
002130     MOVE W-MULTA-REC      TO JUR-VALOR-MULTA.
002130     CALL "JUR000" USING JUR-PARAMETROS-AREA.
002130     MOVE "A"              TO JUR-TIPO.
002130     MOVE W-JUROS-ABONO    TO JUR-VALOR-JUROS.
002130     MOVE W-MULTA-ABONO    TO JUR-VALOR-MULTA.
002130     CALL "JUR000" USING JUR-PARAMETROS-AREA.
002130 ROT-RECEBER-RESIDUAL-EXIT. EXIT.
002140******************************************************************
002150*    ROT-LER-TITULO - LOCALIZA UM TITULO POR CLIENTE/DOCUMENTO     *
002160******************************************************************
002480     MOVE ZERO TO CR-DOCUMENTO.
002490     START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
002500         INVALID KEY MOVE "S" TO W-EOF.
002510     DISPLAY "DOCUMENTO  VENCIMENTO    VALOR  PAGO"
002510             "  ENCARGOS ABERTO".
002520     IF NOT W-EOF-SIM
002530         PERFORM ROT-LER-PROXIMO THRU ROT-LER-PROXIMO-EXIT.
002540     PERFORM ROT-EXIBIR-TITULO THRU ROT-EXIBIR-TITULO-EXIT
002680     MOVE CR-VEN-ANO   TO DT-VEN-ANO.
002690     MOVE CR-VALOR     TO DT-VALOR.
002700     MOVE CR-PAGO      TO DT-PAGO.
002700     COMPUTE DT-ENCARGO-ABERTO =
002700         CR-JUROS-ABERTO + CR-MULTA-ABERTO.
002710     DISPLAY DET-TITULO.
002720     PERFORM ROT-LER-PROXIMO THRU ROT-LER-PROXIMO-EXIT.
002730 ROT-EXIBIR-TITULO-EXIT. EXIT.
003250*                          FAIXA DE ATRASO E ACUMULA NO CLIENTE    *
003260******************************************************************
003270 ROT-ACUMULAR-TITULO.
003280     IF CR-PAGO-SIM OR CR-RENEGOCIADO
003290         GO TO ROT-ACUMULAR-TITULO-LER.
003300     IF W-PRIMEIRO-GRUPO-SIM
003310         MOVE CR-CODCLI TO W-CODCLI-ANTERIOR
