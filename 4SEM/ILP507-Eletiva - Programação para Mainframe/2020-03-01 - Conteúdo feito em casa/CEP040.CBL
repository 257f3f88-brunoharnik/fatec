000150*              CRECEBER, LISTANDO AS REJEICOES (TITULO NAO        *
000160*              ENCONTRADO, JA PAGO, VALOR DIFERENTE) NO           *
000170*              RELATORIO DE PROCESSAMENTO.                        *
000170*              O VALOR PAGO PODE TRAZER JUROS E MULTA DE ATRASO   *
000170*              (CALCULADOS PELA JUR000 NA DATA DO PAGAMENTO): O   *
000170*              QUE PASSA DO PRINCIPAL PAGA A MULTA E DEPOIS OS    *
000170*              JUROS, E O QUE FALTAR FICA EM ABERTO NO TITULO.    *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-09-02 BH        VERSAO INICIAL                             *
000210* 2026-09-29 BH        RETORNO ACEITA VALOR PAGO ENTRE O PRINCIPAL*
000210*                      E O PRINCIPAL MAIS JUROS E MULTA (JUR000), *
000210*                      COM RATEIO E RESIDUAL NO TITULO            *
000210* 2026-09-30 BH        TITULO RENEGOCIADO EM ACORDO FICA FORA     *
000210*                      DA REMESSA E E REJEITADO NO RETORNO        *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CEP040.
000760 01  W-QTDE-BAIXADOS             PIC 9(06) VALUE ZERO.
000770 01  W-QTDE-REJEITADOS           PIC 9(06) VALUE ZERO.
000780 01  W-DATA-HOJE                 PIC 9(06).
000780 01  W-TOTAL-DEVIDO              PIC 9(14)V99.
000780 01  W-EXCEDENTE                 PIC 9(13)V99.
000780 01  W-JUROS-CALC                PIC 9(10)V99.
000780 01  W-MULTA-CALC                PIC 9(10)V99.
000780 01  W-JUROS-REC                 PIC 9(10)V99.
000780 01  W-MULTA-REC                 PIC 9(10)V99.
000780 COPY JURPARM.
000790******************************************************************
000800*    LAYOUT DOS REGISTROS DO ARQUIVO DE REMESSA/RETORNO           *
000810******************************************************************
001960         AT END MOVE "S" TO W-EOF.
001970 3100-EXIT. EXIT.
001980 3200-GERAR-DETALHE.
001990     IF CR-PAGO-SIM OR CR-RENEGOCIADO
002000         GO TO 3200-LER.
002010     MOVE CR-CODCLI    TO CD-CODCLI.
002020     MOVE CR-DOCUMENTO TO CD-DOCUMENTO.
002550******************************************************************
002560*    4200-BAIXAR - BAIXA UM TITULO LIQUIDADO PELO BANCO,           *
002570*    REJEITANDO TITULO NAO ENCONTRADO, JA PAGO OU COM VALOR        *
002580*    ABAIXO DO PRINCIPAL OU ACIMA DO PRINCIPAL MAIS ENCARGOS       *
002590******************************************************************
002600 4200-BAIXAR.
002610     MOVE CR-CODCLI-RET    TO DR-CODCLI.
002750         ADD 1 TO W-QTDE-REJEITADOS
002760         WRITE REG-RELAT FROM DET-RELAT
002770         GO TO 4200-EXIT.
002770     IF CR-RENEGOCIADO
002770         MOVE "REJEITADO - TITULO RENEGOCIADO" TO DR-TEXTO
002770         ADD 1 TO W-QTDE-REJEITADOS
002770         WRITE REG-RELAT FROM DET-RELAT
002770         GO TO 4200-EXIT.
002780     MOVE "C"               TO JUR-ACAO.
002780     MOVE CR-CODCLI         TO JUR-CODCLI.
002780     MOVE CR-DOCUMENTO      TO JUR-DOCUMENTO.
002780     MOVE CR-VALOR          TO JUR-VALOR.
002780     COMPUTE JUR-VENCIMENTO = (CR-VEN-ANO * 10000)
002780         + (CR-VEN-MES * 100) + CR-VEN-DIA.
002780     MOVE CR-DATA-PAGTO-RET TO JUR-DATA-PAGTO.
002780     CALL "JUR000" USING JUR-PARAMETROS-AREA.
002780     MOVE JUR-VALOR-JUROS TO W-JUROS-CALC.
002780     MOVE JUR-VALOR-MULTA TO W-MULTA-CALC.
002780     COMPUTE W-TOTAL-DEVIDO =
002780         CR-VALOR + W-JUROS-CALC + W-MULTA-CALC.
002780     IF CR-VALOR-PAGO-RET < CR-VALOR
002780         MOVE "REJEITADO - PAGO MENOR QUE O TITULO"
002780             TO DR-TEXTO
002780         ADD 1 TO W-QTDE-REJEITADOS
002780         WRITE REG-RELAT FROM DET-RELAT
002780         GO TO 4200-EXIT.
002780     IF CR-VALOR-PAGO-RET > W-TOTAL-DEVIDO
002790         MOVE "REJEITADO - PAGO MAIOR QUE O DEVIDO"
002800             TO DR-TEXTO
002810         ADD 1 TO W-QTDE-REJEITADOS
002820         WRITE REG-RELAT FROM DET-RELAT
002830         GO TO 4200-EXIT.
002830     COMPUTE W-EXCEDENTE = CR-VALOR-PAGO-RET - CR-VALOR.
002830     IF W-EXCEDENTE > W-MULTA-CALC
002830         MOVE W-MULTA-CALC TO W-MULTA-REC
002830     ELSE
002830         MOVE W-EXCEDENTE TO W-MULTA-REC.
002830     SUBTRACT W-MULTA-REC FROM W-EXCEDENTE.
002830     IF W-EXCEDENTE > W-JUROS-CALC
002830         MOVE W-JUROS-CALC TO W-JUROS-REC
002830     ELSE
002830         MOVE W-EXCEDENTE TO W-JUROS-REC.
002840     MOVE "S" TO CR-PAGO.
002850     COMPUTE CR-PAG-ANO = CR-DATA-PAGTO-RET / 10000.
002860     COMPUTE CR-PAG-MES =
002870         (CR-DATA-PAGTO-RET / 100) - (CR-PAG-ANO * 100).
002880     COMPUTE CR-PAG-DIA = CR-DATA-PAGTO-RET
002890         - (CR-PAG-ANO * 10000) - (CR-PAG-MES * 100).
002890     MOVE W-JUROS-REC TO CR-JUROS-REC.
002890     MOVE W-MULTA-REC TO CR-MULTA-REC.
002890     COMPUTE CR-JUROS-ABERTO = W-JUROS-CALC - W-JUROS-REC.
002890     COMPUTE CR-MULTA-ABERTO = W-MULTA-CALC - W-MULTA-REC.
002900     REWRITE REGCREC
002910         INVALID KEY
002920             MOVE "ERRO NA BAIXA DO TITULO" TO DR-TEXTO
002950             GO TO 4200-EXIT.
002960     ADD 1 TO W-QTDE-BAIXADOS.
002970     MOVE "BAIXADO PELO RETORNO" TO DR-TEXTO.
002970     IF CR-JUROS-ABERTO NOT = ZERO OR CR-MULTA-ABERTO NOT = ZERO
002970         MOVE "BAIXADO - ENCARGOS DE ATRASO EM ABERTO"
002970             TO DR-TEXTO.
002980     WRITE REG-RELAT FROM DET-RELAT.
002980     MOVE "G"          TO JUR-ACAO.
002980     MOVE "C"          TO JUR-TIPO.
002980     MOVE "CEP040"     TO JUR-PROGRAMA.
002980     MOVE W-JUROS-CALC TO JUR-VALOR-JUROS.
002980     MOVE W-MULTA-CALC TO JUR-VALOR-MULTA.
002980     CALL "JUR000" USING JUR-PARAMETROS-AREA.
002980     MOVE "R"          TO JUR-TIPO.
002980     MOVE W-JUROS-REC  TO JUR-VALOR-JUROS.
002980     MOVE W-MULTA-REC  TO JUR-VALOR-MULTA.
002980     CALL "JUR000" USING JUR-PARAMETROS-AREA.
002990 4200-EXIT. EXIT.
