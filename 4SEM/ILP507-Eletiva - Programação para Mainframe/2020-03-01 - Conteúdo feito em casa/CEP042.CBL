000200* HISTORICO DE ALTERACOES                                         *
000210* DATA       INICIAIS  DESCRICAO                                  *
000220* 2026-09-02 BH        VERSAO INICIAL                             *
000220* 2026-10-13 BH        TITULO EM MOEDA ESTRANGEIRA: REMESSA       *
000220*                      PELO VALOR NA MOEDA A TAXA DO DIA          *
000220*                      (CBO000) E, NO RETORNO, TAXA DO            *
000220*                      PAGAMENTO E VARIACAO CAMBIAL REALIZADA     *
000220*                      (CP-VARIACAO) PELO VALOR DEBITADO          *
000220* 2026-10-15 BH        APROVACAO DO LOTE PEDE O CODIGO DO         *
000220*                      SUPERVISOR, GRAVADO COMO QUEM PAGOU        *
000220*                      (CP-OPER-PAGTO); TITULO INCLUIDO POR ELE   *
000220*                      FICA FORA DA REMESSA PELA SEGREGACAO DE    *
000220*                      FUNCOES (SOD000/SODREGRA)                  *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CEP042.
000930 01  W-QTDE-PAGOS                PIC 9(06) VALUE ZERO.
000940 01  W-QTDE-REJEITADOS           PIC 9(06) VALUE ZERO.
000950 01  W-DATA-HOJE                 PIC 9(06).
000950 01  W-VALOR-REMESSA             PIC 9(13)V99.
000950 01  W-VALOR-PAGO                PIC 9(13)V99.
000950 COPY CBOPARM.
000950 COPY SODPARM.
000950 01  W-SUPERVISOR                PIC X(08).
000950 01  W-QTDE-BARRADOS             PIC 9(06) VALUE ZERO.
000960******************************************************************
000970*    LAYOUT DOS REGISTROS DO ARQUIVO DE REMESSA/RETORNO           *
000980******************************************************************
001760*    3000-GERAR-REMESSA - MOSTRA O LOTE DE TITULOS DO HORIZONTE    *
001770*    PARA A APROVACAO DO SUPERVISOR; APROVADO, GRAVA A REMESSA E   *
001780*    MARCA OS TITULOS COMO ENVIADOS (CP-REMESSA)                   *
001780*    O SUPERVISOR QUE APROVA E O RESPONSAVEL PELO PAGAMENTO: O     *
001780*    TITULO QUE ELE MESMO INCLUIU FICA FORA DA REMESSA QUANDO A    *
001780*    REGRA TI X PG E BARRADA NO SODREGRA (SOD000)                  *
001790******************************************************************
001800 3000-GERAR-REMESSA.
001810     PERFORM ROT-LER-PARM THRU ROT-LER-PARM-EXIT.
002100     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002110         DISPLAY "LOTE NAO APROVADO - REMESSA NAO GERADA"
002120         GO TO 3000-EXIT.
002122     DISPLAY "CODIGO DO SUPERVISOR =>".
002124     MOVE SPACES TO W-SUPERVISOR.
002126     ACCEPT W-SUPERVISOR.
002128     IF W-SUPERVISOR = SPACES
002128         DISPLAY "SUPERVISOR NAO INFORMADO - REMESSA NAO GERADA"
002128         GO TO 3000-EXIT.
002130     PERFORM 3300-GRAVAR-REMESSA THRU 3300-EXIT.
002140 3000-EXIT. EXIT.
002150 3100-LER-TITULO.
002210     IF W-DIAS-PARA-VENCER NOT > W-DIAS-HORIZONTE
002220         AND CP-PAGO-NAO
002230         AND NOT CP-REMESSA-SIM
002230         PERFORM 3260-VALOR-REMESSA THRU 3260-EXIT
002240         DISPLAY CP-CODFORN "  " CP-DOCUMENTO "  "
002250                 CP-VEN-DIA "/" CP-VEN-MES "/" CP-VEN-ANO
002250                 "  " W-VALOR-REMESSA " " CP-MOEDA
002270         ADD 1 TO W-QTDE-TITULOS
002270         ADD W-VALOR-REMESSA TO W-TOTAL-TITULOS.
002290     PERFORM 3100-LER-TITULO THRU 3100-EXIT.
002300 3200-EXIT. EXIT.
002310 3250-NO-HORIZONTE.
002330         (CP-VEN-ANO * 360) + (CP-VEN-MES * 30) + CP-VEN-DIA.
002340     COMPUTE W-DIAS-PARA-VENCER = W-ORD-VENC - W-ORD-ATUAL.
002350 3250-EXIT. EXIT.
002350******************************************************************
002350*    3260-VALOR-REMESSA - TITULO EM MOEDA ESTRANGEIRA VAI AO BANCO*
002350*    PELO VALOR NA MOEDA CONVERTIDO PELA TAXA DE HOJE (CBO000);   *
002350*    SEM TAXA, PELO VALOR EM REAIS DA EMISSAO                     *
002350******************************************************************
002350 3260-VALOR-REMESSA.
002350     MOVE CP-VALOR TO W-VALOR-REMESSA.
002350     IF CP-MOEDA-NACIONAL OR CP-VALOR-MOEDA = ZERO
002350         GO TO 3260-EXIT.
002350     MOVE "T"      TO CBO-ACAO.
002350     MOVE CP-MOEDA TO CBO-MOEDA.
002350     MOVE W-DATA-ATUAL TO CBO-DATA.
002350     CALL "CBO000" USING CBO-PARAMETROS-AREA.
002350     IF CBO-ACHOU
002350         COMPUTE W-VALOR-REMESSA ROUNDED =
002350             CP-VALOR-MOEDA * CBO-TAXA.
002350 3260-EXIT. EXIT.
002360******************************************************************
002370*    3300-GRAVAR-REMESSA - SEGUNDA PASSADA: GRAVA O DETALHE DE     *
002380*    CADA TITULO APROVADO E CARIMBA CP-REMESSA                     *
002500     WRITE REG-RELAT FROM CAB-RELAT.
002510     MOVE ZERO TO W-QTDE-TITULOS.
002520     MOVE ZERO TO W-TOTAL-TITULOS.
002520     MOVE ZERO TO W-QTDE-BARRADOS.
002530     MOVE "N" TO W-EOF.
002540     MOVE LOW-VALUES TO CP-CHAVE.
002550     START CPAGAR KEY IS NOT LESS THAN CP-CHAVE
002670     CLOSE PAGREM REPPAGF CPAGAR.
002680     DISPLAY "REMESSA GRAVADA EM PAGREM, LISTA EM REPPAGF".
002690     DISPLAY "TITULOS MARCADOS COMO ENVIADOS: " W-QTDE-TITULOS.
002690     IF W-QTDE-BARRADOS > ZERO
002690         DISPLAY "TITULOS FORA DA REMESSA (SEGREGACAO): "
002690                 W-QTDE-BARRADOS.
002700 3300-EXIT. EXIT.
002710 3400-GRAVAR-DETALHE.
002720     PERFORM 3250-NO-HORIZONTE THRU 3250-EXIT.
002740         OR CP-PAGO-SIM
002750         OR CP-REMESSA-SIM
002760         GO TO 3400-LER.
002762     MOVE "PG"             TO SOD-ACAO.
002762     MOVE W-SUPERVISOR     TO SOD-OPERADOR.
002762     MOVE "TI"             TO SOD-ACAO-ANTERIOR.
002762     MOVE CP-OPER-INCLUSAO TO SOD-OPERADOR-ANTERIOR.
002762     CALL "SOD000" USING SOD-PARAMETROS-AREA.
002762     IF SOD-BLOQUEADO
002762         DISPLAY "TITULO " CP-CODFORN "/" CP-DOCUMENTO
002762                 " FORA DA REMESSA: " SOD-DESCRICAO
002762         ADD 1 TO W-QTDE-BARRADOS
002762         GO TO 3400-LER.
002770     MOVE CP-CODFORN   TO CD-CODFORN.
002780     MOVE CP-DOCUMENTO TO CD-DOCUMENTO.
002790     COMPUTE CD-VENCIMENTO = (CP-VEN-ANO * 10000)
002800         + (CP-VEN-MES * 100) + CP-VEN-DIA.
002810     PERFORM 3260-VALOR-REMESSA THRU 3260-EXIT.
002810     MOVE W-VALOR-REMESSA TO CD-VALOR.
002820     MOVE ZERO     TO CD-DATA-PAGTO.
002830     MOVE SPACES   TO CD-STATUS.
002840     WRITE REG-PAGREM FROM CNAB-DETALHE.
002870     MOVE CP-VEN-DIA   TO DR-VEN-DIA.
002880     MOVE CP-VEN-MES   TO DR-VEN-MES.
002890     MOVE CP-VEN-ANO   TO DR-VEN-ANO.
002900     MOVE W-VALOR-REMESSA TO DR-VALOR.
002910     WRITE REG-RELAT FROM DET-RELAT.
002920     MOVE "S" TO CP-REMESSA.
002920     MOVE W-SUPERVISOR TO CP-OPER-PAGTO.
002930     REWRITE REGCPAG
002940         INVALID KEY
002950             DISPLAY "ERRO NA MARCACAO DO TITULO".
002960     ADD 1 TO W-QTDE-TITULOS.
002960     ADD W-VALOR-REMESSA TO W-TOTAL-TITULOS.
002980 3400-LER.
002990     PERFORM 3100-LER-TITULO THRU 3100-EXIT.
003000 3400-EXIT. EXIT.
003500         (CT-DATA-PAGTO-RET / 100) - (CP-PAG-ANO * 100).
003510     COMPUTE CP-PAG-DIA = CT-DATA-PAGTO-RET
003520         - (CP-PAG-ANO * 10000) - (CP-PAG-MES * 100).
003520     IF NOT CP-MOEDA-NACIONAL
003520         PERFORM 4300-VARIACAO-CAMBIAL THRU 4300-EXIT.
003530     REWRITE REGCPAG
003540         INVALID KEY
003550             DISPLAY "ERRO NA LIQUIDACAO DO TITULO"
003570             GO TO 4200-EXIT.
003580     ADD 1 TO W-QTDE-PAGOS.
003590 4200-EXIT. EXIT.
003590******************************************************************
003590*    4300-VARIACAO-CAMBIAL - TITULO EM MOEDA ESTRANGEIRA PAGO PELO*
003590*    BANCO: O VALOR DO RETORNO E O DEBITADO EM REAIS E DEFINE A   *
003590*    TAXA DO PAGAMENTO; RETORNO SEM VALOR USA A TAXA DO TABCAMBIO *
003590*    NA DATA DO PAGAMENTO (OU A DA EMISSAO). A DIFERENCA PARA O   *
003590*    VALOR EM REAIS DA EMISSAO E A VARIACAO CAMBIAL REALIZADA     *
003590******************************************************************
003590 4300-VARIACAO-CAMBIAL.
003590     IF CT-VALOR-RET = ZERO OR CP-VALOR-MOEDA = ZERO
003590         GO TO 4300-TABELA.
003590     MOVE CT-VALOR-RET TO W-VALOR-PAGO.
003590     COMPUTE CP-TAXA-PAGTO ROUNDED =
003590         CT-VALOR-RET / CP-VALOR-MOEDA.
003590     GO TO 4300-APURAR.
003590 4300-TABELA.
003590     MOVE CP-TAXA-EMISSAO TO CP-TAXA-PAGTO.
003590     MOVE "T"      TO CBO-ACAO.
003590     MOVE CP-MOEDA TO CBO-MOEDA.
003590     MOVE CT-DATA-PAGTO-RET TO CBO-DATA.
003590     CALL "CBO000" USING CBO-PARAMETROS-AREA.
003590     IF CBO-ACHOU
003590         MOVE CBO-TAXA TO CP-TAXA-PAGTO.
003590     COMPUTE W-VALOR-PAGO ROUNDED =
003590         CP-VALOR-MOEDA * CP-TAXA-PAGTO.
003590 4300-APURAR.
003590     COMPUTE CP-VARIACAO = W-VALOR-PAGO - CP-VALOR.
003590 4300-EXIT. EXIT.
003600******************************************************************
003610*    ROT-LER-PARM - LE O HORIZONTE DE DIAS NO PARMSYS, SE O        *
003620*    ARQUIVO EXISTIR E TIVER VALOR NAO ZERADO; DO CONTRARIO        *
