000169* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000169*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000169*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000169* 2026-10-13 BH        TITULO DE FORNECEDOR EM MOEDA              *
000169*                      ESTRANGEIRA: VALOR DIGITADO NA MOEDA E     *
000169*                      CONVERTIDO PELA TAXA DA EMISSAO            *
000169*                      (CBO000); NA LIQUIDACAO A TAXA DO          *
000169*                      CONTRATO DE CAMBIO APURA A VARIACAO        *
000169*                      CAMBIAL REALIZADA (CP-VARIACAO)            *
000169* 2026-10-15 BH        RECEBE O OPERADOR DO MENU000; INCLUSAO E   *
000169*                      LIQUIDACAO GRAVAM O OPERADOR NO TITULO E   *
000169*                      A LIQUIDACAO PASSA PELA SEGREGACAO DE      *
000169*                      FUNCOES (SOD000/SODREGRA)                  *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CEP015.
000831 01  W-VENC-UTIL                 PIC 9(08).
000831 COPY DIAPARM.
000831 COPY GERPARM.
000831 COPY CBOPARM.
000831 COPY SODPARM.
000831 01  W-OPERADOR                  PIC X(08).
000831 01  W-MOEDA-F                   PIC X(03).
000831     88  W-MOEDA-F-NACIONAL      VALUE SPACES "BRL".
000831 01  W-VALOR-MOEDA               PIC 9(12)V99.
000831 01  W-TAXA-EMISSAO              PIC 9(04)V9(06).
000831 01  W-TAXA-TABELA               PIC 9(04)V9(06).
000831 01  W-TAXA-INF                  PIC 9(04)V9(06).
000831 01  W-VALOR-PAGO                PIC 9(12)V99.
000831 01  W-VARIACAO-ED               PIC -ZZZZZZZZZZZ9,99.
000832 01  W-RETEM-IRRF-F              PIC X(01).
000832 01  W-ALIQ-IRRF-F               PIC 9(02)V99.
000832 01  W-RETEM-ISS-F               PIC X(01).
001380     05  FILLER                  PIC X(22) VALUE
001390         "TOTAL A DESEMBOLSAR: ".
001400     05  LT-TOTAL                PIC ZZZZZZZZZZZ9,99.
001400 LINKAGE SECTION.
001400 01  LK-OPERADOR                 PIC X(08).
001410 PROCEDURE DIVISION USING LK-OPERADOR.
001420******************************************************************
001430*    0000-MAINLINE                                                *
001440******************************************************************
001454     CALL "GER000" USING GER-PARAMETROS-AREA.
001456     IF NOT GPR-AMBIENTE-OK
001458         GOBACK.
001458     MOVE LK-OPERADOR TO W-OPERADOR.
001460     PERFORM 2000-MENU-PRINCIPAL THRU 2000-EXIT
001470         UNTIL W-FIM-SIM.
001480     GOBACK.
002030     MOVE W-DIA-INF TO CP-VEN-DIA.
002040     MOVE W-MES-INF TO CP-VEN-MES.
002050     MOVE W-ANO-INF TO CP-VEN-ANO.
002060     MOVE ZERO TO W-VALOR-MOEDA.
002060     MOVE ZERO TO W-TAXA-EMISSAO.
002060     IF W-MOEDA-F-NACIONAL
002060         DISPLAY "VALOR DO TITULO =>"
002060         ACCEPT W-VALOR-INF
002060     ELSE
002060         PERFORM ROT-VALOR-MOEDA THRU ROT-VALOR-MOEDA-EXIT.
002080     MOVE W-CODFORN-INF   TO CP-CODFORN.
002090     MOVE W-DOCUMENTO-INF TO CP-DOCUMENTO.
002100     MOVE W-VALOR-INF     TO CP-VALOR.
002110     MOVE "N"             TO CP-PAGO.
002120     MOVE ZERO            TO CP-DATA-PAGTO.
002122     MOVE "N"             TO CP-REMESSA.
002122     MOVE W-OPERADOR      TO CP-OPER-INCLUSAO.
002122     MOVE SPACES          TO CP-OPER-PAGTO.
002122     MOVE SPACES          TO CP-MOEDA.
002122     IF NOT W-MOEDA-F-NACIONAL
002122         MOVE W-MOEDA-F   TO CP-MOEDA.
002122     MOVE W-VALOR-MOEDA   TO CP-VALOR-MOEDA.
002122     MOVE W-TAXA-EMISSAO  TO CP-TAXA-EMISSAO.
002122     MOVE ZERO            TO CP-TAXA-PAGTO.
002122     MOVE ZERO            TO CP-VARIACAO.
002130     WRITE REGCPAG
002140         INVALID KEY
002150             DISPLAY "ERRO NA INCLUSAO DO TITULO"
002424                 MOVE ALIQ-IRRF  TO W-ALIQ-IRRF-F
002426                 MOVE RETEM-ISS  TO W-RETEM-ISS-F
002428                 MOVE ALIQ-ISS   TO W-ALIQ-ISS-F
002428                 MOVE MOEDA-FORN TO W-MOEDA-F
002430             END-IF.
002440     CLOSE CADPARCEIRO.
002450 ROT-LER-FORN-EXIT. EXIT.
002562     IF CP-REMESSA-SIM
002564         DISPLAY "ATENCAO: TITULO JA ENVIADO EM REMESSA"
002566                 " BANCARIA (CEP042)".
002567     MOVE "PG"             TO SOD-ACAO.
002567     MOVE W-OPERADOR       TO SOD-OPERADOR.
002567     MOVE "TI"             TO SOD-ACAO-ANTERIOR.
002567     MOVE CP-OPER-INCLUSAO TO SOD-OPERADOR-ANTERIOR.
002567     CALL "SOD000" USING SOD-PARAMETROS-AREA.
002567     IF SOD-BLOQUEADO
002567         DISPLAY "SEGREGACAO DE FUNCOES: " SOD-DESCRICAO
002567         DISPLAY "TITULO INCLUIDO PELO PROPRIO OPERADOR - "
002567                 "LIQUIDACAO POR OUTRO OPERADOR"
002567         CLOSE CPAGAR
002567         GO TO ROT-LIQUIDAR-TITULO-EXIT.
002570     DISPLAY "VALOR......: " CP-VALOR.
002580     DISPLAY "VENCIMENTO.: " CP-VEN-DIA "/" CP-VEN-MES "/"
002590             CP-VEN-ANO.
002690     MOVE W-DIA-INF TO CP-PAG-DIA.
002700     MOVE W-MES-INF TO CP-PAG-MES.
002710     MOVE W-ANO-INF TO CP-PAG-ANO.
002710     MOVE W-OPERADOR TO CP-OPER-PAGTO.
002710     IF NOT CP-MOEDA-NACIONAL
002710         PERFORM ROT-VARIACAO-CAMBIAL
002710             THRU ROT-VARIACAO-CAMBIAL-EXIT.
002720     REWRITE REGCPAG
002730         INVALID KEY
002740             DISPLAY "ERRO NA LIQUIDACAO DO TITULO"
002770             PERFORM ROT-MENS2 THRU ROT-MENS2-EXIT.
002780     CLOSE CPAGAR.
002790 ROT-LIQUIDAR-TITULO-EXIT. EXIT.
002790******************************************************************
002790*    ROT-VALOR-MOEDA - TITULO DE FORNECEDOR EM MOEDA ESTRANGEIRA: *
002790*    VALOR NA MOEDA, CONVERTIDO PELA TAXA DA DATA DE EMISSAO      *
002790*    (CBO000, OU DIGITADA QUANDO O TABCAMBIO NAO TEM)             *
002790******************************************************************
002790 ROT-VALOR-MOEDA.
002790     DISPLAY "VALOR DO TITULO EM " W-MOEDA-F " =>".
002790     ACCEPT W-VALOR-MOEDA.
002790     MOVE "T"       TO CBO-ACAO.
002790     MOVE W-MOEDA-F TO CBO-MOEDA.
002790     COMPUTE CBO-DATA = (CP-EMI-ANO * 10000)
002790         + (CP-EMI-MES * 100) + CP-EMI-DIA.
002790     CALL "CBO000" USING CBO-PARAMETROS-AREA.
002790     IF CBO-ACHOU
002790         MOVE CBO-TAXA TO W-TAXA-EMISSAO
002790     ELSE
002790         PERFORM ROT-DIGITAR-TAXA THRU ROT-DIGITAR-TAXA-EXIT
002790         MOVE W-TAXA-INF TO W-TAXA-EMISSAO.
002790     COMPUTE W-VALOR-INF ROUNDED = W-VALOR-MOEDA * W-TAXA-EMISSAO.
002790     DISPLAY "TAXA DA EMISSAO..: " W-TAXA-EMISSAO.
002790     DISPLAY "VALOR EM REAIS...: " W-VALOR-INF.
002790 ROT-VALOR-MOEDA-EXIT. EXIT.
002790 ROT-DIGITAR-TAXA.
002790     DISPLAY "SEM TAXA DE " W-MOEDA-F " NO TABCAMBIO ATE A DATA".
002790     DISPLAY "TAXA DE CAMBIO =>".
002790     ACCEPT W-TAXA-INF.
002790     IF W-TAXA-INF = ZERO
002790         GO TO ROT-DIGITAR-TAXA.
002790 ROT-DIGITAR-TAXA-EXIT. EXIT.
002790******************************************************************
002790*    ROT-VARIACAO-CAMBIAL - LIQUIDACAO DE TITULO EM MOEDA         *
002790*    ESTRANGEIRA: O VALOR NA MOEDA E PAGO PELA TAXA DO CONTRATO DE*
002790*    CAMBIO (OU A DO TABCAMBIO NA DATA) E A DIFERENCA PARA O VALOR*
002790*    EM REAIS DA EMISSAO FICA COMO VARIACAO CAMBIAL REALIZADA     *
002790*    (POSITIVA = PASSIVA) PARA A CONTABILIZACAO DO CTBFIN         *
002790******************************************************************
002790 ROT-VARIACAO-CAMBIAL.
002790     MOVE ZERO     TO W-TAXA-TABELA.
002790     MOVE "T"      TO CBO-ACAO.
002790     MOVE CP-MOEDA TO CBO-MOEDA.
002790     COMPUTE CBO-DATA = (W-ANO-INF * 10000)
002790         + (W-MES-INF * 100) + W-DIA-INF.
002790     CALL "CBO000" USING CBO-PARAMETROS-AREA.
002790     IF CBO-ACHOU
002790         MOVE CBO-TAXA TO W-TAXA-TABELA.
002790     DISPLAY "VALOR EM " CP-MOEDA "...: " CP-VALOR-MOEDA.
002790     DISPLAY "TAXA DA EMISSAO..: " CP-TAXA-EMISSAO.
002790     DISPLAY "TAXA DO TABCAMBIO: " W-TAXA-TABELA.
002790 ROT-VARIACAO-CAMBIAL-TAXA.
002790     DISPLAY "TAXA DO CONTRATO DE CAMBIO (0=A DA TABELA) =>".
002790     ACCEPT W-TAXA-INF.
002790     IF W-TAXA-INF = ZERO
002790         MOVE W-TAXA-TABELA TO W-TAXA-INF.
002790     IF W-TAXA-INF = ZERO
002790         DISPLAY "SEM TAXA NA TABELA - INFORME A TAXA"
002790         GO TO ROT-VARIACAO-CAMBIAL-TAXA.
002790     MOVE W-TAXA-INF TO CP-TAXA-PAGTO.
002790     COMPUTE W-VALOR-PAGO ROUNDED =
002790         CP-VALOR-MOEDA * CP-TAXA-PAGTO.
002790     COMPUTE CP-VARIACAO = W-VALOR-PAGO - CP-VALOR.
002790     MOVE CP-VARIACAO TO W-VARIACAO-ED.
002790     DISPLAY "VALOR PAGO EM REAIS: " W-VALOR-PAGO.
002790     DISPLAY "VARIACAO CAMBIAL...: " W-VARIACAO-ED.
002790 ROT-VARIACAO-CAMBIAL-EXIT. EXIT.
002800******************************************************************
002810*    ROT-LER-TITULO - LOCALIZA UM TITULO POR FORNECEDOR/DOCUMENTO  *
002820******************************************************************
