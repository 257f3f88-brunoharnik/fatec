000010******************************************************************
000020* PROGRAM-ID : CEP069                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-30                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : ACORDO DE RENEGOCIACAO DE DIVIDA (CHAMADO PELA     *
000080*              OPCAO 5 DO CEP014). SELECIONA OS TITULOS VENCIDOS  *
000090*              DO CLIENTE, SOMA OS ENCARGOS DE ATRASO ATE HOJE    *
000100*              (JUR000) E APLICA O DESCONTO CONCEDIDO, GERA AS    *
000110*              PARCELAS NOVAS NO CRECEBER COM O MESMO ROLAMENTO   *
000120*              DE VENCIMENTO PARA DIA UTIL DAS PARCELAS DO CEP013 *
000130*              E MARCA OS TITULOS ORIGINAIS COMO RENEGOCIADOS     *
000140*              (CR-PAGO "R") COM O NUMERO DO ACORDO. O            *
000150*              ACOMPANHAMENTO (QUITACAO, ROMPIMENTO E LIBERACAO   *
000160*              DO CREDITO) E FEITO PELO LOTE CEP070.              *
000170*------------------------------------------------------------------
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-09-30 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CEP069.
000240 AUTHOR. BRUNO HARNIK.
000250 INSTALLATION. FATEC.
000260 DATE-WRITTEN. 2026-09-30.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CRECEBER ASSIGN TO "CRECEBER"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CR-CHAVE
000380         FILE STATUS IS CRC-STATUS.
000390     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CODIGO
000430         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000440         FILE STATUS IS PARC-STATUS.
000450     SELECT ACORDO ASSIGN TO "ACORDO"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS ACO-NUMERO
000490         ALTERNATE RECORD KEY IS ACO-CODCLI WITH DUPLICATES
000500         FILE STATUS IS ACO-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CRECEBER
000540     LABEL RECORDS ARE STANDARD.
000550     COPY REGCREC.
000560 FD  CADPARCEIRO
000570     LABEL RECORDS ARE STANDARD.
000580     COPY REGPAC.
000590 FD  ACORDO
000600     LABEL RECORDS ARE STANDARD.
000610     COPY REGACO.
000620 WORKING-STORAGE SECTION.
000630******************************************************************
000640*    AREAS DE CONTROLE DE ARQUIVO E DE TELA                       *
000650******************************************************************
000660 01  CRC-STATUS                  PIC X(02).
000670 01  PARC-STATUS                 PIC X(02).
000680 01  ACO-STATUS                  PIC X(02).
000690 COPY DIAPARM.
000700 COPY JURPARM.
000710 COPY NUMPARM.
000720 01  W-SWITCHES.
000730     05  W-FIM                   PIC X(01) VALUE "N".
000740         88  W-FIM-SIM           VALUE "S".
000750     05  W-EOF                   PIC X(01).
000760         88  W-EOF-SIM           VALUE "S".
000770     05  W-DATA-VALIDA           PIC X(01).
000780         88  W-DATA-VALIDA-SIM   VALUE "S".
000790 01  W-OPCAO                     PIC X(01).
000800 01  W-CONF                      PIC X(01).
000810 01  W-OPERADOR                  PIC X(08).
000820 01  W-CODCLI-INF                PIC 9(04).
000830 01  W-ACORDO-INF                PIC 9(05).
000840 01  W-NOME-CLI                  PIC X(30).
000850 01  W-DATA-ATUAL.
000860     05  W-ANO-ATUAL             PIC 9(04).
000870     05  W-MES-ATUAL             PIC 9(02).
000880     05  W-DIA-ATUAL             PIC 9(02).
000890 01  W-HOJE-NUM                  PIC 9(08).
000900 01  W-VENC-NUM                  PIC 9(08).
000910******************************************************************
000920*    TITULOS VENCIDOS ESCOLHIDOS PARA O ACORDO                    *
000930******************************************************************
000940 01  W-QTDE-SEL                  PIC 9(03) COMP VALUE ZERO.
000950 01  W-IND                       PIC 9(03) COMP.
000960 01  W-TAB-TITULOS.
000970     05  W-TIT OCCURS 50 TIMES.
000980         10  W-TIT-DOCUMENTO     PIC 9(08).
000990         10  W-TIT-VALOR         PIC 9(12)V99.
001000         10  W-TIT-ENCARGOS      PIC 9(10)V99.
001010 01  W-TOT-ORIGINAL              PIC 9(12)V99.
001020 01  W-TOT-ENCARGOS              PIC 9(10)V99.
001030 01  W-COBRA-ENCARGOS            PIC X(01).
001040 01  W-PERC-DESCONTO             PIC 9(02)V99.
001050 01  W-VALOR-DESCONTO            PIC 9(10)V99.
001060 01  W-TOTAL-ACORDO              PIC 9(12)V99.
001070******************************************************************
001080*    CONDICAO DO PARCELAMENTO E CADEIA DE VENCIMENTOS (MESMA      *
001090*    REGRA DAS PARCELAS DO CEP013)                                *
001100******************************************************************
001110 01  W-QTDE-PARCELAS             PIC 9(02).
001120 01  W-INTERVALO-DIAS            PIC 9(03).
001130 01  W-PARCELA                   PIC 9(02).
001140 01  W-VALOR-PARCELA             PIC 9(12)V99.
001150 01  W-VALOR-ACUMULADO           PIC 9(12)V99.
001160 01  W-CONTA-DIAS                PIC 9(03).
001170 01  W-DIA-V                     PIC 9(02).
001180 01  W-MES-V                     PIC 9(02).
001190 01  W-ANO-V                     PIC 9(04).
001200 01  W-DIAS-NO-MES-V             PIC 9(02).
001210 01  W-RESTO-4                   PIC 9(03).
001220 01  W-RESTO-100                 PIC 9(03).
001230 01  W-RESTO-400                 PIC 9(03).
001240 01  W-SEC-A-VENC                PIC 9(04).
001250 01  W-VENC-UTIL                 PIC 9(08).
001260 01  W-VU-ANO                    PIC 9(04).
001270 01  W-VU-MES                    PIC 9(02).
001280 01  W-VU-DIA                    PIC 9(02).
001290 01  W-NUMERO-ACORDO             PIC 9(05).
001300 01  W-DOC-BASE                  PIC 9(08).
001320 01  W-TIPO-TITULO               PIC X(08).
001330 PROCEDURE DIVISION.
001340******************************************************************
001350*    0000-MAINLINE                                                *
001360******************************************************************
001370 0000-MAINLINE.
001380     MOVE "N" TO W-FIM.
001390     PERFORM 2000-MENU THRU 2000-EXIT
001400         UNTIL W-FIM-SIM.
001410     GOBACK.
001420 2000-MENU.
001430     DISPLAY " ".
001440     DISPLAY "CEP069 - ACORDOS DE RENEGOCIACAO".
001450     DISPLAY "1-NOVO ACORDO   2-CONSULTAR ACORDO".
001460     DISPLAY "9-FIM".
001470     ACCEPT W-OPCAO.
001480     EVALUATE W-OPCAO
001490         WHEN "1"
001500             PERFORM ROT-NOVO-ACORDO THRU ROT-NOVO-ACORDO-EXIT
001510         WHEN "2"
001520             PERFORM ROT-CONSULTAR THRU ROT-CONSULTAR-EXIT
001530         WHEN "9"
001540             MOVE "S" TO W-FIM
001550         WHEN OTHER
001560             DISPLAY "OPCAO INVALIDA"
001570     END-EVALUATE.
001580 2000-EXIT. EXIT.
001590******************************************************************
001600*    ROT-NOVO-ACORDO - ESCOLHE OS TITULOS VENCIDOS, FECHA O VALOR *
001610*    E A CONDICAO E GRAVA O ACORDO COM AS PARCELAS NOVAS          *
001620******************************************************************
001630 ROT-NOVO-ACORDO.
001640     DISPLAY "OPERADOR =>".
001650     ACCEPT W-OPERADOR.
001660     IF W-OPERADOR = SPACES
001670         DISPLAY "ACORDO EXIGE O OPERADOR"
001680         GO TO ROT-NOVO-ACORDO-EXIT.
001690     DISPLAY "CODIGO DO CLIENTE =>".
001700     ACCEPT W-CODCLI-INF.
001710     OPEN INPUT CADPARCEIRO.
001720     IF PARC-STATUS NOT = "00"
001730         DISPLAY "ARQUIVO DE PARCEIROS NAO EXISTE"
001740         GO TO ROT-NOVO-ACORDO-EXIT.
001750     MOVE W-CODCLI-INF TO CODIGO.
001760     READ CADPARCEIRO
001770         INVALID KEY
001780             DISPLAY "CLIENTE NAO CADASTRADO"
001790             CLOSE CADPARCEIRO
001800             GO TO ROT-NOVO-ACORDO-EXIT.
001810     MOVE NOME TO W-NOME-CLI.
001820     DISPLAY "CLIENTE....: " W-NOME-CLI.
001830     IF CREDITO-BLOQUEADO
001840         DISPLAY "CREDITO....: BLOQUEADO POR INADIMPLENCIA".
001850     CLOSE CADPARCEIRO.
001860     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
001870     MOVE W-DATA-ATUAL TO W-HOJE-NUM.
001880     PERFORM ROT-SELECIONAR THRU ROT-SELECIONAR-EXIT.
001890     IF W-QTDE-SEL = ZERO
001900         DISPLAY "NENHUM TITULO ESCOLHIDO - ACORDO NAO GERADO"
001910         GO TO ROT-NOVO-ACORDO-EXIT.
001920     PERFORM ROT-FECHAR-VALOR THRU ROT-FECHAR-VALOR-EXIT.
001930     PERFORM ROT-DIGITAR-CONDICAO
001940         THRU ROT-DIGITAR-CONDICAO-EXIT.
001950     PERFORM ROT-DIGITAR-PRIMEIRO
001960         THRU ROT-DIGITAR-PRIMEIRO-EXIT.
001970     DISPLAY "TITULOS NO ACORDO: " W-QTDE-SEL.
001980     DISPLAY "TOTAL DO ACORDO..: " W-TOTAL-ACORDO
001990             " EM " W-QTDE-PARCELAS " PARCELA(S)".
002000     DISPLAY "CONFIRMA O ACORDO (S/N) ==>".
002010     ACCEPT W-CONF.
002020     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002030         DISPLAY "ACORDO CANCELADO"
002040         GO TO ROT-NOVO-ACORDO-EXIT.
002050     MOVE "AC" TO NUM-TIPO.
002060     MOVE "1"  TO NUM-SERIE.
002070     CALL "NUM000" USING NUM-PARAMETROS-AREA.
002080     IF NUM-NUMERO = ZERO OR NUM-NUMERO > 99999
002090         DISPLAY "NUMERACAO DE ACORDO INDISPONIVEL"
002100         GO TO ROT-NOVO-ACORDO-EXIT.
002110     MOVE NUM-NUMERO TO W-NUMERO-ACORDO.
002120     COMPUTE W-DOC-BASE = 90000000 + (W-NUMERO-ACORDO * 100).
002130     OPEN I-O CRECEBER.
002140     IF CRC-STATUS NOT = "00"
002150         DISPLAY "ARQUIVO CRECEBER NAO PODE SER ABERTO"
002160         GO TO ROT-NOVO-ACORDO-EXIT.
002170     PERFORM ROT-RENEGOCIAR-TITULO
002180         THRU ROT-RENEGOCIAR-TITULO-EXIT
002190         VARYING W-IND FROM 1 BY 1
002200         UNTIL W-IND > W-QTDE-SEL.
002210     COMPUTE W-VALOR-PARCELA ROUNDED =
002220         W-TOTAL-ACORDO / W-QTDE-PARCELAS.
002230     MOVE ZERO TO W-VALOR-ACUMULADO.
002240     PERFORM ROT-GRAVAR-PARCELA THRU ROT-GRAVAR-PARCELA-EXIT
002250         VARYING W-PARCELA FROM 1 BY 1
002260         UNTIL W-PARCELA > W-QTDE-PARCELAS.
002270     CLOSE CRECEBER.
002280     PERFORM ROT-GRAVAR-ACORDO THRU ROT-GRAVAR-ACORDO-EXIT.
002290 ROT-NOVO-ACORDO-EXIT. EXIT.
002300******************************************************************
002310*    ROT-SELECIONAR - PERCORRE OS TITULOS DO CLIENTE E OFERECE    *
002320*    CADA TITULO EM ABERTO E VENCIDO, COM OS ENCARGOS ATE HOJE    *
002330******************************************************************
002340 ROT-SELECIONAR.
002350     MOVE ZERO TO W-QTDE-SEL.
002360     OPEN INPUT CRECEBER.
002370     IF CRC-STATUS NOT = "00"
002380         DISPLAY "ARQUIVO CONTAS A RECEBER NAO EXISTE"
002390         GO TO ROT-SELECIONAR-EXIT.
002400     MOVE "N" TO W-EOF.
002410     MOVE W-CODCLI-INF TO CR-CODCLI.
002420     MOVE ZERO TO CR-DOCUMENTO.
002430     START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
002440         INVALID KEY MOVE "S" TO W-EOF.
002450     PERFORM ROT-OFERECER-TITULO THRU ROT-OFERECER-TITULO-EXIT
002460         UNTIL W-EOF-SIM.
002470     CLOSE CRECEBER.
002480 ROT-SELECIONAR-EXIT. EXIT.
002490 ROT-OFERECER-TITULO.
002500     READ CRECEBER NEXT RECORD
002510         AT END MOVE "S" TO W-EOF.
002520     IF NOT W-EOF-SIM AND CR-CODCLI NOT = W-CODCLI-INF
002530         MOVE "S" TO W-EOF.
002540     IF W-EOF-SIM
002550         GO TO ROT-OFERECER-TITULO-EXIT.
002560     IF NOT CR-PAGO-NAO
002570         GO TO ROT-OFERECER-TITULO-EXIT.
002580     COMPUTE W-VENC-NUM = (CR-VEN-ANO * 10000)
002590         + (CR-VEN-MES * 100) + CR-VEN-DIA.
002600     IF W-VENC-NUM NOT < W-HOJE-NUM
002610         GO TO ROT-OFERECER-TITULO-EXIT.
002620     IF W-QTDE-SEL NOT < 50
002630         DISPLAY "LIMITE DE 50 TITULOS POR ACORDO ATINGIDO"
002640         MOVE "S" TO W-EOF
002650         GO TO ROT-OFERECER-TITULO-EXIT.
002660     MOVE "C"          TO JUR-ACAO.
002670     MOVE CR-CODCLI    TO JUR-CODCLI.
002680     MOVE CR-DOCUMENTO TO JUR-DOCUMENTO.
002690     MOVE CR-VALOR     TO JUR-VALOR.
002700     MOVE W-VENC-NUM   TO JUR-VENCIMENTO.
002710     MOVE W-HOJE-NUM   TO JUR-DATA-PAGTO.
002720     CALL "JUR000" USING JUR-PARAMETROS-AREA.
002730     DISPLAY " ".
002740     DISPLAY "DOCUMENTO..: " CR-DOCUMENTO
002750             "  VENC " CR-VEN-DIA "/" CR-VEN-MES "/" CR-VEN-ANO.
002760     DISPLAY "VALOR......: " CR-VALOR.
002770     DISPLAY "ENCARGOS...: " JUR-VALOR-JUROS " + "
002780             JUR-VALOR-MULTA.
002790     DISPLAY "INCLUIR NO ACORDO (S/N) ==>".
002800     ACCEPT W-CONF.
002810     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002820         GO TO ROT-OFERECER-TITULO-EXIT.
002830     ADD 1 TO W-QTDE-SEL.
002840     MOVE CR-DOCUMENTO TO W-TIT-DOCUMENTO (W-QTDE-SEL).
002850     MOVE CR-VALOR     TO W-TIT-VALOR (W-QTDE-SEL).
002860     COMPUTE W-TIT-ENCARGOS (W-QTDE-SEL) =
002870         JUR-VALOR-JUROS + JUR-VALOR-MULTA.
002880 ROT-OFERECER-TITULO-EXIT. EXIT.
002890******************************************************************
002900*    ROT-FECHAR-VALOR - PRINCIPAL + ENCARGOS (SE COBRADOS) MENOS  *
002910*    O DESCONTO CONCEDIDO EM % SOBRE ESSE TOTAL                   *
002920******************************************************************
002930 ROT-FECHAR-VALOR.
002940     MOVE ZERO TO W-TOT-ORIGINAL.
002950     MOVE ZERO TO W-TOT-ENCARGOS.
002960     PERFORM ROT-SOMAR-ESCOLHIDO THRU ROT-SOMAR-ESCOLHIDO-EXIT
002970         VARYING W-IND FROM 1 BY 1
002980         UNTIL W-IND > W-QTDE-SEL.
002990     DISPLAY " ".
003000     DISPLAY "PRINCIPAL DOS TITULOS: " W-TOT-ORIGINAL.
003010     DISPLAY "ENCARGOS ATE HOJE....: " W-TOT-ENCARGOS.
003020     DISPLAY "COBRAR OS ENCARGOS DE ATRASO (S/N) ==>".
003030     ACCEPT W-COBRA-ENCARGOS.
003040     IF W-COBRA-ENCARGOS NOT = "S" AND W-COBRA-ENCARGOS NOT = "s"
003050         MOVE ZERO TO W-TOT-ENCARGOS.
003060 ROT-FECHAR-VALOR-DESC.
003070     DISPLAY "DESCONTO (% SOBRE O TOTAL, 0 = SEM) =>".
003080     ACCEPT W-PERC-DESCONTO.
003090     IF W-PERC-DESCONTO NOT < 100
003100         DISPLAY "DESCONTO DEVE SER MENOR QUE 100%"
003110         GO TO ROT-FECHAR-VALOR-DESC.
003120     COMPUTE W-VALOR-DESCONTO ROUNDED =
003130         (W-TOT-ORIGINAL + W-TOT-ENCARGOS) * W-PERC-DESCONTO
003140         / 100.
003150     COMPUTE W-TOTAL-ACORDO = W-TOT-ORIGINAL + W-TOT-ENCARGOS
003160         - W-VALOR-DESCONTO.
003170 ROT-FECHAR-VALOR-EXIT. EXIT.
003180 ROT-SOMAR-ESCOLHIDO.
003190     ADD W-TIT-VALOR (W-IND)    TO W-TOT-ORIGINAL.
003200     ADD W-TIT-ENCARGOS (W-IND) TO W-TOT-ENCARGOS.
003210 ROT-SOMAR-ESCOLHIDO-EXIT. EXIT.
003220******************************************************************
003230*    ROT-DIGITAR-CONDICAO - NUMERO DE PARCELAS E INTERVALO EM     *
003240*    DIAS ENTRE ELAS (MESMA CAPTURA DO CEP013)                    *
003250******************************************************************
003260 ROT-DIGITAR-CONDICAO.
003270     DISPLAY "NUMERO DE PARCELAS (1-99) =>".
003280     ACCEPT W-QTDE-PARCELAS.
003290     IF W-QTDE-PARCELAS < 1
003300         DISPLAY "MINIMO 1 PARCELA"
003310         GO TO ROT-DIGITAR-CONDICAO.
003320     IF W-QTDE-PARCELAS = 1
003330         MOVE ZERO TO W-INTERVALO-DIAS
003340         GO TO ROT-DIGITAR-CONDICAO-EXIT.
003350     DISPLAY "INTERVALO EM DIAS ENTRE PARCELAS =>".
003360     ACCEPT W-INTERVALO-DIAS.
003370     IF W-INTERVALO-DIAS = ZERO
003380         DISPLAY "INTERVALO NAO PODE SER ZERO"
003390         GO TO ROT-DIGITAR-CONDICAO.
003400 ROT-DIGITAR-CONDICAO-EXIT. EXIT.
003410******************************************************************
003420*    ROT-DIGITAR-PRIMEIRO - VENCIMENTO DA PRIMEIRA PARCELA, QUE   *
003430*    ABRE A CADEIA DE DATAS (HOJE OU DEPOIS)                      *
003440******************************************************************
003450 ROT-DIGITAR-PRIMEIRO.
003460     DISPLAY "DIA DO PRIMEIRO VENCIMENTO =>".
003470     ACCEPT W-DIA-V.
003480     DISPLAY "MES DO PRIMEIRO VENCIMENTO =>".
003490     ACCEPT W-MES-V.
003500     DISPLAY "ANO DO PRIMEIRO VENCIMENTO (4 DIGITOS) =>".
003510     ACCEPT W-ANO-V.
003520     MOVE "S" TO W-DATA-VALIDA.
003530     IF W-MES-V < 1 OR W-MES-V > 12 OR W-ANO-V < 1753
003540         MOVE "N" TO W-DATA-VALIDA
003550     ELSE
003560         PERFORM ROT-DIAS-DO-MES-V THRU ROT-DIAS-DO-MES-V-EXIT
003570         IF W-DIA-V < 1 OR W-DIA-V > W-DIAS-NO-MES-V
003580             MOVE "N" TO W-DATA-VALIDA
003590         END-IF
003600     END-IF.
003610     IF NOT W-DATA-VALIDA-SIM
003620         DISPLAY "DATA INVALIDA"
003630         GO TO ROT-DIGITAR-PRIMEIRO.
003640     COMPUTE W-VENC-NUM = (W-ANO-V * 10000)
003650         + (W-MES-V * 100) + W-DIA-V.
003660     IF W-VENC-NUM < W-HOJE-NUM
003670         DISPLAY "VENCIMENTO NAO PODE SER ANTERIOR A HOJE"
003680         GO TO ROT-DIGITAR-PRIMEIRO.
003690 ROT-DIGITAR-PRIMEIRO-EXIT. EXIT.
003700******************************************************************
003710*    ROT-RENEGOCIAR-TITULO - MARCA O TITULO ORIGINAL COMO         *
003720*    RENEGOCIADO, APONTANDO PARA O ACORDO                         *
003730******************************************************************
003740 ROT-RENEGOCIAR-TITULO.
003750     MOVE W-CODCLI-INF TO CR-CODCLI.
003760     MOVE W-TIT-DOCUMENTO (W-IND) TO CR-DOCUMENTO.
003770     READ CRECEBER
003780         INVALID KEY
003790             DISPLAY "TITULO " W-TIT-DOCUMENTO (W-IND)
003800                     " NAO ENCONTRADO"
003810             GO TO ROT-RENEGOCIAR-TITULO-EXIT.
003820     MOVE "R"             TO CR-PAGO.
003830     MOVE W-NUMERO-ACORDO TO CR-ACORDO.
003840     REWRITE REGCREC
003850         INVALID KEY
003860             DISPLAY "ERRO NA MARCACAO DO TITULO "
003870                     W-TIT-DOCUMENTO (W-IND).
003880 ROT-RENEGOCIAR-TITULO-EXIT. EXIT.
003890******************************************************************
003900*    ROT-GRAVAR-PARCELA - UMA PARCELA NOVA DO ACORDO NO CRECEBER  *
003910*    (CR-DOCUMENTO = 90000000 + ACORDO X 100 + PARCELA), COM A    *
003920*    DIFERENCA DE ARREDONDAMENTO NA ULTIMA                        *
003930******************************************************************
003940 ROT-GRAVAR-PARCELA.
003950     MOVE W-CODCLI-INF TO CR-CODCLI.
003960     COMPUTE CR-DOCUMENTO = W-DOC-BASE + W-PARCELA.
003970     MOVE W-DIA-ATUAL  TO CR-EMI-DIA.
003980     MOVE W-MES-ATUAL  TO CR-EMI-MES.
003990     MOVE W-ANO-ATUAL  TO CR-EMI-ANO.
004000     PERFORM ROT-ROLAR-DIA-UTIL
004010         THRU ROT-ROLAR-DIA-UTIL-EXIT.
004020     MOVE W-VU-DIA     TO CR-VEN-DIA.
004030     MOVE W-VU-MES     TO CR-VEN-MES.
004040     MOVE W-VU-ANO     TO CR-VEN-ANO.
004050     IF W-PARCELA = W-QTDE-PARCELAS
004060         COMPUTE CR-VALOR =
004070             W-TOTAL-ACORDO - W-VALOR-ACUMULADO
004080     ELSE
004090         MOVE W-VALOR-PARCELA TO CR-VALOR
004100         ADD W-VALOR-PARCELA TO W-VALOR-ACUMULADO.
004110     MOVE "N"  TO CR-PAGO.
004120     MOVE ZERO TO CR-DATA-PAGTO.
004130     MOVE ZERO TO CR-JUROS-REC CR-MULTA-REC
004140                  CR-JUROS-ABERTO CR-MULTA-ABERTO.
004150     MOVE W-NUMERO-ACORDO TO CR-ACORDO.
004160     WRITE REGCREC
004170         INVALID KEY
004180             DISPLAY "TITULO JA EXISTE NO CONTAS A RECEBER"
004190         NOT INVALID KEY
004200             DISPLAY "PARCELA " W-PARCELA " GERADA: "
004210                     CR-VALOR " VENC " CR-VEN-DIA "/"
004220                     CR-VEN-MES "/" CR-VEN-ANO.
004230     IF W-PARCELA < W-QTDE-PARCELAS
004240         PERFORM ROT-SOMAR-INTERVALO
004250             THRU ROT-SOMAR-INTERVALO-EXIT.
004260 ROT-GRAVAR-PARCELA-EXIT. EXIT.
004270******************************************************************
004280*    ROT-GRAVAR-ACORDO - REGISTRO DO ACORDO, ATIVO, PARA O CEP070 *
004290******************************************************************
004300 ROT-GRAVAR-ACORDO.
004310     OPEN I-O ACORDO.
004320     IF ACO-STATUS = "35"
004330         OPEN OUTPUT ACORDO
004340         CLOSE ACORDO
004350         OPEN I-O ACORDO.
004360     IF ACO-STATUS NOT = "00"
004370         DISPLAY "ARQUIVO ACORDO NAO PODE SER ABERTO"
004380         GO TO ROT-GRAVAR-ACORDO-EXIT.
004390     MOVE W-NUMERO-ACORDO  TO ACO-NUMERO.
004400     MOVE W-CODCLI-INF     TO ACO-CODCLI.
004410     MOVE W-ANO-ATUAL      TO ACO-ANO.
004420     MOVE W-MES-ATUAL      TO ACO-MES.
004430     MOVE W-DIA-ATUAL      TO ACO-DIA.
004440     MOVE W-OPERADOR       TO ACO-OPERADOR.
004450     MOVE W-QTDE-SEL       TO ACO-QTDE-TITULOS.
004460     MOVE W-TOT-ORIGINAL   TO ACO-VALOR-ORIGINAL.
004470     MOVE W-TOT-ENCARGOS   TO ACO-VALOR-ENCARGOS.
004480     MOVE W-PERC-DESCONTO  TO ACO-PERC-DESCONTO.
004490     MOVE W-VALOR-DESCONTO TO ACO-VALOR-DESCONTO.
004500     MOVE W-TOTAL-ACORDO   TO ACO-VALOR-TOTAL.
004510     MOVE W-QTDE-PARCELAS  TO ACO-QTDE-PARCELAS.
004520     MOVE W-INTERVALO-DIAS TO ACO-INTERVALO.
004530     MOVE ZERO             TO ACO-PARC-PAGAS.
004540     MOVE ZERO             TO ACO-PARC-EM-DIA.
004550     MOVE "A"              TO ACO-SITUACAO.
004560     MOVE W-HOJE-NUM       TO ACO-DATA-SITUACAO.
004570     MOVE "N"              TO ACO-CREDITO-LIBERADO.
004580     WRITE REGACO
004590         INVALID KEY
004600             DISPLAY "ERRO NA GRAVACAO DO ACORDO"
004610         NOT INVALID KEY
004620             DISPLAY "*** ACORDO " W-NUMERO-ACORDO
004630                     " GRAVADO ***".
004640     CLOSE ACORDO.
004650 ROT-GRAVAR-ACORDO-EXIT. EXIT.
004660******************************************************************
004670*    ROT-CONSULTAR - CABECALHO DO ACORDO E OS TITULOS LIGADOS A   *
004680*    ELE (ORIGINAIS RENEGOCIADOS E PARCELAS NOVAS)                *
004690******************************************************************
004700 ROT-CONSULTAR.
004710     DISPLAY "NUMERO DO ACORDO =>".
004720     ACCEPT W-ACORDO-INF.
004730     OPEN INPUT ACORDO.
004740     IF ACO-STATUS NOT = "00"
004750         DISPLAY "ARQUIVO ACORDO NAO EXISTE"
004760         GO TO ROT-CONSULTAR-EXIT.
004770     MOVE W-ACORDO-INF TO ACO-NUMERO.
004780     READ ACORDO
004790         INVALID KEY
004800             DISPLAY "ACORDO NAO CADASTRADO"
004810             CLOSE ACORDO
004820             GO TO ROT-CONSULTAR-EXIT.
004830     CLOSE ACORDO.
004840     DISPLAY "CLIENTE....: " ACO-CODCLI
004850             "  DATA " ACO-DIA "/" ACO-MES "/" ACO-ANO
004860             "  OPERADOR " ACO-OPERADOR.
004870     DISPLAY "ORIGINAL...: " ACO-VALOR-ORIGINAL
004880             "  ENCARGOS " ACO-VALOR-ENCARGOS.
004890     DISPLAY "DESCONTO...: " ACO-VALOR-DESCONTO
004900             "  TOTAL " ACO-VALOR-TOTAL.
004910     DISPLAY "PARCELAS...: " ACO-QTDE-PARCELAS
004920             "  PAGAS " ACO-PARC-PAGAS
004930             "  EM DIA " ACO-PARC-EM-DIA.
004940     EVALUATE TRUE
004950         WHEN ACO-ATIVO
004960             DISPLAY "SITUACAO...: ATIVO"
004970         WHEN ACO-QUITADO
004980             DISPLAY "SITUACAO...: QUITADO EM " ACO-DATA-SITUACAO
004990         WHEN ACO-ROMPIDO
005000             DISPLAY "SITUACAO...: ROMPIDO EM " ACO-DATA-SITUACAO
005010     END-EVALUATE.
005020     IF ACO-CREDITO-LIBERADO-SIM
005030         DISPLAY "CREDITO DO CLIENTE LIBERADO PELO ACORDO".
005040     OPEN INPUT CRECEBER.
005050     IF CRC-STATUS NOT = "00"
005060         GO TO ROT-CONSULTAR-EXIT.
005070     MOVE ACO-CODCLI TO W-CODCLI-INF.
005080     MOVE "N" TO W-EOF.
005090     MOVE ACO-CODCLI TO CR-CODCLI.
005100     MOVE ZERO TO CR-DOCUMENTO.
005110     START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
005120         INVALID KEY MOVE "S" TO W-EOF.
005130     PERFORM ROT-LISTAR-TITULO THRU ROT-LISTAR-TITULO-EXIT
005140         UNTIL W-EOF-SIM.
005150     CLOSE CRECEBER.
005160 ROT-CONSULTAR-EXIT. EXIT.
005170 ROT-LISTAR-TITULO.
005180     READ CRECEBER NEXT RECORD
005190         AT END MOVE "S" TO W-EOF.
005200     IF NOT W-EOF-SIM AND CR-CODCLI NOT = W-CODCLI-INF
005210         MOVE "S" TO W-EOF.
005220     IF W-EOF-SIM
005230         GO TO ROT-LISTAR-TITULO-EXIT.
005240     IF CR-ACORDO NOT = W-ACORDO-INF
005250         GO TO ROT-LISTAR-TITULO-EXIT.
005260     IF CR-RENEGOCIADO
005270         MOVE "ORIGINAL" TO W-TIPO-TITULO
005280     ELSE
005290         MOVE "PARCELA " TO W-TIPO-TITULO.
005300     DISPLAY W-TIPO-TITULO " " CR-DOCUMENTO
005310             "  VENC " CR-VEN-DIA "/" CR-VEN-MES "/" CR-VEN-ANO
005320             "  " CR-VALOR "  " CR-PAGO.
005330 ROT-LISTAR-TITULO-EXIT. EXIT.
005340******************************************************************
005350*    ROT-SOMAR-INTERVALO - AVANCA A DATA DE TRABALHO PELO         *
005360*    INTERVALO DE DIAS DA CONDICAO, DIA A DIA                     *
005370******************************************************************
005380 ROT-SOMAR-INTERVALO.
005390     PERFORM ROT-AVANCAR-DIA THRU ROT-AVANCAR-DIA-EXIT
005400         VARYING W-CONTA-DIAS FROM 1 BY 1
005410         UNTIL W-CONTA-DIAS > W-INTERVALO-DIAS.
005420 ROT-SOMAR-INTERVALO-EXIT. EXIT.
005430 ROT-AVANCAR-DIA.
005440     PERFORM ROT-DIAS-DO-MES-V THRU ROT-DIAS-DO-MES-V-EXIT.
005450     IF W-DIA-V < W-DIAS-NO-MES-V
005460         ADD 1 TO W-DIA-V
005470     ELSE
005480         MOVE 1 TO W-DIA-V
005490         IF W-MES-V < 12
005500             ADD 1 TO W-MES-V
005510         ELSE
005520             MOVE 1 TO W-MES-V
005530             ADD 1 TO W-ANO-V.
005540 ROT-AVANCAR-DIA-EXIT. EXIT.
005550 ROT-DIAS-DO-MES-V.
005560     EVALUATE W-MES-V
005570         WHEN 4 WHEN 6 WHEN 9 WHEN 11
005580             MOVE 30 TO W-DIAS-NO-MES-V
005590         WHEN 2
005600             DIVIDE W-ANO-V BY 4 GIVING W-SEC-A-VENC
005610                 REMAINDER W-RESTO-4
005620             DIVIDE W-ANO-V BY 100 GIVING W-SEC-A-VENC
005630                 REMAINDER W-RESTO-100
005640             DIVIDE W-ANO-V BY 400 GIVING W-SEC-A-VENC
005650                 REMAINDER W-RESTO-400
005660             IF W-RESTO-4 = ZERO
005670                     AND (W-RESTO-100 NOT = ZERO
005680                          OR W-RESTO-400 = ZERO)
005690                 MOVE 29 TO W-DIAS-NO-MES-V
005700             ELSE
005710                 MOVE 28 TO W-DIAS-NO-MES-V
005720             END-IF
005730         WHEN OTHER
005740             MOVE 31 TO W-DIAS-NO-MES-V
005750     END-EVALUATE.
005760 ROT-DIAS-DO-MES-V-EXIT. EXIT.
005770******************************************************************
005780*    ROT-ROLAR-DIA-UTIL - ROLA O VENCIMENTO DA PARCELA PARA O     *
005790*    PROXIMO DIA UTIL (DIA000), SEM MEXER NA DATA DE TRABALHO     *
005800*    QUE ENCADEIA AS PARCELAS SEGUINTES                           *
005810******************************************************************
005820 ROT-ROLAR-DIA-UTIL.
005830     COMPUTE W-VENC-UTIL = (W-ANO-V * 10000)
005840         + (W-MES-V * 100) + W-DIA-V.
005850     MOVE "U" TO DIA-ACAO.
005860     MOVE W-VENC-UTIL TO DIA-DATA.
005870     CALL "DIA000" USING DIA-PARAMETROS-AREA.
005880     MOVE DIA-DATA TO W-VENC-UTIL.
005890     COMPUTE W-VU-ANO = W-VENC-UTIL / 10000.
005900     COMPUTE W-VU-MES =
005910         (W-VENC-UTIL / 100) - (W-VU-ANO * 100).
005920     COMPUTE W-VU-DIA = W-VENC-UTIL
005930         - (W-VU-ANO * 10000) - (W-VU-MES * 100).
005940 ROT-ROLAR-DIA-UTIL-EXIT. EXIT.
