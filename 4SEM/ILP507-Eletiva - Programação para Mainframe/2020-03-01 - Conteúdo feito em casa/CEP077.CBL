000010******************************************************************
000020* PROGRAM-ID : CEP077                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-07                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : FECHAMENTO MENSAL DO PROGRAMA DE FIDELIDADE.       *
000080*              EXPIRA NO ULTIMO DIA DA COMPETENCIA OS LOTES DE    *
000090*              PONTOS VENCIDOS (PTO000 ACAO "X") E EMITE O        *
000100*              RELATORIO DE PASSIVO PARA A CONTABILIDADE: POR     *
000110*              CLIENTE, OS PONTOS CREDITADOS, RESGATADOS,         *
000120*              ESTORNADOS E EXPIRADOS NO MES E O SALDO EM         *
000130*              ABERTO; NO TOTAL, O SALDO DE PONTOS X VALOR DO     *
000140*              PONTO (PARMSYS). RELATORIO REPPONTO NO SPOOL       *
000150*              (SPL000).                                          *
000160*------------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-10-07 BH        VERSAO INICIAL                             *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP077.
000230 AUTHOR. BRUNO HARNIK.
000240 INSTALLATION. FATEC.
000250 DATE-WRITTEN. 2026-10-07.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PONTOS ASSIGN TO "PONTOS"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PT-CHAVE
000370         FILE STATUS IS PTO-STATUS.
000380     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CODIGO
000420         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000430         FILE STATUS IS PARC-STATUS.
000440     SELECT REPPONTO ASSIGN TO "REPPONTO"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS REL-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PONTOS
000500     LABEL RECORDS ARE STANDARD.
000510     COPY REGPTO.
000520 FD  CADPARCEIRO
000530     LABEL RECORDS ARE STANDARD.
000540     COPY REGPAC.
000550 FD  REPPONTO
000560     LABEL RECORDS ARE STANDARD.
000570 01  REG-RELAT                   PIC X(132).
000580 WORKING-STORAGE SECTION.
000590 01  PTO-STATUS                  PIC X(02).
000600 01  PARC-STATUS                 PIC X(02).
000610 01  REL-STATUS                  PIC X(02).
000620 COPY SPLPARM.
000630 COPY PTOPARM.
000640 01  W-SWITCHES.
000650     05  W-EOF                   PIC X(01).
000660         88  W-EOF-SIM           VALUE "S".
000670     05  W-EOF-SPL               PIC X(01).
000680         88  W-EOF-SPL-SIM       VALUE "S".
000690     05  W-ABORTA                PIC X(01) VALUE "N".
000700         88  W-ABORTA-SIM        VALUE "S".
000710     05  W-CAD-ABERTO            PIC X(01) VALUE "N".
000720         88  W-CAD-ABERTO-SIM    VALUE "S".
000730 01  W-COMPETENCIA-INF.
000740     05  W-ANO-INF               PIC 9(04).
000750     05  W-MES-INF               PIC 9(02).
000760 01  W-ULTIMO-DIA                PIC 9(02).
000770 01  W-QUOCIENTE                 PIC 9(04).
000780 01  W-RESTO                     PIC 9(04).
000790 01  W-CLI-ATUAL                 PIC 9(04).
000800 01  W-QTDE-CLIENTES             PIC 9(05) VALUE ZERO.
000810 01  W-PONTOS-EXPIRADOS          PIC 9(09) VALUE ZERO.
000820 01  W-VALOR-PONTO               PIC 9(01)V9999.
000830 01  W-PASSIVO                   PIC 9(13)V99.
000840******************************************************************
000850*    ACUMULADORES DO CLIENTE E GERAIS                             *
000860******************************************************************
000870 01  W-ACUM-CLI.
000880     05  AC-CREDITADOS           PIC 9(09).
000890     05  AC-RESGATADOS           PIC 9(09).
000900     05  AC-ESTORNADOS           PIC 9(09).
000910     05  AC-EXPIRADOS            PIC 9(09).
000920     05  AC-SALDO                PIC 9(09).
000930 01  W-ACUM-TOT.
000940     05  AT-CREDITADOS           PIC 9(11).
000950     05  AT-RESGATADOS           PIC 9(11).
000960     05  AT-ESTORNADOS           PIC 9(11).
000970     05  AT-EXPIRADOS            PIC 9(11).
000980     05  AT-SALDO                PIC 9(11).
000990******************************************************************
001000*    LINHAS DO RELATORIO                                          *
001010******************************************************************
001020 01  LIN-CABEC1.
001030     05  FILLER                  PIC X(45) VALUE
001040         "PASSIVO DO PROGRAMA DE FIDELIDADE - COMPET. ".
001050     05  LC1-MES                 PIC 9(02).
001060     05  FILLER                  PIC X(01) VALUE "/".
001070     05  LC1-ANO                 PIC 9(04).
001080 01  LIN-CABEC2.
001090     05  FILLER                  PIC X(36) VALUE
001100         "CLIENTE NOME".
001110     05  FILLER                  PIC X(48) VALUE
001120         "  CREDITADOS  RESGATADOS  ESTORNADOS   EXPIRADOS".
001130     05  FILLER                  PIC X(28) VALUE
001140         "       SALDO    VALOR (R$)".
001150 01  LIN-DET.
001160     05  LD-CODCLI               PIC 9(04).
001170     05  FILLER                  PIC X(04) VALUE SPACES.
001180     05  LD-NOME                 PIC X(28).
001190     05  LD-CREDITADOS           PIC ZZZZZZZZZZ9.
001200     05  FILLER                  PIC X(01) VALUE SPACES.
001210     05  LD-RESGATADOS           PIC ZZZZZZZZZZ9.
001220     05  FILLER                  PIC X(01) VALUE SPACES.
001230     05  LD-ESTORNADOS           PIC ZZZZZZZZZZ9.
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001250     05  LD-EXPIRADOS            PIC ZZZZZZZZZZ9.
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001270     05  LD-SALDO                PIC ZZZZZZZZZZ9.
001280     05  FILLER                  PIC X(01) VALUE SPACES.
001290     05  LD-VALOR                PIC ZZZZZZZZZZZ9,99.
001300 01  LIN-TOTAL.
001300     05  LT-ROTULO               PIC X(40).
001300     05  LT-PONTOS               PIC ZZ.ZZZ.ZZZ.ZZ9.
001300 01  LIN-VALOR.
001300     05  LV-ROTULO               PIC X(40).
001300     05  LV-VALOR                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
001300 01  LIN-VALOR-PONTO.
001300     05  FILLER                  PIC X(40) VALUE
001300         "VALOR DO PONTO (R$)".
001300     05  LVP-VALOR               PIC Z9,9999.
001330 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
001340 PROCEDURE DIVISION.
001350******************************************************************
001360*    0000-MAINLINE                                                *
001370******************************************************************
001380 0000-MAINLINE.
001390     PERFORM 1000-COMPETENCIA THRU 1000-EXIT.
001400     IF W-ABORTA-SIM
001410         MOVE 8 TO RETURN-CODE
001420         STOP RUN.
001430     PERFORM 2000-EXPIRAR THRU 2000-EXIT.
001440     OPEN INPUT PONTOS.
001450     IF PTO-STATUS NOT = "00"
001460         DISPLAY "CEP077: ARQUIVO PONTOS NAO PODE SER ABERTO"
001470         MOVE 8 TO RETURN-CODE
001480         STOP RUN.
001490     OPEN INPUT CADPARCEIRO.
001500     IF PARC-STATUS = "00"
001510         MOVE "S" TO W-CAD-ABERTO.
001520     OPEN OUTPUT REPPONTO.
001530     PERFORM 3000-CABECALHO THRU 3000-EXIT.
001540     INITIALIZE W-ACUM-TOT W-ACUM-CLI.
001550     MOVE ZERO TO W-CLI-ATUAL.
001560     MOVE "N" TO W-EOF.
001570     PERFORM 4000-LER-EXTRATO THRU 4000-EXIT
001580         UNTIL W-EOF-SIM.
001590     PERFORM 4500-FECHAR-CLIENTE THRU 4500-EXIT.
001600     PERFORM 5000-TOTAIS THRU 5000-EXIT.
001610     CLOSE PONTOS REPPONTO.
001620     IF W-CAD-ABERTO-SIM
001630         CLOSE CADPARCEIRO.
001640     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
001650     DISPLAY "CEP077: PONTOS EXPIRADOS: " W-PONTOS-EXPIRADOS.
001660     DISPLAY "CEP077: CLIENTES NO RELATORIO: " W-QTDE-CLIENTES.
001670     DISPLAY "CEP077: RELATORIO EM REPPONTO, SPOOL " SPA-NUMERO.
001680     STOP RUN.
001690******************************************************************
001700*    1000-COMPETENCIA - MES DO FECHAMENTO E SEU ULTIMO DIA, DATA  *
001710*    DE REFERENCIA DA EXPIRACAO                                   *
001720******************************************************************
001730 1000-COMPETENCIA.
001740     DISPLAY "CEP077: COMPETENCIA (AAAAMM) =>".
001750     ACCEPT W-COMPETENCIA-INF.
001760     IF W-COMPETENCIA-INF NOT NUMERIC
001770         OR W-MES-INF < 1 OR W-MES-INF > 12
001780         DISPLAY "CEP077: COMPETENCIA INVALIDA"
001790         MOVE "S" TO W-ABORTA
001800         GO TO 1000-EXIT.
001810     EVALUATE W-MES-INF
001820         WHEN 2
001830             DIVIDE W-ANO-INF BY 4 GIVING W-QUOCIENTE
001840                 REMAINDER W-RESTO
001850             IF W-RESTO = ZERO
001860                 MOVE 29 TO W-ULTIMO-DIA
001870             ELSE
001880                 MOVE 28 TO W-ULTIMO-DIA
001890             END-IF
001900         WHEN 4
001910         WHEN 6
001920         WHEN 9
001930         WHEN 11
001940             MOVE 30 TO W-ULTIMO-DIA
001950         WHEN OTHER
001960             MOVE 31 TO W-ULTIMO-DIA
001970     END-EVALUATE.
001980 1000-EXIT. EXIT.
001990******************************************************************
002000*    2000-EXPIRAR - BAIXA OS LOTES VENCIDOS NO FIM DO MES         *
002010******************************************************************
002020 2000-EXPIRAR.
002030     MOVE "X"          TO PTO-ACAO.
002040     MOVE ZERO         TO PTO-CODCLI PTO-DOCUMENTO.
002050     MOVE W-ANO-INF    TO PTO-ANO.
002060     MOVE W-MES-INF    TO PTO-MES.
002070     MOVE W-ULTIMO-DIA TO PTO-DIA.
002080     MOVE "EX"         TO PTO-ORIGEM.
002090     CALL "PTO000" USING PTO-PARAMETROS-AREA.
002100     MOVE PTO-PONTOS      TO W-PONTOS-EXPIRADOS.
002110     MOVE PTO-VALOR-PONTO TO W-VALOR-PONTO.
002120 2000-EXIT. EXIT.
002130 3000-CABECALHO.
002140     MOVE W-MES-INF TO LC1-MES.
002150     MOVE W-ANO-INF TO LC1-ANO.
002160     WRITE REG-RELAT FROM LIN-CABEC1.
002170     WRITE REG-RELAT FROM LIN-BRANCO.
002180     WRITE REG-RELAT FROM LIN-CABEC2.
002190 3000-EXIT. EXIT.
002200******************************************************************
002210*    4000-LER-EXTRATO - QUEBRA POR CLIENTE; MOVIMENTO SO DO MES,  *
002220*    SALDO DOS LOTES EM ABERTO                                    *
002230******************************************************************
002240 4000-LER-EXTRATO.
002250     READ PONTOS NEXT
002260         AT END
002270             MOVE "S" TO W-EOF
002280             GO TO 4000-EXIT.
002290     IF PT-CODCLI NOT = W-CLI-ATUAL
002300         PERFORM 4500-FECHAR-CLIENTE THRU 4500-EXIT
002310         MOVE PT-CODCLI TO W-CLI-ATUAL.
002320     IF PT-CREDITO
002330         ADD PT-SALDO-LOTE TO AC-SALDO.
002340     IF PT-ANO NOT = W-ANO-INF OR PT-MES NOT = W-MES-INF
002350         GO TO 4000-EXIT.
002360     EVALUATE TRUE
002370         WHEN PT-CREDITO
002380             ADD PT-PONTOS TO AC-CREDITADOS
002390         WHEN PT-RESGATE
002400             ADD PT-PONTOS TO AC-RESGATADOS
002410         WHEN PT-ESTORNO
002420             ADD PT-PONTOS TO AC-ESTORNADOS
002430         WHEN PT-EXPIRACAO
002440             ADD PT-PONTOS TO AC-EXPIRADOS
002450     END-EVALUATE.
002460 4000-EXIT. EXIT.
002470 4500-FECHAR-CLIENTE.
002480     IF AC-CREDITADOS = ZERO AND AC-RESGATADOS = ZERO
002490         AND AC-ESTORNADOS = ZERO AND AC-EXPIRADOS = ZERO
002500         AND AC-SALDO = ZERO
002510         GO TO 4500-EXIT.
002520     MOVE W-CLI-ATUAL TO LD-CODCLI.
002530     MOVE SPACES      TO LD-NOME.
002540     IF W-CAD-ABERTO-SIM
002550         MOVE W-CLI-ATUAL TO CODIGO
002560         READ CADPARCEIRO
002570             INVALID KEY
002580                 MOVE "*** NAO CADASTRADO ***" TO LD-NOME
002590             NOT INVALID KEY
002600                 MOVE NOME TO LD-NOME
002610         END-READ.
002620     MOVE AC-CREDITADOS TO LD-CREDITADOS.
002630     MOVE AC-RESGATADOS TO LD-RESGATADOS.
002640     MOVE AC-ESTORNADOS TO LD-ESTORNADOS.
002650     MOVE AC-EXPIRADOS  TO LD-EXPIRADOS.
002660     MOVE AC-SALDO      TO LD-SALDO.
002670     COMPUTE LD-VALOR = AC-SALDO * W-VALOR-PONTO.
002680     WRITE REG-RELAT FROM LIN-DET.
002690     ADD 1 TO W-QTDE-CLIENTES.
002700     ADD AC-CREDITADOS TO AT-CREDITADOS.
002710     ADD AC-RESGATADOS TO AT-RESGATADOS.
002720     ADD AC-ESTORNADOS TO AT-ESTORNADOS.
002730     ADD AC-EXPIRADOS  TO AT-EXPIRADOS.
002740     ADD AC-SALDO      TO AT-SALDO.
002750     INITIALIZE W-ACUM-CLI.
002760 4500-EXIT. EXIT.
002770******************************************************************
002780*    5000-TOTAIS - MOVIMENTO DO MES E PASSIVO A CONTABILIZAR      *
002790******************************************************************
002800 5000-TOTAIS.
002810     WRITE REG-RELAT FROM LIN-BRANCO.
002820     MOVE "PONTOS CREDITADOS NO MES" TO LT-ROTULO.
002830     MOVE AT-CREDITADOS TO LT-PONTOS.
002840     WRITE REG-RELAT FROM LIN-TOTAL.
002850     MOVE "PONTOS RESGATADOS NO MES" TO LT-ROTULO.
002860     MOVE AT-RESGATADOS TO LT-PONTOS.
002870     WRITE REG-RELAT FROM LIN-TOTAL.
002880     MOVE "PONTOS ESTORNADOS NO MES" TO LT-ROTULO.
002890     MOVE AT-ESTORNADOS TO LT-PONTOS.
002900     WRITE REG-RELAT FROM LIN-TOTAL.
002910     MOVE "PONTOS EXPIRADOS NO MES" TO LT-ROTULO.
002920     MOVE AT-EXPIRADOS TO LT-PONTOS.
002930     WRITE REG-RELAT FROM LIN-TOTAL.
002940     MOVE "SALDO DE PONTOS EM ABERTO" TO LT-ROTULO.
002950     MOVE AT-SALDO TO LT-PONTOS.
002950     WRITE REG-RELAT FROM LIN-TOTAL.
002950     MOVE W-VALOR-PONTO TO LVP-VALOR.
002950     WRITE REG-RELAT FROM LIN-VALOR-PONTO.
002950     COMPUTE W-PASSIVO ROUNDED = AT-SALDO * W-VALOR-PONTO.
002950     MOVE "PASSIVO DE FIDELIDADE (R$)" TO LV-ROTULO.
002950     MOVE W-PASSIVO TO LV-VALOR.
002950     WRITE REG-RELAT FROM LIN-VALOR.
003040 5000-EXIT. EXIT.
003050******************************************************************
003060*    9000-ESPOLAR - COPIA O REPPONTO PARA O SPOOL                 *
003070******************************************************************
003080 9000-ESPOLAR.
003090     MOVE "I" TO SPA-ACAO.
003100     MOVE "CEP077" TO SPA-PROGRAMA.
003110     MOVE SPACES TO SPA-OPERADOR.
003120     MOVE SPACES TO SPA-PARAMS.
003130     STRING "COMPETENCIA " W-COMPETENCIA-INF
003140         DELIMITED BY SIZE INTO SPA-PARAMS.
003150     CALL "SPL000" USING SPL-PARAMETROS-AREA.
003160     OPEN INPUT REPPONTO.
003170     IF REL-STATUS NOT = "00"
003180         GO TO 9000-FIM.
003190     MOVE "N" TO W-EOF-SPL.
003200     PERFORM 9100-ESPOLAR-LER THRU 9100-EXIT
003210         UNTIL W-EOF-SPL-SIM.
003220     CLOSE REPPONTO.
003230 9000-FIM.
003240     MOVE "F" TO SPA-ACAO.
003250     CALL "SPL000" USING SPL-PARAMETROS-AREA.
003260 9000-EXIT. EXIT.
003270 9100-ESPOLAR-LER.
003280     READ REPPONTO
003290         AT END MOVE "S" TO W-EOF-SPL.
003300     IF NOT W-EOF-SPL-SIM
003310         MOVE "L" TO SPA-ACAO
003320         MOVE REG-RELAT TO SPA-LINHA
003330         CALL "SPL000" USING SPL-PARAMETROS-AREA.
003340 9100-EXIT. EXIT.
