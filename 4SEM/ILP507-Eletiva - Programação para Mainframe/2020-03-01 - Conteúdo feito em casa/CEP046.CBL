000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-09-02                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : RELATORIO MENSAL DE MARGEM BRUTA - LE AS NOTAS DO  *
000080*              MES NO RESUMO MENSAL DE VENDAS (RESVENDA, ORIGEM   *
000090*              "N") E CASA A RECEITA DOS ITENS (PVI-VALOR) COM O  *
000100*              CUSTO CAPTURADO NA CONFIRMACAO (PVI-CUSTO X        *
000100*              QUANTIDADE), TOTALIZANDO                           *
000110*              RECEITA, CUSTO E MARGEM PERCENTUAL POR PRODUTO,    *
000120*              POR CLIENTE E POR VENDEDOR, NO ESTILO DO CEP019    *
000130*              (ARQUIVO REPMARG). E A PROVA DE QUAIS "CAMPEOES    *
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-09-02 BH        VERSAO INICIAL                             *
000180* 2026-10-06 BH        SECAO DE TOTAIS DO MES COM A RECEITA DE    *
000180*                      FRETE (PV-FRETE) SEPARADA DA MARGEM DAS    *
000180*                      MERCADORIAS                                *
000180* 2026-10-15 BH        LE O RESUMO MENSAL DE VENDAS (RESVENDA,    *
000180*                      ORIGEM NOTA) EM VEZ DE VARRER O PEDVENDA/  *
000180*                      PEDITEM; NOTAS E FRETE VEM DA LINHA DO     *
000180*                      DOCUMENTO                                  *
000180* 2026-10-15 BH        RELATORIO CATALOGADO NO SPOOL (SPL000)     *
000180*                      COM AS COLUNAS DO DETALHE PARA O CSV DO    *
000180*                      SPLREP                                     *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP046.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RESVENDA ASSIGN TO "RESVENDA"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS RS-CHAVE
000360         FILE STATUS IS RSV-STATUS.
000420     SELECT REPMARG ASSIGN TO "REPMARG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS REL-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RESVENDA
000480     LABEL RECORDS ARE STANDARD.
000490     COPY REGRSV.
000530 FD  REPMARG
000540     LABEL RECORDS ARE STANDARD.
000550 01  REG-RELAT                   PIC X(100).
000560 WORKING-STORAGE SECTION.
000570 01  RSV-STATUS                  PIC X(02).
000590 01  REL-STATUS                  PIC X(02).
000590 COPY SPLPARM.
000590 01  W-EOF-SPL                   PIC X(01).
000590     88  W-EOF-SPL-SIM           VALUE "S".
000600 01  W-SWITCHES.
000610     05  W-EOF                   PIC X(01).
000620         88  W-EOF-SIM           VALUE "S".
000650     05  W-ACHOU                 PIC X(01).
000660         88  W-ACHOU-SIM         VALUE "S".
000670 01  W-MES-INF                   PIC 9(02).
000680 01  W-ANO-INF                   PIC 9(04).
000690 01  W-CUSTO-ITEM                PIC 9(13)V99.
000690 01  W-RECEITA-ITEM              PIC 9(13)V99.
000700 01  W-CHAVE-ACUM                PIC 9(08).
000710 01  W-SUB                       PIC 9(03) COMP.
000720 01  W-IDX                       PIC 9(03) COMP.
000740 01  W-MARGEM                    PIC S9(03)V99.
000750 01  W-TOT-RECEITA               PIC 9(13)V99 VALUE ZERO.
000760 01  W-TOT-CUSTO                 PIC 9(13)V99 VALUE ZERO.
000760 01  W-TOT-FRETE                 PIC 9(13)V99 VALUE ZERO.
000770******************************************************************
000780*    ACUMULADORES POR PRODUTO, CLIENTE E VENDEDOR                 *
000790******************************************************************
001150     05  LD-CUSTO                PIC ZZZZZZZZZZZ9,99.
001160     05  FILLER                  PIC X(03) VALUE SPACES.
001170     05  LD-MARGEM               PIC -ZZ9,99.
001170 01  LIN-TOTAL.
001170     05  LT-ROTULO               PIC X(25).
001170     05  LT-VALOR                PIC ZZZZZZZZZZZ9,99.
001170 01  LIN-TOT-MARGEM.
001170     05  FILLER                  PIC X(25) VALUE
001170         "MARGEM DAS MERCADORIAS.: ".
001170     05  LT-MARGEM               PIC -ZZ9,99.
001170******************************************************************
001170*    COLUNAS DA LINHA DE DETALHE DECLARADAS AO SPOOL: TITULO,     *
001170*    POSICAO, TAMANHO E TIPO (N NUMERO, A TEXTO, S GRUPO)         *
001170******************************************************************
001170 01  W-COLUNAS-CSV.
001170     05  FILLER                  PIC X(22) VALUE
001170         "SECAO          001030S".
001170     05  FILLER                  PIC X(22) VALUE
001170         "CODIGO         001008N".
001170     05  FILLER                  PIC X(22) VALUE
001170         "RECEITA        010015N".
001170     05  FILLER                  PIC X(22) VALUE
001170         "CUSTO          026015N".
001170     05  FILLER                  PIC X(22) VALUE
001170         "MARGEM %       044007N".
001180 PROCEDURE DIVISION.
001190******************************************************************
001200*    0000-MAINLINE                                                *
001240     ACCEPT W-MES-INF.
001250     DISPLAY "CEP046: ANO DO RELATORIO (4 DIGITOS) =>".
001260     ACCEPT W-ANO-INF.
001270     OPEN INPUT RESVENDA.
001280     IF RSV-STATUS NOT = "00"
001290         DISPLAY "CEP046: ARQUIVO RESVENDA NAO EXISTE"
001300         STOP RUN.
001360     MOVE "N" TO W-EOF.
001370     INITIALIZE REGRSV.
001370     MOVE W-ANO-INF TO RS-ANO.
001370     MOVE W-MES-INF TO RS-MES.
001380     START RESVENDA KEY IS NOT LESS THAN RS-CHAVE
001390         INVALID KEY MOVE "S" TO W-EOF.
001400     IF NOT W-EOF-SIM
001410         PERFORM 1100-LER-RESUMO THRU 1100-EXIT.
001420     PERFORM 2000-TRATAR-LINHA THRU 2000-EXIT
001430         UNTIL W-EOF-SIM.
001450     CLOSE RESVENDA.
001460     PERFORM 5000-IMPRIMIR THRU 5000-EXIT.
001460     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
001470     DISPLAY "CEP046: NOTAS FATURADAS NO MES: "
001480             W-QTDE-PEDIDOS.
001490     DISPLAY "CEP046: RELATORIO GRAVADO EM REPMARG".
001500     STOP RUN.
001510 1100-LER-RESUMO.
001520     READ RESVENDA NEXT RECORD
001530         AT END MOVE "S" TO W-EOF.
001530     IF NOT W-EOF-SIM
001530         AND (RS-ANO NOT = W-ANO-INF OR RS-MES NOT = W-MES-INF)
001530         MOVE "S" TO W-EOF.
001540 1100-EXIT. EXIT.
001550******************************************************************
001560*    2000-TRATAR-LINHA - LINHA DO DOCUMENTO (PRODUTO ZERO) CONTA  *
001570*    AS NOTAS E O FRETE; LINHA DE PRODUTO VAI AOS ACUMULADORES    *
001580******************************************************************
001590 2000-TRATAR-LINHA.
001600     IF NOT RS-ORIGEM-NOTA
001610         GO TO 2000-LER.
001620     IF RS-CODPROD = ZERO
001640         ADD RS-DOCUMENTOS TO W-QTDE-PEDIDOS
001640         ADD RS-FRETE TO W-TOT-FRETE
001630         GO TO 2000-LER.
001630     IF RS-VALOR = ZERO AND RS-CUSTO = ZERO
001630         GO TO 2000-LER.
001720     PERFORM 3000-ACUMULAR-ITEM THRU 3000-EXIT.
001740 2000-LER.
001750     PERFORM 1100-LER-RESUMO THRU 1100-EXIT.
001760 2000-EXIT. EXIT.
001830 3000-ACUMULAR-ITEM.
001840     MOVE RS-CUSTO TO W-CUSTO-ITEM.
001840     MOVE RS-VALOR TO W-RECEITA-ITEM.
001860     ADD W-RECEITA-ITEM TO W-TOT-RECEITA.
001870     ADD W-CUSTO-ITEM TO W-TOT-CUSTO.
001880     MOVE RS-CODPROD TO W-CHAVE-ACUM.
001890     PERFORM 4100-ACUM-PROD THRU 4100-EXIT.
001900     MOVE RS-CODCLI TO W-CHAVE-ACUM.
001910     PERFORM 4200-ACUM-CLI THRU 4200-EXIT.
001920     MOVE RS-CODVEND TO W-CHAVE-ACUM.
001930     PERFORM 4300-ACUM-VEND THRU 4300-EXIT.
001950 3000-EXIT. EXIT.
001960 4100-ACUM-PROD.
001970     MOVE "N" TO W-ACHOU.
002080             MOVE ZERO TO TP-CUSTO(W-SUB)
002090         ELSE
002100             GO TO 4100-EXIT.
002110     ADD W-RECEITA-ITEM TO TP-RECEITA(W-SUB).
002120     ADD W-CUSTO-ITEM TO TP-CUSTO(W-SUB).
002130 4100-EXIT. EXIT.
002140 4110-PROCURAR.
002310             MOVE ZERO TO TC-CUSTO(W-SUB)
002320         ELSE
002330             GO TO 4200-EXIT.
002340     ADD W-RECEITA-ITEM TO TC-RECEITA(W-SUB).
002350     ADD W-CUSTO-ITEM TO TC-CUSTO(W-SUB).
002360 4200-EXIT. EXIT.
002370 4210-PROCURAR.
002540             MOVE ZERO TO TV-CUSTO(W-SUB)
002550         ELSE
002560             GO TO 4300-EXIT.
002570     ADD W-RECEITA-ITEM TO TV-RECEITA(W-SUB).
002580     ADD W-CUSTO-ITEM TO TV-CUSTO(W-SUB).
002590 4300-EXIT. EXIT.
002600 4310-PROCURAR.
002890     PERFORM 5300-LINHA-VEND THRU 5300-EXIT
002900         VARYING W-IDX FROM 1 BY 1
002910         UNTIL W-IDX > W-QTDE-VEND.
002920     PERFORM 5400-TOTAIS THRU 5400-EXIT.
002920     CLOSE REPMARG.
002930 5000-EXIT. EXIT.
002940 5100-LINHA-PROD.
003120     PERFORM 5920-MARGEM-VEND THRU 5920-EXIT.
003130     WRITE REG-RELAT FROM LIN-DET.
003140 5300-EXIT. EXIT.
003140******************************************************************
003140*    5400-TOTAIS - TOTAIS DO MES; A RECEITA DE FRETE (RS-FRETE)   *
003140*    SAI EM LINHA PROPRIA, FORA DA MARGEM DAS MERCADORIAS         *
003140******************************************************************
003140 5400-TOTAIS.
003140     MOVE "TOTAIS DO MES" TO LIN-SECAO.
003140     WRITE REG-RELAT FROM LIN-SECAO.
003140     MOVE "RECEITA DAS MERCADORIAS: " TO LT-ROTULO.
003140     MOVE W-TOT-RECEITA TO LT-VALOR.
003140     WRITE REG-RELAT FROM LIN-TOTAL.
003140     MOVE "CUSTO DAS MERCADORIAS..: " TO LT-ROTULO.
003140     MOVE W-TOT-CUSTO TO LT-VALOR.
003140     WRITE REG-RELAT FROM LIN-TOTAL.
003140     IF W-TOT-RECEITA = ZERO
003140         MOVE ZERO TO LT-MARGEM
003140     ELSE
003140         COMPUTE W-MARGEM ROUNDED =
003140             (W-TOT-RECEITA - W-TOT-CUSTO)
003140             / W-TOT-RECEITA * 100
003140         MOVE W-MARGEM TO LT-MARGEM.
003140     WRITE REG-RELAT FROM LIN-TOT-MARGEM.
003140     MOVE "RECEITA DE FRETE.......: " TO LT-ROTULO.
003140     MOVE W-TOT-FRETE TO LT-VALOR.
003140     WRITE REG-RELAT FROM LIN-TOTAL.
003140 5400-EXIT. EXIT.
003150 5900-MARGEM.
003160     IF TP-RECEITA(W-IDX) = ZERO
003170         MOVE ZERO TO LD-MARGEM
003390             / TV-RECEITA(W-IDX) * 100
003400         MOVE W-MARGEM TO LD-MARGEM.
003410 5920-EXIT. EXIT.
003420******************************************************************
003430*    9000-ESPOLAR - REGISTRA A EXECUCAO NO SPOOL (SPL000) COM     *
003440*    AS COLUNAS DO DETALHE PARA O CSV DO SPLREP E COPIA AS        *
003450*    LINHAS DO RELATORIO                                          *
003460******************************************************************
003470 9000-ESPOLAR.
003480     MOVE "I" TO SPA-ACAO.
003490     MOVE "CEP046" TO SPA-PROGRAMA.
003500     MOVE SPACES TO SPA-OPERADOR.
003510     MOVE SPACES TO SPA-PARAMS.
003520     STRING "MES " W-MES-INF "/" W-ANO-INF
003530         DELIMITED BY SIZE INTO SPA-PARAMS.
003540     MOVE 5 TO SPA-QTDE-COLUNAS.
003550     MOVE W-COLUNAS-CSV TO SPA-COLUNAS.
003560     CALL "SPL000" USING SPL-PARAMETROS-AREA.
003570     OPEN INPUT REPMARG.
003580     IF REL-STATUS NOT = "00"
003590         GO TO 9000-FIM.
003600     MOVE "N" TO W-EOF-SPL.
003610     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
003620         UNTIL W-EOF-SPL-SIM.
003630     CLOSE REPMARG.
003640 9000-FIM.
003650     MOVE "F" TO SPA-ACAO.
003660     CALL "SPL000" USING SPL-PARAMETROS-AREA.
003670 9000-EXIT. EXIT.
003680 9010-ESPOLAR-LER.
003690     READ REPMARG
003700         AT END MOVE "S" TO W-EOF-SPL.
003710     IF NOT W-EOF-SPL-SIM
003720         MOVE "L" TO SPA-ACAO
003730         MOVE REG-RELAT TO SPA-LINHA
003740         CALL "SPL000" USING SPL-PARAMETROS-AREA.
003750 9010-EXIT. EXIT.
