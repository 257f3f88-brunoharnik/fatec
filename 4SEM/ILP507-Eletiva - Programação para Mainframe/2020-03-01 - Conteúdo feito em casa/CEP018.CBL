000050* DATE-WRITTEN: 2026-08-22                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : CADASTRO DE VENDEDORES (CADVEND) E FECHAMENTO      *
000080*              MENSAL DE COMISSOES: PARA CADA VENDEDOR, AS        *
000090*              NOTAS EMITIDAS NO MES INFORMADO, O VALOR           *
000100*              COMISSIONAVEL E A COMISSAO DEVIDA, COM TOTAL       *
000110*              GERAL QUE DEVE BATER COM A FOLHA (REPCOMIS).       *
000120*------------------------------------------------------------------
000157* 2026-09-02 BH        VENCIMENTO DO TITULO DE COMISSAO ROLADO   *
000157*                      PARA O PROXIMO DIA UTIL PELO CALENDARIO   *
000157*                      DIA000, COMO NO CEP015                    *
000157* 2026-10-03 BH        OPCOES 5/6 - METAS MENSAIS DE VENDA POR    *
000157*                      VENDEDOR (METAVEND), TOTAL OU POR          *
000157*                      CATEGORIA TIPOPROD, ACOMPANHADAS PELO      *
000157*                      LOTE CEP073                                *
000157* 2026-10-13 BH        TITULO DE COMISSAO NASCE EM REAIS, COM     *
000157*                      OS CAMPOS DE MOEDA ESTRANGEIRA DO CPAGAR   *
000157*                      ZERADOS                                    *
000157* 2026-10-15 BH        FECHAMENTO LE AS NOTAS DO MES NO RESUMO    *
000157*                      MENSAL DE VENDAS (RESVENDA) EM VEZ DE      *
000157*                      VARRER O PEDVENDA INTEIRO POR VENDEDOR     *
000157* 2026-10-15 BH        TITULO DE COMISSAO GRAVADO SEM OPERADOR    *
000157*                      DE INCLUSAO/PAGAMENTO (GERADO PELO         *
000157*                      SISTEMA)                                   *
000160******************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. CEP018.
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS VD-CODIGO
000330         FILE STATUS IS VND-STATUS.
000340     SELECT RESVENDA ASSIGN TO "RESVENDA"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RS-CHAVE
000380         FILE STATUS IS RSV-STATUS.
000380     SELECT METAVEND ASSIGN TO "METAVEND"
000380         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS MT-CHAVE
000380         FILE STATUS IS MET-STATUS.
000390     SELECT REPCOMIS ASSIGN TO "REPCOMIS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS REL-STATUS.
000440 FD  CADVEND
000450     LABEL RECORDS ARE STANDARD.
000460     COPY REGVEND.
000470 FD  RESVENDA
000480     LABEL RECORDS ARE STANDARD.
000490     COPY REGRSV.
000490 FD  METAVEND
000490     LABEL RECORDS ARE STANDARD.
000490     COPY REGMET.
000500 FD  REPCOMIS
000510     LABEL RECORDS ARE STANDARD.
000520 01  REG-RELAT                   PIC X(100).
000542     05  W-FECH-DIA              PIC 9(02).
000542 01  W-VENC-UTIL                 PIC 9(08).
000542 COPY DIAPARM.
000550 01  RSV-STATUS                  PIC X(02).
000560 01  REL-STATUS                  PIC X(02).
000560 01  MET-STATUS                  PIC X(02).
000560 01  W-TIPO-INF                  PIC X(01).
000560 01  W-META-INF                  PIC 9(12)V99.
000560 01  W-QTDE-METAS                PIC 9(05).
000570 01  W-SWITCHES.
000580     05  W-FIM                   PIC X(01) VALUE "N".
000590         88  W-FIM-SIM           VALUE "S".
000630         88  W-EOF2-SIM          VALUE "S".
000640     05  W-VEND-ACHADO           PIC X(01).
000650         88  W-VEND-ACHADO-SIM   VALUE "S".
000650     05  W-META-ACHADA           PIC X(01).
000650         88  W-META-ACHADA-SIM   VALUE "S".
000660 01  W-OPCAO                     PIC X(01).
000670 01  W-CONF                      PIC X(01).
000680 01  W-CODVEND-INF               PIC 9(04).
001300     DISPLAY " ".
001310     DISPLAY "CEP018 - VENDEDORES E COMISSOES".
001320     DISPLAY "1-INCLUIR   2-ALTERAR   3-CONSULTAR".
001330     DISPLAY "4-RELATORIO DE COMISSOES".
001330     DISPLAY "5-META DO MES   6-LISTAR METAS DO MES   9-FIM".
001340     ACCEPT W-OPCAO.
001350     EVALUATE W-OPCAO
001360         WHEN "1"
001410             PERFORM ROT-CONSULTAR THRU ROT-CONSULTAR-EXIT
001420         WHEN "4"
001430             PERFORM ROT-COMISSOES THRU ROT-COMISSOES-EXIT
001430         WHEN "5"
001430             PERFORM ROT-MANTER-META THRU ROT-MANTER-META-EXIT
001430         WHEN "6"
001430             PERFORM ROT-LISTAR-METAS THRU ROT-LISTAR-METAS-EXIT
001440         WHEN "9"
001450             MOVE "S" TO W-FIM
001460         WHEN OTHER
002420 ROT-DIGITAR-VEND-EXIT. EXIT.
002430******************************************************************
002440*    ROT-COMISSOES - FECHAMENTO DO MES: PARA CADA VENDEDOR DO      *
002450*    CADVEND, SOMA AS NOTAS DO MES INFORMADO NO RESUMO MENSAL DE   *
002460*    VENDAS (RESVENDA) E APLICA O PERCENTUAL DE COMISSAO           *
002470******************************************************************
002480 ROT-COMISSOES.
002490     DISPLAY "MES DO FECHAMENTO =>".
002540     IF VND-STATUS NOT = "00"
002550         DISPLAY MSG-ARQ-VEND-INEXISTENTE
002560         GO TO ROT-COMISSOES-EXIT.
002570     OPEN INPUT RESVENDA.
002580     IF RSV-STATUS NOT = "00"
002590         DISPLAY "ARQUIVO RESVENDA NAO EXISTE"
002600         CLOSE CADVEND
002610         GO TO ROT-COMISSOES-EXIT.
002620     OPEN OUTPUT REPCOMIS.
002790     MOVE W-TOTAL-COMISSAO TO LT-COMISSAO.
002800     WRITE REG-RELAT FROM LIN-TOTAL.
002810     CLOSE REPCOMIS.
002820     CLOSE RESVENDA.
002830     CLOSE CADVEND.
002840     DISPLAY "CEP018: TOTAL DE COMISSOES: " W-TOTAL-COMISSAO.
002842     DISPLAY "GERAR OS TITULOS DE CPAGAR DOS VENDEDORES".
002880         AT END MOVE "S" TO W-EOF.
002890 ROT-LER-VEND-EXIT. EXIT.
002900******************************************************************
002910*    ROT-FECHAR-VENDEDOR - PERCORRE AS LINHAS DO MES NO RESVENDA   *
002920*    SOMANDO AS NOTAS (LINHA DO DOCUMENTO) E O VALOR DOS ITENS     *
002930*    DO VENDEDOR CORRENTE (O VENDEDOR NAO E O INICIO DA CHAVE,     *
002940*    MAS SO AS LINHAS DO MES SAO LIDAS)                            *
002950******************************************************************
002960 ROT-FECHAR-VENDEDOR.
002970     MOVE ZERO TO W-QTDE-PEDIDOS.
002980     MOVE ZERO TO W-VALOR-VENDEDOR.
002990     MOVE "N" TO W-EOF2.
002990     INITIALIZE REGRSV.
003000     MOVE W-ANO-INF TO RS-ANO.
003000     MOVE W-MES-INF TO RS-MES.
003010     START RESVENDA KEY IS NOT LESS THAN RS-CHAVE
003020         INVALID KEY MOVE "S" TO W-EOF2.
003030     IF NOT W-EOF2-SIM
003040         PERFORM ROT-LER-RESUMO THRU ROT-LER-RESUMO-EXIT.
003050     PERFORM ROT-SOMAR-RESUMO THRU ROT-SOMAR-RESUMO-EXIT
003060         UNTIL W-EOF2-SIM.
003070     IF W-QTDE-PEDIDOS NOT = ZERO
003080         COMPUTE W-COMISSAO-VENDEDOR ROUNDED =
003201     OPEN INPUT CADVEND.
003201     IF VND-STATUS NOT = "00"
003201         GO TO ROT-GERAR-TITULOS-EXIT.
003201     OPEN INPUT RESVENDA.
003201     IF RSV-STATUS NOT = "00"
003201         CLOSE CADVEND
003201         GO TO ROT-GERAR-TITULOS-EXIT.
003201     OPEN I-O CPAGAR.
003201         OPEN I-O CPAGAR.
003201     IF CPG-STATUS NOT = "00"
003201         DISPLAY "ARQUIVO CPAGAR NAO PODE SER ABERTO"
003201         CLOSE RESVENDA CADVEND
003201         GO TO ROT-GERAR-TITULOS-EXIT.
003201     COMPUTE W-DOC-COMISSAO =
003201         (W-ANO-INF * 10000) + (W-MES-INF * 100) + 1.
003201         THRU ROT-TITULO-VENDEDOR-EXIT
003201         UNTIL W-EOF-SIM.
003201     CLOSE CPAGAR.
003201     CLOSE RESVENDA.
003201     CLOSE CADVEND.
003201 ROT-GERAR-TITULOS-EXIT. EXIT.
003201 ROT-TITULO-VENDEDOR.
003201     MOVE ZERO           TO CP-VALOR-IRRF.
003201     MOVE ZERO           TO CP-VALOR-ISS.
003201     MOVE W-COMISSAO-VENDEDOR TO CP-VALOR-LIQUIDO.
003201     MOVE SPACES         TO CP-MOEDA.
003201     MOVE ZERO           TO CP-VALOR-MOEDA.
003201     MOVE ZERO           TO CP-TAXA-EMISSAO.
003201     MOVE ZERO           TO CP-TAXA-PAGTO.
003201     MOVE ZERO           TO CP-VARIACAO.
003201     MOVE SPACES         TO CP-OPER-INCLUSAO.
003201     MOVE SPACES         TO CP-OPER-PAGTO.
003201     WRITE REGCPAG
003201         INVALID KEY
003201             DISPLAY "ERRO NO TITULO DO VENDEDOR " VD-CODIGO
003201     MOVE ZERO TO W-VALOR-VENDEDOR.
003201     MOVE ZERO TO W-COMISSAO-VENDEDOR.
003201     MOVE "N" TO W-EOF2.
003201     INITIALIZE REGRSV.
003201     MOVE W-ANO-INF TO RS-ANO.
003201     MOVE W-MES-INF TO RS-MES.
003201     START RESVENDA KEY IS NOT LESS THAN RS-CHAVE
003201         INVALID KEY MOVE "S" TO W-EOF2.
003201     IF NOT W-EOF2-SIM
003201         PERFORM ROT-LER-RESUMO THRU ROT-LER-RESUMO-EXIT.
003201     PERFORM ROT-SOMAR-RESUMO THRU ROT-SOMAR-RESUMO-EXIT
003201         UNTIL W-EOF2-SIM.
003201     IF W-QTDE-PEDIDOS NOT = ZERO
003201         COMPUTE W-COMISSAO-VENDEDOR ROUNDED =
003201             W-VALOR-VENDEDOR * VD-PERC-COMISSAO / 100.
003201 ROT-FECHAR-SOMA-EXIT. EXIT.
003210 ROT-LER-RESUMO.
003220     READ RESVENDA NEXT RECORD
003230         AT END MOVE "S" TO W-EOF2.
003231     IF NOT W-EOF2-SIM
003232         AND (RS-ANO NOT = W-ANO-INF OR RS-MES NOT = W-MES-INF)
003233         MOVE "S" TO W-EOF2.
003240 ROT-LER-RESUMO-EXIT. EXIT.
003250 ROT-SOMAR-RESUMO.
003260     IF RS-CODVEND NOT = VD-CODIGO
003270         OR NOT RS-ORIGEM-NOTA
003280         GO TO ROT-SOMAR-RESUMO-LER.
003290     IF RS-CODPROD = ZERO
003300         ADD RS-DOCUMENTOS TO W-QTDE-PEDIDOS
003310     ELSE
003311         ADD RS-VALOR TO W-VALOR-VENDEDOR.
003312 ROT-SOMAR-RESUMO-LER.
003320     PERFORM ROT-LER-RESUMO THRU ROT-LER-RESUMO-EXIT.
003330 ROT-SOMAR-RESUMO-EXIT. EXIT.
003330******************************************************************
003330*    ROT-MANTER-META - META DO VENDEDOR NO MES (TOTAL OU DE UMA    *
003330*    CATEGORIA TIPOPROD): INCLUI, ALTERA, OU EXCLUI COM VALOR      *
003330*    ZERO. O ACOMPANHAMENTO E O RANKING SAO DO LOTE CEP073.        *
003330******************************************************************
003330 ROT-MANTER-META.
003330     DISPLAY "CODIGO DO VENDEDOR =>".
003330     ACCEPT W-CODVEND-INF.
003330     OPEN INPUT CADVEND.
003330     IF VND-STATUS NOT = "00"
003330         DISPLAY MSG-ARQ-VEND-INEXISTENTE
003330         GO TO ROT-MANTER-META-EXIT.
003330     MOVE W-CODVEND-INF TO VD-CODIGO.
003330     READ CADVEND
003330         INVALID KEY
003330             DISPLAY MSG-VEND-INEXISTENTE
003330             CLOSE CADVEND
003330             GO TO ROT-MANTER-META-EXIT
003330         NOT INVALID KEY
003330             DISPLAY "VENDEDOR...: " VD-NOME.
003330     CLOSE CADVEND.
003330     DISPLAY "MES DA META =>".
003330     ACCEPT W-MES-INF.
003330     DISPLAY "ANO DA META (4 DIGITOS) =>".
003330     ACCEPT W-ANO-INF.
003330     IF W-MES-INF < 1 OR W-MES-INF > 12 OR W-ANO-INF = ZERO
003330         DISPLAY "COMPETENCIA INVALIDA"
003330         GO TO ROT-MANTER-META-EXIT.
003330     DISPLAY "CATEGORIA (H/A/E/L/D, BRANCO=META TOTAL) =>".
003330     MOVE SPACES TO W-TIPO-INF.
003330     ACCEPT W-TIPO-INF.
003330     IF W-TIPO-INF NOT = SPACES AND W-TIPO-INF NOT = "H"
003330         AND W-TIPO-INF NOT = "A" AND W-TIPO-INF NOT = "E"
003330         AND W-TIPO-INF NOT = "L" AND W-TIPO-INF NOT = "D"
003330         DISPLAY "CATEGORIA INVALIDA"
003330         GO TO ROT-MANTER-META-EXIT.
003330     OPEN I-O METAVEND.
003330     IF MET-STATUS = "35"
003330         OPEN OUTPUT METAVEND
003330         CLOSE METAVEND
003330         OPEN I-O METAVEND.
003330     MOVE W-ANO-INF     TO MT-ANO.
003330     MOVE W-MES-INF     TO MT-MES.
003330     MOVE W-CODVEND-INF TO MT-CODVEND.
003330     MOVE W-TIPO-INF    TO MT-TIPOPROD.
003330     READ METAVEND
003330         INVALID KEY
003330             MOVE "N" TO W-META-ACHADA
003330         NOT INVALID KEY
003330             MOVE "S" TO W-META-ACHADA
003330             DISPLAY "META ATUAL.: " MT-VALOR.
003330     DISPLAY "VALOR DA META (0=EXCLUIR) =>".
003330     ACCEPT W-META-INF.
003330     IF W-META-INF = ZERO
003330         IF W-META-ACHADA-SIM
003330             DELETE METAVEND RECORD
003330                 INVALID KEY
003330                     DISPLAY "ERRO NA EXCLUSAO"
003330                 NOT INVALID KEY
003330                     DISPLAY "*** META EXCLUIDA ***"
003330             END-DELETE
003330         ELSE
003330             DISPLAY "META NAO CADASTRADA"
003330         END-IF
003330         CLOSE METAVEND
003330         GO TO ROT-MANTER-META-EXIT.
003330     MOVE W-META-INF TO MT-VALOR.
003330     IF W-META-ACHADA-SIM
003330         REWRITE REGMET
003330             INVALID KEY
003330                 DISPLAY "ERRO NA ALTERACAO"
003330             NOT INVALID KEY
003330                 DISPLAY "*** META ALTERADA ***"
003330         END-REWRITE
003330     ELSE
003330         WRITE REGMET
003330             INVALID KEY
003330                 DISPLAY "ERRO NA INCLUSAO"
003330             NOT INVALID KEY
003330                 DISPLAY "*** META GRAVADA ***"
003330         END-WRITE.
003330     CLOSE METAVEND.
003330 ROT-MANTER-META-EXIT. EXIT.
003330******************************************************************
003330*    ROT-LISTAR-METAS - METAS CADASTRADAS NA COMPETENCIA           *
003330******************************************************************
003330 ROT-LISTAR-METAS.
003330     DISPLAY "MES DAS METAS =>".
003330     ACCEPT W-MES-INF.
003330     DISPLAY "ANO DAS METAS (4 DIGITOS) =>".
003330     ACCEPT W-ANO-INF.
003330     OPEN INPUT METAVEND.
003330     IF MET-STATUS NOT = "00"
003330         DISPLAY "ARQUIVO METAVEND NAO EXISTE"
003330         GO TO ROT-LISTAR-METAS-EXIT.
003330     DISPLAY "VEND CAT             META".
003330     MOVE ZERO TO W-QTDE-METAS.
003330     MOVE "N" TO W-EOF2.
003330     MOVE W-ANO-INF TO MT-ANO.
003330     MOVE W-MES-INF TO MT-MES.
003330     MOVE ZERO      TO MT-CODVEND.
003330     MOVE SPACES    TO MT-TIPOPROD.
003330     START METAVEND KEY IS NOT LESS THAN MT-CHAVE
003330         INVALID KEY MOVE "S" TO W-EOF2.
003330     IF NOT W-EOF2-SIM
003330         PERFORM ROT-LER-META THRU ROT-LER-META-EXIT.
003330     PERFORM ROT-EXIBIR-META THRU ROT-EXIBIR-META-EXIT
003330         UNTIL W-EOF2-SIM.
003330     CLOSE METAVEND.
003330     DISPLAY "METAS LISTADAS: " W-QTDE-METAS.
003330 ROT-LISTAR-METAS-EXIT. EXIT.
003330 ROT-LER-META.
003330     READ METAVEND NEXT RECORD
003330         AT END MOVE "S" TO W-EOF2.
003330     IF NOT W-EOF2-SIM
003330         IF MT-ANO NOT = W-ANO-INF OR MT-MES NOT = W-MES-INF
003330             MOVE "S" TO W-EOF2.
003330 ROT-LER-META-EXIT. EXIT.
003330 ROT-EXIBIR-META.
003330     DISPLAY MT-CODVEND "  " MT-TIPOPROD "  " MT-VALOR.
003330     ADD 1 TO W-QTDE-METAS.
003330     PERFORM ROT-LER-META THRU ROT-LER-META-EXIT.
003330 ROT-EXIBIR-META-EXIT. EXIT.
003340******************************************************************
003350*    ROT-MENS2 - EXIBE MENSAGEM DE CONFIRMACAO POR TEMPO FIXO      *
003360******************************************************************
