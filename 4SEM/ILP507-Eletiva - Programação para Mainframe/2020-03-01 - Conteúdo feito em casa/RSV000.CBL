000010******************************************************************
000020* PROGRAM-ID : RSV000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DO RESUMO MENSAL DE VENDAS (MOLDE DA    *
000080*              MVX000). A EMISSAO DA NOTA (CEP013), O CANCELAMENTO*
000090*              (CEP049), A DEVOLUCAO (CEP037) E A VENDA DE BALCAO *
000100*              (CEP063) CHAMAM A RSV000 PARA SOMAR O QUE          *
000110*              MOVIMENTARAM NA LINHA MES + PRODUTO + CLIENTE +    *
000120*              VENDEDOR + ORIGEM DO RESVENDA, DE MODO QUE OS      *
000130*              RELATORIOS MENSAIS (CEP018, CEP019, CEP046, CEP058,*
000140*              CEP078) NAO PRECISEM RELER PEDVENDA/PEDITEM. O     *
000150*              ARQUIVO E CRIADO NO PRIMEIRO USO; O CEP091 O       *
000160*              RECRIA OU CONFERE CONTRA UMA RECONTAGEM COMPLETA.  *
000170*------------------------------------------------------------------
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-10-15 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. RSV000.
000240 AUTHOR. BRUNO HARNIK.
000250 INSTALLATION. FATEC.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RESVENDA ASSIGN TO "RESVENDA"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RS-CHAVE
000380         FILE STATUS IS RSV-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RESVENDA
000420     LABEL RECORDS ARE STANDARD.
000430     COPY REGRSV.
000440 WORKING-STORAGE SECTION.
000450 01  RSV-STATUS                  PIC X(02).
000460 01  W-EXISTE                    PIC X(01).
000470     88  W-EXISTE-SIM            VALUE "S".
000480 LINKAGE SECTION.
000490 COPY RSVPARM.
000500 PROCEDURE DIVISION USING RSV-PARAMETROS-AREA.
000510******************************************************************
000520*    0000-MAINLINE                                                *
000530******************************************************************
000540 0000-MAINLINE.
000550     MOVE "N" TO RSV-RETORNO.
000560     EVALUATE RSV-ACAO
000570         WHEN "A"
000580             PERFORM 1000-ACUMULAR THRU 1000-EXIT
000590     END-EVALUATE.
000600     GOBACK.
000610******************************************************************
000620*    1000-ACUMULAR - LE A LINHA DA CHAVE (OU PARTE DE ZERO) E     *
000630*    SOMA OS VALORES RECEBIDOS                                    *
000640******************************************************************
000650 1000-ACUMULAR.
000660     OPEN I-O RESVENDA.
000670     IF RSV-STATUS = "35"
000680         OPEN OUTPUT RESVENDA
000690         CLOSE RESVENDA
000700         OPEN I-O RESVENDA.
000710     IF RSV-STATUS NOT = "00"
000720         GO TO 1000-EXIT.
000730     MOVE RSV-CHAVE TO RS-CHAVE.
000740     MOVE "S" TO W-EXISTE.
000750     READ RESVENDA
000760         INVALID KEY
000770             MOVE "N" TO W-EXISTE.
000780     IF NOT W-EXISTE-SIM
000790         INITIALIZE REGRSV
000800         MOVE RSV-CHAVE TO RS-CHAVE.
000810     ADD RSV-QUANTIDADE  TO RS-QUANTIDADE.
000820     ADD RSV-VALOR       TO RS-VALOR.
000830     ADD RSV-CUSTO       TO RS-CUSTO.
000840     ADD RSV-ICMS        TO RS-ICMS.
000850     ADD RSV-QTDE-DEV    TO RS-QTDE-DEV.
000860     ADD RSV-VALOR-DEV   TO RS-VALOR-DEV.
000870     ADD RSV-CUSTO-DEV   TO RS-CUSTO-DEV.
000880     ADD RSV-ICMS-DEV    TO RS-ICMS-DEV.
000890     ADD RSV-DOCUMENTOS  TO RS-DOCUMENTOS.
000900     ADD RSV-FRETE       TO RS-FRETE.
000910     IF RSV-DATA > RS-ULT-DATA
000920         MOVE RSV-DATA TO RS-ULT-DATA.
000930     IF W-EXISTE-SIM
000940         REWRITE REGRSV
000950             INVALID KEY
000960                 CLOSE RESVENDA
000970                 GO TO 1000-EXIT
000980         END-REWRITE
000990     ELSE
001000         WRITE REGRSV
001010             INVALID KEY
001020                 CLOSE RESVENDA
001030                 GO TO 1000-EXIT
001040         END-WRITE
001050     END-IF.
001060     CLOSE RESVENDA.
001070     MOVE "S" TO RSV-RETORNO.
001080 1000-EXIT. EXIT.
