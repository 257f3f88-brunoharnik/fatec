000010******************************************************************
000020* PROGRAM-ID : CTBORC                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-25                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : MANUTENCAO ONLINE DO ORCAMENTO DEPARTAMENTAL       *
000080*              (ORCDEP) - UM VALOR ORCADO POR DEPARTAMENTO DO     *
000090*              CADDEP, CONTA ANALITICA DO PLANOCTA E MES. MES 00  *
000100*              NA DIGITACAO GRAVA O MESMO VALOR NOS 12 MESES DO   *
000110*              ANO. A CARGA EM LOTE A PARTIR DE CSV E FEITA PELO  *
000120*              CTBORCI E O CONFRONTO COM O REALIZADO PELO         *
000130*              CTBORCR. TODA ALTERACAO VAI PARA A TRILHA FAUDIT.  *
000140*------------------------------------------------------------------
000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-09-25 BH        VERSAO INICIAL                             *
000170* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000170*                      FAUDIDX (AUX000)                           *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTBORC.
000210 AUTHOR. BRUNO HARNIK.
000220 INSTALLATION. FATEC.
000230 DATE-WRITTEN. 2026-09-25.
000240 DATE-COMPILED.
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000280     DECIMAL-POINT IS COMMA.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ORCDEP ASSIGN TO "ORCDEP"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS OR-CHAVE
000350         FILE STATUS IS ORC-STATUS.
000360     SELECT CADDEP ASSIGN TO "CADDEP"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CODDEPC
000400         FILE STATUS IS DEP-STATUS.
000410     SELECT PLANOCTA ASSIGN TO "PLANOCTA"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PLC-CONTA
000450         FILE STATUS IS PLC-STATUS.
000460     SELECT FAUDIT ASSIGN TO "FAUDIT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS AUD-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ORCDEP
000520     LABEL RECORDS ARE STANDARD.
000530     COPY REGORC.
000540 FD  CADDEP
000550     LABEL RECORDS ARE STANDARD.
000560     COPY REGDEP.
000570 FD  PLANOCTA
000580     LABEL RECORDS ARE STANDARD.
000590     COPY REGPLC.
000600 FD  FAUDIT
000610     LABEL RECORDS ARE STANDARD.
000620 01  REG-FAUDIT                  PIC X(233).
000630 WORKING-STORAGE SECTION.
000640 01  ORC-STATUS                  PIC X(02).
000650 01  DEP-STATUS                  PIC X(02).
000660 01  PLC-STATUS                  PIC X(02).
000670 01  AUD-STATUS                  PIC X(02).
000680 COPY GERPARM.
000680 COPY AUXPARM.
000690 COPY AUDITLOG.
000700 01  W-SWITCHES.
000710     05  W-FIM                   PIC X(01) VALUE "N".
000720         88  W-FIM-SIM           VALUE "S".
000730     05  W-EOF                   PIC X(01).
000740         88  W-EOF-SIM           VALUE "S".
000750     05  W-DADOS-OK              PIC X(01).
000760         88  W-DADOS-OK-SIM      VALUE "S".
000770 01  W-OPCAO                     PIC X(01).
000780 01  W-CONF                      PIC X(01).
000790 01  W-OPERADOR                  PIC X(08).
000800 01  W-CODDEPC-INF               PIC 9(04).
000810 01  W-CONTA-INF                 PIC 9(08).
000820 01  W-MES-INF                   PIC 9(02).
000830 01  W-ANO-INF                   PIC 9(04).
000840 01  W-VALOR-INF                 PIC 9(13)V99.
000850 01  W-MES-DE                    PIC 9(02).
000860 01  W-MES-ATE                   PIC 9(02).
000870 01  W-MES-GRAVA                 PIC 9(02).
000880 01  W-QTDE-GRAVADOS             PIC 9(03).
000890 01  W-QTDE-LISTADOS             PIC 9(05).
000900 01  W-TOT-ORCADO                PIC 9(15)V99.
000910 01  W-REGORC-ANTES              PIC X(80).
000920 01  W-DATA-ATUAL.
000930     05  W-ANO-ATUAL             PIC 9(04).
000940     05  W-MES-ATUAL             PIC 9(02).
000950     05  W-DIA-ATUAL             PIC 9(02).
000960 01  W-HOJE-NUM                  PIC 9(08).
000970 01  W-VALOR-ED                  PIC ZZZZZZZZZZZZ9,99.
000980 LINKAGE SECTION.
000990 01  LK-OPERADOR                 PIC X(08).
001000 PROCEDURE DIVISION USING LK-OPERADOR.
001010******************************************************************
001020*    0000-MAINLINE                                                *
001030******************************************************************
001040 0000-MAINLINE.
001050     MOVE "V" TO GPR-ACAO.
001060     CALL "GER000" USING GER-PARAMETROS-AREA.
001070     IF NOT GPR-AMBIENTE-OK
001080         GOBACK.
001090     MOVE LK-OPERADOR TO W-OPERADOR.
001100     PERFORM 2000-MENU THRU 2000-EXIT
001110         UNTIL W-FIM-SIM.
001120     GOBACK.
001130 2000-MENU.
001140     DISPLAY " ".
001150     DISPLAY "CTBORC - ORCAMENTO DEPARTAMENTAL".
001160     DISPLAY "1-INCLUIR/ALTERAR VALOR ORCADO   2-EXCLUIR".
001170     DISPLAY "3-CONSULTAR DEPARTAMENTO/ANO     9-FIM".
001180     ACCEPT W-OPCAO.
001190     EVALUATE W-OPCAO
001200         WHEN "1"
001210             PERFORM ROT-GRAVAR THRU ROT-GRAVAR-EXIT
001220         WHEN "2"
001230             PERFORM ROT-EXCLUIR THRU ROT-EXCLUIR-EXIT
001240         WHEN "3"
001250             PERFORM ROT-CONSULTAR THRU ROT-CONSULTAR-EXIT
001260         WHEN "9"
001270             MOVE "S" TO W-FIM
001280         WHEN OTHER
001290             DISPLAY "OPCAO INVALIDA"
001300     END-EVALUATE.
001310 2000-EXIT. EXIT.
001320******************************************************************
001330*    ROT-GRAVAR - DIGITA DEPARTAMENTO, CONTA, COMPETENCIA E       *
001340*    VALOR; INCLUI OU REGRAVA A LINHA DO ORCAMENTO (MES 00 =      *
001350*    OS 12 MESES DO ANO COM O MESMO VALOR)                        *
001360******************************************************************
001370 ROT-GRAVAR.
001380     PERFORM ROT-DIGITAR-CHAVE THRU ROT-DIGITAR-CHAVE-EXIT.
001390     IF NOT W-DADOS-OK-SIM
001400         GO TO ROT-GRAVAR-EXIT.
001410     DISPLAY "VALOR ORCADO =>".
001420     ACCEPT W-VALOR-INF.
001430     IF W-MES-INF = ZERO
001440         MOVE 1  TO W-MES-DE
001450         MOVE 12 TO W-MES-ATE
001460         DISPLAY "O VALOR SERA GRAVADO NOS 12 MESES DE " W-ANO-INF
001470     ELSE
001480         MOVE W-MES-INF TO W-MES-DE
001490         MOVE W-MES-INF TO W-MES-ATE.
001500     DISPLAY "CONFIRMA (S/N) ==>".
001510     ACCEPT W-CONF.
001520     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
001530         DISPLAY "GRAVACAO CANCELADA"
001540         GO TO ROT-GRAVAR-EXIT.
001550     PERFORM ROT-ABRIR-ORCDEP THRU ROT-ABRIR-ORCDEP-EXIT.
001560     IF ORC-STATUS NOT = "00"
001570         DISPLAY "ERRO NA ABERTURA DO ORCDEP: " ORC-STATUS
001580         GO TO ROT-GRAVAR-EXIT.
001590     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
001600     COMPUTE W-HOJE-NUM = (W-ANO-ATUAL * 10000)
001610         + (W-MES-ATUAL * 100) + W-DIA-ATUAL.
001620     MOVE ZERO TO W-QTDE-GRAVADOS.
001630     PERFORM ROT-GRAVAR-MES THRU ROT-GRAVAR-MES-EXIT
001640         VARYING W-MES-GRAVA FROM W-MES-DE BY 1
001650         UNTIL W-MES-GRAVA > W-MES-ATE.
001660     CLOSE ORCDEP.
001670     DISPLAY "MESES GRAVADOS: " W-QTDE-GRAVADOS.
001680 ROT-GRAVAR-EXIT. EXIT.
001690 ROT-GRAVAR-MES.
001700     MOVE W-CODDEPC-INF TO OR-CODDEPC.
001710     MOVE W-ANO-INF     TO OR-ANO.
001720     MOVE W-MES-GRAVA   TO OR-MES.
001730     MOVE W-CONTA-INF   TO OR-CONTA.
001740     READ ORCDEP
001750         INVALID KEY
001760             MOVE SPACES TO W-REGORC-ANTES
001770             MOVE "I" TO AUD-OPERACAO
001780         NOT INVALID KEY
001790             MOVE REGORC TO W-REGORC-ANTES
001800             MOVE "A" TO AUD-OPERACAO.
001810     MOVE W-VALOR-INF TO OR-VALOR.
001820     MOVE W-OPERADOR  TO OR-OPERADOR.
001830     MOVE W-HOJE-NUM  TO OR-DATA-ALT.
001840     IF AUD-OPERACAO-INCLUSAO
001850         WRITE REGORC
001860             INVALID KEY
001870                 DISPLAY "ERRO NA INCLUSAO DO MES " W-MES-GRAVA
001880                 GO TO ROT-GRAVAR-MES-EXIT
001890         END-WRITE
001900     ELSE
001910         REWRITE REGORC
001920             INVALID KEY
001930                 DISPLAY "ERRO NA REGRAVACAO DO MES " W-MES-GRAVA
001940                 GO TO ROT-GRAVAR-MES-EXIT
001950         END-REWRITE.
001960     ADD 1 TO W-QTDE-GRAVADOS.
001970     MOVE W-REGORC-ANTES TO AUD-ANTES.
001980     PERFORM ROT-GRAVAR-AUDITORIA
001990         THRU ROT-GRAVAR-AUDITORIA-EXIT.
002000 ROT-GRAVAR-MES-EXIT. EXIT.
002010******************************************************************
002020*    ROT-EXCLUIR - EXCLUI UMA LINHA DO ORCAMENTO (MES 00 = OS 12  *
002030*    MESES DO ANO PARA O DEPARTAMENTO E A CONTA)                  *
002040******************************************************************
002050 ROT-EXCLUIR.
002060     PERFORM ROT-DIGITAR-CHAVE THRU ROT-DIGITAR-CHAVE-EXIT.
002070     IF NOT W-DADOS-OK-SIM
002080         GO TO ROT-EXCLUIR-EXIT.
002090     IF W-MES-INF = ZERO
002100         MOVE 1  TO W-MES-DE
002110         MOVE 12 TO W-MES-ATE
002120     ELSE
002130         MOVE W-MES-INF TO W-MES-DE
002140         MOVE W-MES-INF TO W-MES-ATE.
002150     DISPLAY "CONFIRMA A EXCLUSAO (S/N) ==>".
002160     ACCEPT W-CONF.
002170     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002180         DISPLAY "EXCLUSAO CANCELADA"
002190         GO TO ROT-EXCLUIR-EXIT.
002200     OPEN I-O ORCDEP.
002210     IF ORC-STATUS NOT = "00"
002220         DISPLAY "NENHUM ORCAMENTO CADASTRADO"
002230         GO TO ROT-EXCLUIR-EXIT.
002240     MOVE ZERO TO W-QTDE-GRAVADOS.
002250     PERFORM ROT-EXCLUIR-MES THRU ROT-EXCLUIR-MES-EXIT
002260         VARYING W-MES-GRAVA FROM W-MES-DE BY 1
002270         UNTIL W-MES-GRAVA > W-MES-ATE.
002280     CLOSE ORCDEP.
002290     DISPLAY "MESES EXCLUIDOS: " W-QTDE-GRAVADOS.
002300 ROT-EXCLUIR-EXIT. EXIT.
002310 ROT-EXCLUIR-MES.
002320     MOVE W-CODDEPC-INF TO OR-CODDEPC.
002330     MOVE W-ANO-INF     TO OR-ANO.
002340     MOVE W-MES-GRAVA   TO OR-MES.
002350     MOVE W-CONTA-INF   TO OR-CONTA.
002360     READ ORCDEP
002370         INVALID KEY
002380             GO TO ROT-EXCLUIR-MES-EXIT.
002390     MOVE REGORC TO W-REGORC-ANTES.
002400     DELETE ORCDEP
002410         INVALID KEY
002420             DISPLAY "ERRO NA EXCLUSAO DO MES " W-MES-GRAVA
002430             GO TO ROT-EXCLUIR-MES-EXIT.
002440     ADD 1 TO W-QTDE-GRAVADOS.
002450     MOVE "D" TO AUD-OPERACAO.
002460     MOVE W-REGORC-ANTES TO AUD-ANTES.
002470     MOVE SPACES TO REGORC.
002480     MOVE W-CODDEPC-INF TO OR-CODDEPC.
002490     MOVE W-ANO-INF     TO OR-ANO.
002500     MOVE W-MES-GRAVA   TO OR-MES.
002510     MOVE W-CONTA-INF   TO OR-CONTA.
002520     PERFORM ROT-GRAVAR-AUDITORIA
002530         THRU ROT-GRAVAR-AUDITORIA-EXIT.
002540 ROT-EXCLUIR-MES-EXIT. EXIT.
002550******************************************************************
002560*    ROT-DIGITAR-CHAVE - DEPARTAMENTO (NO CADDEP), CONTA          *
002570*    ANALITICA (NO PLANOCTA), MES (00 = ANO TODO) E ANO           *
002580******************************************************************
002590 ROT-DIGITAR-CHAVE.
002600     MOVE "N" TO W-DADOS-OK.
002610     DISPLAY "DEPARTAMENTO =>".
002620     ACCEPT W-CODDEPC-INF.
002630     OPEN INPUT CADDEP.
002640     IF DEP-STATUS NOT = "00"
002650         DISPLAY "ARQUIVO DE DEPARTAMENTOS NAO EXISTE"
002660         GO TO ROT-DIGITAR-CHAVE-EXIT.
002670     MOVE W-CODDEPC-INF TO CODDEPC.
002680     READ CADDEP
002690         INVALID KEY
002700             DISPLAY "DEPARTAMENTO NAO CADASTRADO"
002710             CLOSE CADDEP
002720             GO TO ROT-DIGITAR-CHAVE-EXIT.
002730     DISPLAY "DEPTO..: " DENOMINACAO.
002740     CLOSE CADDEP.
002750     DISPLAY "CONTA =>".
002760     ACCEPT W-CONTA-INF.
002770     OPEN INPUT PLANOCTA.
002780     IF PLC-STATUS NOT = "00"
002790         DISPLAY "PLANO DE CONTAS (PLANOCTA) NAO EXISTE"
002800         GO TO ROT-DIGITAR-CHAVE-EXIT.
002810     MOVE W-CONTA-INF TO PLC-CONTA.
002820     READ PLANOCTA
002830         INVALID KEY
002840             DISPLAY "CONTA FORA DO PLANO DE CONTAS"
002850             CLOSE PLANOCTA
002860             GO TO ROT-DIGITAR-CHAVE-EXIT.
002870     CLOSE PLANOCTA.
002880     DISPLAY "CONTA..: " PLC-DESCRICAO.
002890     IF PLC-SINTETICA
002900         DISPLAY "CONTA SINTETICA NAO RECEBE ORCAMENTO"
002910         GO TO ROT-DIGITAR-CHAVE-EXIT.
002920     DISPLAY "MES (00 = TODOS OS MESES DO ANO) =>".
002930     ACCEPT W-MES-INF.
002940     DISPLAY "ANO (4 DIGITOS) =>".
002950     ACCEPT W-ANO-INF.
002960     IF W-MES-INF > 12 OR W-ANO-INF < 1753
002970         DISPLAY "COMPETENCIA INVALIDA"
002980         GO TO ROT-DIGITAR-CHAVE-EXIT.
002990     MOVE "S" TO W-DADOS-OK.
003000 ROT-DIGITAR-CHAVE-EXIT. EXIT.
003010******************************************************************
003020*    ROT-CONSULTAR - LINHAS DO ORCAMENTO DE UM DEPARTAMENTO NO    *
003030*    ANO, NA ORDEM DE MES E CONTA                                 *
003040******************************************************************
003050 ROT-CONSULTAR.
003060     DISPLAY "DEPARTAMENTO =>".
003070     ACCEPT W-CODDEPC-INF.
003080     DISPLAY "ANO (4 DIGITOS) =>".
003090     ACCEPT W-ANO-INF.
003100     OPEN INPUT ORCDEP.
003110     IF ORC-STATUS NOT = "00"
003120         DISPLAY "NENHUM ORCAMENTO CADASTRADO"
003130         GO TO ROT-CONSULTAR-EXIT.
003140     MOVE ZERO TO W-QTDE-LISTADOS W-TOT-ORCADO.
003150     MOVE "N" TO W-EOF.
003160     MOVE W-CODDEPC-INF TO OR-CODDEPC.
003170     MOVE W-ANO-INF     TO OR-ANO.
003180     MOVE ZERO          TO OR-MES OR-CONTA.
003190     START ORCDEP KEY IS NOT LESS THAN OR-CHAVE
003200         INVALID KEY MOVE "S" TO W-EOF.
003210     DISPLAY "MES CONTA        VALOR ORCADO OPERADOR DATA".
003220     PERFORM ROT-CONSULTAR-LER THRU ROT-CONSULTAR-LER-EXIT
003230         UNTIL W-EOF-SIM.
003240     CLOSE ORCDEP.
003250     MOVE W-TOT-ORCADO TO W-VALOR-ED.
003260     DISPLAY "LINHAS: " W-QTDE-LISTADOS "  TOTAL ORCADO "
003270             W-VALOR-ED.
003280 ROT-CONSULTAR-EXIT. EXIT.
003290 ROT-CONSULTAR-LER.
003300     READ ORCDEP NEXT RECORD
003310         AT END MOVE "S" TO W-EOF.
003320     IF W-EOF-SIM
003330         GO TO ROT-CONSULTAR-LER-EXIT.
003340     IF OR-CODDEPC NOT = W-CODDEPC-INF
003350         OR OR-ANO NOT = W-ANO-INF
003360         MOVE "S" TO W-EOF
003370         GO TO ROT-CONSULTAR-LER-EXIT.
003380     MOVE OR-VALOR TO W-VALOR-ED.
003390     DISPLAY " " OR-MES " " OR-CONTA " " W-VALOR-ED " "
003400             OR-OPERADOR " " OR-DATA-ALT.
003410     ADD 1 TO W-QTDE-LISTADOS.
003420     ADD OR-VALOR TO W-TOT-ORCADO.
003430 ROT-CONSULTAR-LER-EXIT. EXIT.
003440******************************************************************
003450*    ROT-ABRIR-ORCDEP - ABRE O ORCDEP PARA ATUALIZACAO, CRIANDO-O *
003460*    NA PRIMEIRA VEZ                                              *
003470******************************************************************
003480 ROT-ABRIR-ORCDEP.
003490     OPEN I-O ORCDEP.
003500     IF ORC-STATUS = "35"
003510         OPEN OUTPUT ORCDEP
003520         CLOSE ORCDEP
003530         OPEN I-O ORCDEP.
003540 ROT-ABRIR-ORCDEP-EXIT. EXIT.
003550******************************************************************
003560*    ROT-GRAVAR-AUDITORIA - APENSA A TRILHA DE AUDITORIA FAUDIT   *
003570*    (AUD-ANTES E AUD-OPERACAO JA MONTADOS PELO CHAMADOR)         *
003580******************************************************************
003590 ROT-GRAVAR-AUDITORIA.
003600     MOVE "CTBORC"  TO AUD-PROGRAMA.
003610     MOVE "ORCDEP"  TO AUD-ARQUIVO.
003620     MOVE W-OPERADOR TO AUD-OPERADOR.
003630     MOVE OR-CHAVE  TO AUD-CHAVE.
003640     MOVE REGORC    TO AUD-DEPOIS.
003650     ACCEPT AUD-DATA FROM DATE.
003660     ACCEPT AUD-HORA FROM TIME.
003670     OPEN EXTEND FAUDIT.
003680     IF AUD-STATUS = "35"
003690         OPEN OUTPUT FAUDIT
003700         CLOSE FAUDIT
003710         OPEN EXTEND FAUDIT.
003720     WRITE REG-FAUDIT FROM REG-AUDITLOG.
003730     CLOSE FAUDIT.
003730     MOVE REG-AUDITLOG TO AUX-REGISTRO.
003730     MOVE "G" TO AUX-ACAO.
003730     CALL "AUX000" USING AUX-PARAMETROS-AREA.
003740 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
