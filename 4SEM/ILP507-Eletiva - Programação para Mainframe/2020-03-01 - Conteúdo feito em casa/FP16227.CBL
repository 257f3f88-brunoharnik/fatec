000010******************************************************************
000020* PROGRAM-ID : FP16227                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : HISTORICO DE CARREIRA (REPCARR) - PARA UM          *
000080*              FUNCIONARIO OU PARA TODOS, IMPRIME A ADMISSAO COM  *
000090*              O CARGO INICIAL E CADA MOVIMENTACAO DO MOVFUNC     *
000100*              (GRAVADA PELA OPCAO 6 DA MANUTENCAO DO FP16203)    *
000110*              EM ORDEM DE DATA EFETIVA: MOTIVO, CARGO,           *
000120*              DEPARTAMENTO E SALARIOBASE ANTERIORES E NOVOS,     *
000130*              FECHANDO COM O CARGO ATUAL DO CADFUNC.             *
000140*------------------------------------------------------------------
000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-10-15 BH        VERSAO INICIAL                             *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FP16227.
000210 AUTHOR. BRUNO HARNIK.
000220 INSTALLATION. FATEC.
000230 DATE-WRITTEN. 2026-10-15.
000240 DATE-COMPILED.
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000280     DECIMAL-POINT IS COMMA.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CADFUNC ASSIGN TO "CADFUNC"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CODFUNC
000350         FILE STATUS IS FUNC-STATUS.
000360     SELECT CADCAR ASSIGN TO "CADCAR"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CODCAR IN REGCAR
000400         ALTERNATE RECORD KEY IS CHAVE2 WITH DUPLICATES
000410         FILE STATUS IS CAR-STATUS.
000420     SELECT MOVFUNC ASSIGN TO "MOVFUNC"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS MV-CHAVE
000460         FILE STATUS IS MVF-STATUS.
000470     SELECT REPCARR ASSIGN TO "REPCARR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS REL-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CADFUNC
000530     LABEL RECORDS ARE STANDARD.
000540     COPY REGFUNC.
000550 FD  CADCAR
000560     LABEL RECORDS ARE STANDARD.
000570     COPY REGCAR.
000580 FD  MOVFUNC
000590     LABEL RECORDS ARE STANDARD.
000600     COPY REGMVF.
000610 FD  REPCARR
000620     LABEL RECORDS ARE STANDARD.
000630 01  REG-RELAT                   PIC X(132).
000640 WORKING-STORAGE SECTION.
000650 01  FUNC-STATUS                 PIC X(02).
000660 01  CAR-STATUS                  PIC X(02).
000670 01  MVF-STATUS                  PIC X(02).
000680 01  REL-STATUS                  PIC X(02).
000690 01  W-SWITCHES.
000700     05  W-EOF                   PIC X(01).
000710         88  W-EOF-SIM           VALUE "S".
000720     05  W-EOF-MV                PIC X(01).
000730         88  W-EOF-MV-SIM        VALUE "S".
000740     05  W-CAR-ABERTO            PIC X(01) VALUE "N".
000750         88  W-CAR-ABERTO-SIM    VALUE "S".
000760     05  W-MOV-ABERTO            PIC X(01) VALUE "N".
000770         88  W-MOV-ABERTO-SIM    VALUE "S".
000780 01  W-COD-FUNC-INF              PIC 9(06).
000790 01  W-CODCAR-BUSCA              PIC 9(04).
000800 01  W-DENOM-BUSCA               PIC X(30).
000810 01  W-QTDE-MOV-FUNC             PIC 9(03).
000820 01  W-QTDE-FUNC                 PIC 9(06) VALUE ZERO.
000830 01  W-QTDE-MOV                  PIC 9(07) VALUE ZERO.
000840 01  W-DATA-EFETIVA              PIC 9(08).
000850 01  W-DATA-EFETIVA-R REDEFINES W-DATA-EFETIVA.
000860     05  W-ANO-EFE               PIC 9(04).
000870     05  W-MES-EFE               PIC 9(02).
000880     05  W-DIA-EFE               PIC 9(02).
000890******************************************************************
000900*    LINHAS DO RELATORIO                                          *
000910******************************************************************
000920 01  LIN-CABEC1                  PIC X(80) VALUE
000930     "HISTORICO DE CARREIRA - PROMOCOES E TRANSFERENCIAS".
000940 01  LIN-FUNC.
000950     05  FILLER                  PIC X(13) VALUE "FUNCIONARIO: ".
000960     05  LF-CODFUNC              PIC 9(06).
000970     05  FILLER                  PIC X(01) VALUE SPACES.
000980     05  LF-NOME                 PIC X(30).
000990     05  FILLER                  PIC X(12) VALUE "  ADMISSAO: ".
001000     05  LF-DIAADM               PIC 9(02).
001010     05  FILLER                  PIC X(01) VALUE "/".
001020     05  LF-MESADM               PIC 9(02).
001030     05  FILLER                  PIC X(01) VALUE "/".
001040     05  LF-ANOADM               PIC 9(02).
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  LF-SITUACAO             PIC X(09).
001070 01  LIN-CARGO.
001080     05  FILLER                  PIC X(04) VALUE SPACES.
001090     05  LCG-TEXTO               PIC X(20).
001100     05  LCG-CODCAR              PIC 9(04).
001110     05  FILLER                  PIC X(01) VALUE SPACES.
001120     05  LCG-DENOM               PIC X(30).
001130 01  LIN-COLS.
001140     05  FILLER                  PIC X(04) VALUE SPACES.
001150     05  FILLER                  PIC X(12) VALUE "DATA EFET.  ".
001160     05  FILLER                  PIC X(17) VALUE "MOTIVO".
001170     05  FILLER                  PIC X(25) VALUE "CARGO ANTERIOR".
001180     05  FILLER                  PIC X(25) VALUE "CARGO NOVO".
001190     05  FILLER                  PIC X(12) VALUE "DEPTO".
001200     05  FILLER                  PIC X(12) VALUE "  SAL. ANT.".
001210     05  FILLER                  PIC X(12) VALUE "  SAL. NOVO".
001220 01  LIN-DET.
001230     05  FILLER                  PIC X(04) VALUE SPACES.
001240     05  LD-DIA                  PIC 9(02).
001250     05  FILLER                  PIC X(01) VALUE "/".
001260     05  LD-MES                  PIC 9(02).
001270     05  FILLER                  PIC X(01) VALUE "/".
001280     05  LD-ANO                  PIC 9(04).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  LD-MOTIVO               PIC X(15).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  LD-CODCAR-ANT           PIC 9(04).
001330     05  FILLER                  PIC X(01) VALUE SPACES.
001340     05  LD-DENOM-ANT            PIC X(20).
001350     05  FILLER                  PIC X(04) VALUE " -> ".
001360     05  LD-CODCAR-NOVO          PIC 9(04).
001370     05  FILLER                  PIC X(01) VALUE SPACES.
001380     05  LD-DENOM-NOVO           PIC X(20).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  LD-DEPTO-ANT            PIC 9(04).
001410     05  FILLER                  PIC X(02) VALUE "->".
001420     05  LD-DEPTO-NOVO           PIC 9(04).
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  LD-SALARIO-ANT          PIC ZZZZZZ9,99.
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  LD-SALARIO-NOVO         PIC ZZZZZZ9,99.
001470 01  LIN-SEM-MOV                 PIC X(80) VALUE
001480     "    SEM PROMOCAO OU TRANSFERENCIA REGISTRADA".
001490 01  LIN-TOT-FUNC.
001500     05  FILLER                  PIC X(04) VALUE SPACES.
001510     05  FILLER                  PIC X(15)
001520         VALUE "MOVIMENTACOES: ".
001530     05  LTF-QTDE                PIC ZZ9.
001540 01  LIN-TOTAL.
001550     05  FILLER                  PIC X(14) VALUE "FUNCIONARIOS: ".
001560     05  LT-QTDE-FUNC            PIC ZZZZZ9.
001570     05  FILLER                  PIC X(17)
001580         VALUE "  MOVIMENTACOES: ".
001590     05  LT-QTDE-MOV             PIC ZZZZZZ9.
001600 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
001610 PROCEDURE DIVISION.
001620******************************************************************
001630*    0000-MAINLINE                                                *
001640******************************************************************
001650 0000-MAINLINE.
001660     DISPLAY "FP16227 - HISTORICO DE CARREIRA".
001670     DISPLAY "CODIGO DO FUNCIONARIO (0=TODOS) =>".
001680     ACCEPT W-COD-FUNC-INF.
001690     OPEN INPUT CADFUNC.
001700     IF FUNC-STATUS NOT = "00"
001710         DISPLAY "FP16227: ARQUIVO DE FUNCIONARIOS NAO EXISTE"
001720         STOP RUN.
001730     OPEN INPUT CADCAR.
001740     IF CAR-STATUS = "00"
001750         MOVE "S" TO W-CAR-ABERTO.
001760     OPEN INPUT MOVFUNC.
001770     IF MVF-STATUS = "00"
001780         MOVE "S" TO W-MOV-ABERTO
001790     ELSE
001800         DISPLAY "FP16227: MOVFUNC AUSENTE - SO CARGO ATUAL".
001810     OPEN OUTPUT REPCARR.
001820     WRITE REG-RELAT FROM LIN-CABEC1.
001830     IF W-COD-FUNC-INF NOT = ZERO
001840         PERFORM 1000-UM-FUNCIONARIO THRU 1000-EXIT
001850     ELSE
001860         PERFORM 1100-TODOS THRU 1100-EXIT.
001870     MOVE W-QTDE-FUNC TO LT-QTDE-FUNC.
001880     MOVE W-QTDE-MOV  TO LT-QTDE-MOV.
001890     WRITE REG-RELAT FROM LIN-BRANCO.
001900     WRITE REG-RELAT FROM LIN-TOTAL.
001910     CLOSE REPCARR CADFUNC.
001920     IF W-CAR-ABERTO-SIM
001930         CLOSE CADCAR.
001940     IF W-MOV-ABERTO-SIM
001950         CLOSE MOVFUNC.
001960     DISPLAY "FUNCIONARIOS NO RELATORIO: " W-QTDE-FUNC.
001970     DISPLAY "MOVIMENTACOES IMPRESSAS..: " W-QTDE-MOV.
001980     DISPLAY "RELATORIO EM REPCARR".
001990     STOP RUN.
002000******************************************************************
002010*    1000-UM-FUNCIONARIO - HISTORICO DO FUNCIONARIO INFORMADO     *
002020******************************************************************
002030 1000-UM-FUNCIONARIO.
002040     MOVE W-COD-FUNC-INF TO CODFUNC.
002050     READ CADFUNC
002060         INVALID KEY
002070             DISPLAY "FUNCIONARIO NAO CADASTRADO"
002080             GO TO 1000-EXIT.
002090     PERFORM 2000-IMPRIMIR-FUNC THRU 2000-EXIT.
002100 1000-EXIT. EXIT.
002110******************************************************************
002120*    1100-TODOS - HISTORICO DE TODO O CADFUNC EM ORDEM DE CODIGO  *
002130******************************************************************
002140 1100-TODOS.
002150     MOVE "N" TO W-EOF.
002160     MOVE LOW-VALUES TO CODFUNC.
002170     START CADFUNC KEY IS NOT LESS THAN CODFUNC
002180         INVALID KEY MOVE "S" TO W-EOF.
002190     IF NOT W-EOF-SIM
002200         PERFORM 1110-LER-CADFUNC THRU 1110-EXIT.
002210     PERFORM 1120-TRATAR-FUNC THRU 1120-EXIT
002220         UNTIL W-EOF-SIM.
002230 1100-EXIT. EXIT.
002240 1110-LER-CADFUNC.
002250     READ CADFUNC NEXT RECORD
002260         AT END MOVE "S" TO W-EOF.
002270 1110-EXIT. EXIT.
002280 1120-TRATAR-FUNC.
002290     PERFORM 2000-IMPRIMIR-FUNC THRU 2000-EXIT.
002300     PERFORM 1110-LER-CADFUNC THRU 1110-EXIT.
002310 1120-EXIT. EXIT.
002320******************************************************************
002330*    2000-IMPRIMIR-FUNC - CABECALHO DO FUNCIONARIO, CARGO NA      *
002340*    ADMISSAO (O ANTERIOR DA PRIMEIRA MOVIMENTACAO, OU O ATUAL    *
002350*    SE NAO HOUVER), AS MOVIMENTACOES E O CARGO ATUAL             *
002360******************************************************************
002370 2000-IMPRIMIR-FUNC.
002380     MOVE ZERO TO W-QTDE-MOV-FUNC.
002390     MOVE "S" TO W-EOF-MV.
002400     IF W-MOV-ABERTO-SIM
002410         MOVE "N"     TO W-EOF-MV
002420         MOVE CODFUNC TO MV-CODFUNC
002430         MOVE ZERO    TO MV-DATA-EFETIVA
002440         MOVE ZERO    TO MV-SEQ
002450         START MOVFUNC KEY IS NOT LESS THAN MV-CHAVE
002460             INVALID KEY MOVE "S" TO W-EOF-MV
002470         END-START
002480         IF NOT W-EOF-MV-SIM
002490             PERFORM 2100-LER-MOVFUNC THRU 2100-EXIT.
002500     MOVE CODFUNC  TO LF-CODFUNC.
002510     MOVE NOMEFUNC TO LF-NOME.
002520     MOVE DIAADM   TO LF-DIAADM.
002530     MOVE MESADM   TO LF-MESADM.
002540     MOVE ANOADM   TO LF-ANOADM.
002550     IF FUNC-DESLIGADO
002560         MOVE "DESLIGADO" TO LF-SITUACAO
002570     ELSE
002580         MOVE "ATIVO"     TO LF-SITUACAO.
002590     WRITE REG-RELAT FROM LIN-BRANCO.
002600     WRITE REG-RELAT FROM LIN-FUNC.
002610     IF W-EOF-MV-SIM
002620         MOVE CODCAR IN REGFUNC TO W-CODCAR-BUSCA
002630     ELSE
002640         MOVE MV-CODCAR-ANT     TO W-CODCAR-BUSCA.
002650     MOVE "CARGO NA ADMISSAO: " TO LCG-TEXTO.
002660     PERFORM 2300-LINHA-CARGO THRU 2300-EXIT.
002670     IF W-EOF-MV-SIM
002680         WRITE REG-RELAT FROM LIN-SEM-MOV
002690     ELSE
002700         WRITE REG-RELAT FROM LIN-COLS
002710         PERFORM 2200-IMPRIMIR-MOV THRU 2200-EXIT
002720             UNTIL W-EOF-MV-SIM.
002730     MOVE CODCAR IN REGFUNC TO W-CODCAR-BUSCA.
002740     MOVE "CARGO ATUAL......: " TO LCG-TEXTO.
002750     PERFORM 2300-LINHA-CARGO THRU 2300-EXIT.
002760     MOVE W-QTDE-MOV-FUNC TO LTF-QTDE.
002770     WRITE REG-RELAT FROM LIN-TOT-FUNC.
002780     ADD 1 TO W-QTDE-FUNC.
002790 2000-EXIT. EXIT.
002800 2100-LER-MOVFUNC.
002810     READ MOVFUNC NEXT RECORD
002820         AT END MOVE "S" TO W-EOF-MV.
002830     IF NOT W-EOF-MV-SIM AND MV-CODFUNC NOT = CODFUNC
002840         MOVE "S" TO W-EOF-MV.
002850 2100-EXIT. EXIT.
002860******************************************************************
002870*    2200-IMPRIMIR-MOV - LINHA DE UMA MOVIMENTACAO                *
002880******************************************************************
002890 2200-IMPRIMIR-MOV.
002900     MOVE MV-DATA-EFETIVA TO W-DATA-EFETIVA.
002910     MOVE W-DIA-EFE       TO LD-DIA.
002920     MOVE W-MES-EFE       TO LD-MES.
002930     MOVE W-ANO-EFE       TO LD-ANO.
002940     EVALUATE TRUE
002950         WHEN MV-PROMOCAO
002960             MOVE "PROMOCAO"        TO LD-MOTIVO
002970         WHEN MV-TRANSFERENCIA
002980             MOVE "TRANSFERENCIA"   TO LD-MOTIVO
002990         WHEN MV-RECLASSIFICACAO
003000             MOVE "RECLASSIFICACAO" TO LD-MOTIVO
003010         WHEN OTHER
003020             MOVE MV-MOTIVO         TO LD-MOTIVO
003030     END-EVALUATE.
003040     MOVE MV-CODCAR-ANT TO LD-CODCAR-ANT.
003050     MOVE MV-CODCAR-ANT TO W-CODCAR-BUSCA.
003060     PERFORM 2400-BUSCAR-CARGO THRU 2400-EXIT.
003070     MOVE W-DENOM-BUSCA TO LD-DENOM-ANT.
003080     MOVE MV-CODCAR-NOVO TO LD-CODCAR-NOVO.
003090     MOVE MV-CODCAR-NOVO TO W-CODCAR-BUSCA.
003100     PERFORM 2400-BUSCAR-CARGO THRU 2400-EXIT.
003110     MOVE W-DENOM-BUSCA TO LD-DENOM-NOVO.
003120     MOVE MV-CODDEPC-ANT  TO LD-DEPTO-ANT.
003130     MOVE MV-CODDEPC-NOVO TO LD-DEPTO-NOVO.
003140     MOVE MV-SALARIO-ANT  TO LD-SALARIO-ANT.
003150     MOVE MV-SALARIO-NOVO TO LD-SALARIO-NOVO.
003160     WRITE REG-RELAT FROM LIN-DET.
003170     ADD 1 TO W-QTDE-MOV-FUNC.
003180     ADD 1 TO W-QTDE-MOV.
003190     PERFORM 2100-LER-MOVFUNC THRU 2100-EXIT.
003200 2200-EXIT. EXIT.
003210******************************************************************
003220*    2300-LINHA-CARGO - LINHA DE CARGO (ADMISSAO OU ATUAL)        *
003230******************************************************************
003240 2300-LINHA-CARGO.
003250     PERFORM 2400-BUSCAR-CARGO THRU 2400-EXIT.
003260     MOVE W-CODCAR-BUSCA TO LCG-CODCAR.
003270     MOVE W-DENOM-BUSCA  TO LCG-DENOM.
003280     WRITE REG-RELAT FROM LIN-CARGO.
003290 2300-EXIT. EXIT.
003300******************************************************************
003310*    2400-BUSCAR-CARGO - DENOMINACAO DO CARGO NO CADCAR           *
003320******************************************************************
003330 2400-BUSCAR-CARGO.
003340     MOVE "CARGO NAO CADASTRADO" TO W-DENOM-BUSCA.
003350     IF NOT W-CAR-ABERTO-SIM
003360         GO TO 2400-EXIT.
003370     MOVE W-CODCAR-BUSCA TO CODCAR IN REGCAR.
003380     READ CADCAR
003390         INVALID KEY
003400             CONTINUE
003410         NOT INVALID KEY
003420             MOVE DENOMINACAOCAR TO W-DENOM-BUSCA.
003430 2400-EXIT. EXIT.
