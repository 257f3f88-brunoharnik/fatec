000010******************************************************************
000020* PROGRAM-ID : FP16230                                            *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : CONTROLE DOS EXAMES MEDICOS OCUPACIONAIS (ASO) -   *
000080*              AGENDA O EXAME DO FUNCIONARIO (ADMISSIONAL,        *
000090*              PERIODICO, RETORNO AO TRABALHO, MUDANCA DE FUNCAO  *
000100*              OU DEMISSIONAL), REGISTRA A REALIZACAO E O         *
000110*              RESULTADO (APTO/INAPTO) COM O VENCIMENTO DO        *
000120*              PROXIMO PERIODICO PELA REGRA DE RISCO DO CARGO     *
000130*              (ASO000), LISTA OS EXAMES DO FUNCIONARIO E MANTEM  *
000140*              AS REGRAS DE RISCO POR CARGO (TABRISCO). O RETORNO *
000150*              AO TRABALHO E AGENDADO SOZINHO PELO FP16218; O     *
000160*              DEMISSIONAL E EXIGIDO PELO FP16212. ACABA O        *
000170*              CADERNO DO RH.                                     *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-10-15 BH        VERSAO INICIAL                             *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. FP16230.
000250 AUTHOR. BRUNO HARNIK.
000260 INSTALLATION. FATEC.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT EXAMES ASSIGN TO "EXAMES"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS EX-CHAVE
000390         FILE STATUS IS EXA-STATUS.
000400     SELECT TABRISCO ASSIGN TO "TABRISCO"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RI-CODCAR
000440         FILE STATUS IS RIS-STATUS.
000450     SELECT CADFUNC ASSIGN TO "CADFUNC"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CODFUNC
000490         FILE STATUS IS FUNC-STATUS.
000500     SELECT CADCAR ASSIGN TO "CADCAR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CODCAR IN REGCAR
000540         ALTERNATE RECORD KEY IS CHAVE2 WITH DUPLICATES
000550         FILE STATUS IS CAR-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EXAMES
000590     LABEL RECORDS ARE STANDARD.
000600     COPY REGEXA.
000610 FD  TABRISCO
000620     LABEL RECORDS ARE STANDARD.
000630     COPY REGRIS.
000640 FD  CADFUNC
000650     LABEL RECORDS ARE STANDARD.
000660     COPY REGFUNC.
000670 FD  CADCAR
000680     LABEL RECORDS ARE STANDARD.
000690     COPY REGCAR.
000700 WORKING-STORAGE SECTION.
000710 01  EXA-STATUS                  PIC X(02).
000720 01  RIS-STATUS                  PIC X(02).
000730 01  FUNC-STATUS                 PIC X(02).
000740 01  CAR-STATUS                  PIC X(02).
000750 COPY ASOPARM.
000760 01  W-SWITCHES.
000770     05  W-FIM                   PIC X(01) VALUE "N".
000780         88  W-FIM-SIM           VALUE "S".
000790     05  W-EOF                   PIC X(01).
000800         88  W-EOF-SIM           VALUE "S".
000810     05  W-FUNC-ACHADO           PIC X(01).
000820         88  W-FUNC-ACHADO-SIM   VALUE "S".
000830     05  W-EXAME-NOVO            PIC X(01).
000840         88  W-EXAME-NOVO-SIM    VALUE "S".
000850 01  W-OPCAO                     PIC X(01).
000860 01  W-HOJE                      PIC 9(08).
000870 01  W-CODFUNC-INF               PIC 9(06).
000880 01  W-CODCAR-FUNC               PIC 9(04).
000890 01  W-CODCAR-INF                PIC 9(04).
000900 01  W-TIPO-INF                  PIC X(01).
000910     88  W-TIPO-VALIDO           VALUES "A" "P" "R" "M" "D".
000920 01  W-DATA-AGENDA-INF           PIC 9(08).
000930 01  W-DATA-REALIZ-INF           PIC 9(08).
000940 01  W-RESULTADO-INF             PIC X(01).
000950     88  W-RESULTADO-VALIDO      VALUES "A" "I".
000960 01  W-MEDICO-INF                PIC X(30).
000970 01  W-GRAU-INF                  PIC X(01).
000980     88  W-GRAU-VALIDO           VALUES "N" "B" "M" "A".
000990 01  W-MESES-INF                 PIC 9(02).
001000 01  W-AGENTES-INF               PIC X(40).
001010 01  W-QTDE-LISTADOS             PIC 9(04).
001020 PROCEDURE DIVISION.
001030******************************************************************
001040*    0000-MAINLINE                                                *
001050******************************************************************
001060 0000-MAINLINE.
001070     ACCEPT W-HOJE FROM DATE YYYYMMDD.
001080     PERFORM 2000-MENU THRU 2000-EXIT
001090         UNTIL W-FIM-SIM.
001100     GOBACK.
001110 2000-MENU.
001120     DISPLAY " ".
001130     DISPLAY "FP16230 - EXAMES MEDICOS OCUPACIONAIS (ASO)".
001140     DISPLAY "1-AGENDAR EXAME   2-REGISTRAR RESULTADO".
001150     DISPLAY "3-LISTAR POR FUNCIONARIO".
001160     DISPLAY "4-REGRA DE RISCO DO CARGO   9-FIM".
001170     ACCEPT W-OPCAO.
001180     EVALUATE W-OPCAO
001190         WHEN "1"
001200             PERFORM ROT-AGENDAR THRU ROT-AGENDAR-EXIT
001210         WHEN "2"
001220             PERFORM ROT-RESULTADO THRU ROT-RESULTADO-EXIT
001230         WHEN "3"
001240             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
001250         WHEN "4"
001260             PERFORM ROT-RISCO THRU ROT-RISCO-EXIT
001270         WHEN "9"
001280             MOVE "S" TO W-FIM
001290         WHEN OTHER
001300             DISPLAY "OPCAO INVALIDA"
001310     END-EVALUATE.
001320 2000-EXIT. EXIT.
001330******************************************************************
001340*    ROT-AGENDAR - AGENDA UM EXAME PARA O FUNCIONARIO              *
001350******************************************************************
001360 ROT-AGENDAR.
001370     PERFORM ROT-LER-FUNC THRU ROT-LER-FUNC-EXIT.
001380     IF NOT W-FUNC-ACHADO-SIM
001390         GO TO ROT-AGENDAR-EXIT.
001400     PERFORM ROT-TIPO THRU ROT-TIPO-EXIT.
001410     DISPLAY "DATA DO EXAME (AAAAMMDD) =>".
001420     ACCEPT W-DATA-AGENDA-INF.
001430     IF W-DATA-AGENDA-INF = ZERO
001440         DISPLAY "DATA INVALIDA"
001450         GO TO ROT-AGENDAR-EXIT.
001460     OPEN I-O EXAMES.
001470     IF EXA-STATUS = "35"
001480         OPEN OUTPUT EXAMES
001490         CLOSE EXAMES
001500         OPEN I-O EXAMES.
001510     MOVE W-CODFUNC-INF     TO EX-CODFUNC.
001520     MOVE W-DATA-AGENDA-INF TO EX-DATA-AGENDA.
001530     MOVE W-TIPO-INF        TO EX-TIPO.
001540     MOVE ZERO              TO EX-DATA-REALIZ.
001550     MOVE SPACES            TO EX-RESULTADO.
001560     MOVE ZERO              TO EX-DATA-PROXIMO.
001570     MOVE SPACES            TO EX-MEDICO.
001580     MOVE ZERO              TO EX-AF-DATA-INI.
001590     MOVE W-HOJE            TO EX-DATA-REGISTRO.
001600     WRITE REGEXA
001610         INVALID KEY
001620             DISPLAY "EXAME JA AGENDADO NESTA DATA"
001630         NOT INVALID KEY
001640             DISPLAY "*** EXAME AGENDADO ***".
001650     CLOSE EXAMES.
001660 ROT-AGENDAR-EXIT. EXIT.
001670******************************************************************
001680*    ROT-RESULTADO - REGISTRA A REALIZACAO E O RESULTADO. EXAME   *
001690*    NAO AGENDADO E GRAVADO NA HORA. FORA O DEMISSIONAL, CALCULA  *
001700*    O VENCIMENTO DO PROXIMO PERIODICO PELO CARGO ATUAL           *
001710******************************************************************
001720 ROT-RESULTADO.
001730     PERFORM ROT-LER-FUNC THRU ROT-LER-FUNC-EXIT.
001740     IF NOT W-FUNC-ACHADO-SIM
001750         GO TO ROT-RESULTADO-EXIT.
001760     PERFORM ROT-TIPO THRU ROT-TIPO-EXIT.
001770     DISPLAY "DATA AGENDADA DO EXAME (AAAAMMDD) =>".
001780     ACCEPT W-DATA-AGENDA-INF.
001790     IF W-DATA-AGENDA-INF = ZERO
001800         DISPLAY "DATA INVALIDA"
001810         GO TO ROT-RESULTADO-EXIT.
001820     OPEN I-O EXAMES.
001830     IF EXA-STATUS = "35"
001840         OPEN OUTPUT EXAMES
001850         CLOSE EXAMES
001860         OPEN I-O EXAMES.
001870     MOVE "N" TO W-EXAME-NOVO.
001880     MOVE W-CODFUNC-INF     TO EX-CODFUNC.
001890     MOVE W-DATA-AGENDA-INF TO EX-DATA-AGENDA.
001900     MOVE W-TIPO-INF        TO EX-TIPO.
001910     READ EXAMES
001920         INVALID KEY
001930             DISPLAY "EXAME NAO AGENDADO - SERA INCLUIDO"
001940             MOVE "S"    TO W-EXAME-NOVO
001950             MOVE ZERO   TO EX-AF-DATA-INI
001960             MOVE W-HOJE TO EX-DATA-REGISTRO.
001970     IF NOT W-EXAME-NOVO-SIM AND EX-DATA-REALIZ NOT = ZERO
001980         DISPLAY "JA REALIZADO EM " EX-DATA-REALIZ
001990             " RESULTADO " EX-RESULTADO " - SERA SUBSTITUIDO".
002000     DISPLAY "DATA DA REALIZACAO (AAAAMMDD, 0=DATA AGENDADA) =>".
002010     ACCEPT W-DATA-REALIZ-INF.
002020     IF W-DATA-REALIZ-INF = ZERO
002030         MOVE W-DATA-AGENDA-INF TO W-DATA-REALIZ-INF.
002040     IF W-DATA-REALIZ-INF > W-HOJE
002050         DISPLAY "DATA DA REALIZACAO NO FUTURO"
002060         CLOSE EXAMES
002070         GO TO ROT-RESULTADO-EXIT.
002080 ROT-RESULTADO-RES.
002090     DISPLAY "RESULTADO (A-APTO I-INAPTO) =>".
002100     ACCEPT W-RESULTADO-INF.
002110     IF NOT W-RESULTADO-VALIDO
002120         DISPLAY "RESULTADO INVALIDO"
002130         GO TO ROT-RESULTADO-RES.
002140     DISPLAY "MEDICO EXAMINADOR (NOME/CRM) =>".
002150     ACCEPT W-MEDICO-INF.
002160     MOVE W-DATA-REALIZ-INF TO EX-DATA-REALIZ.
002170     MOVE W-RESULTADO-INF   TO EX-RESULTADO.
002180     MOVE W-MEDICO-INF      TO EX-MEDICO.
002190     MOVE ZERO              TO EX-DATA-PROXIMO.
002200     IF NOT EX-DEMISSIONAL
002210         MOVE "P"               TO ASO-ACAO
002220         MOVE W-CODFUNC-INF     TO ASO-CODFUNC
002230         MOVE W-CODCAR-FUNC     TO ASO-CODCAR
002240         MOVE W-DATA-REALIZ-INF TO ASO-DATA
002250         CALL "ASO000" USING ASO-PARAMETROS-AREA
002260         IF ASO-OK
002270             MOVE ASO-DATA-FIM TO EX-DATA-PROXIMO
002280         END-IF
002290     END-IF.
002300     IF W-EXAME-NOVO-SIM
002310         WRITE REGEXA
002320             INVALID KEY
002330                 DISPLAY "ERRO NA GRAVACAO DO EXAME"
002340         END-WRITE
002350     ELSE
002360         REWRITE REGEXA
002370             INVALID KEY
002380                 DISPLAY "ERRO NA REGRAVACAO DO EXAME"
002390         END-REWRITE
002400     END-IF.
002410     CLOSE EXAMES.
002420     DISPLAY "*** RESULTADO REGISTRADO ***".
002430     IF EX-DATA-PROXIMO NOT = ZERO
002440         DISPLAY "PROXIMO PERIODICO ATE " EX-DATA-PROXIMO.
002450     IF EX-INAPTO
002460         DISPLAY "FUNCIONARIO INAPTO - ENCAMINHE AO SESMT".
002470 ROT-RESULTADO-EXIT. EXIT.
002480******************************************************************
002490*    ROT-LISTAR - EXAMES DE UM FUNCIONARIO                         *
002500******************************************************************
002510 ROT-LISTAR.
002520     DISPLAY "CODIGO DO FUNCIONARIO =>".
002530     ACCEPT W-CODFUNC-INF.
002540     OPEN INPUT EXAMES.
002550     IF EXA-STATUS NOT = "00"
002560         DISPLAY "ARQUIVO EXAMES NAO EXISTE"
002570         GO TO ROT-LISTAR-EXIT.
002580     MOVE ZERO TO W-QTDE-LISTADOS.
002590     DISPLAY "AGENDA    TIPO REALIZ.  RES PROXIMO  MEDICO".
002600     MOVE "N" TO W-EOF.
002610     MOVE W-CODFUNC-INF TO EX-CODFUNC.
002620     MOVE ZERO          TO EX-DATA-AGENDA.
002630     MOVE SPACES        TO EX-TIPO.
002640     START EXAMES KEY IS NOT LESS THAN EX-CHAVE
002650         INVALID KEY MOVE "S" TO W-EOF.
002660     IF NOT W-EOF-SIM
002670         PERFORM ROT-LER-EXA THRU ROT-LER-EXA-EXIT.
002680     PERFORM ROT-EXIBIR-EXA THRU ROT-EXIBIR-EXA-EXIT
002690         UNTIL W-EOF-SIM.
002700     DISPLAY "EXAMES LISTADOS: " W-QTDE-LISTADOS.
002710     CLOSE EXAMES.
002720 ROT-LISTAR-EXIT. EXIT.
002730 ROT-LER-EXA.
002740     READ EXAMES NEXT RECORD
002750         AT END MOVE "S" TO W-EOF.
002760     IF NOT W-EOF-SIM AND EX-CODFUNC NOT = W-CODFUNC-INF
002770         MOVE "S" TO W-EOF.
002780 ROT-LER-EXA-EXIT. EXIT.
002790 ROT-EXIBIR-EXA.
002800     DISPLAY EX-DATA-AGENDA "  " EX-TIPO "   " EX-DATA-REALIZ
002810         " " EX-RESULTADO "   " EX-DATA-PROXIMO " " EX-MEDICO.
002820     ADD 1 TO W-QTDE-LISTADOS.
002830     PERFORM ROT-LER-EXA THRU ROT-LER-EXA-EXIT.
002840 ROT-EXIBIR-EXA-EXIT. EXIT.
002850******************************************************************
002860*    ROT-RISCO - REGRA DE RISCO OCUPACIONAL DO CARGO: GRAU,       *
002870*    AGENTES E INTERVALO DO PERIODICO EM MESES (0 = 12)           *
002880******************************************************************
002890 ROT-RISCO.
002900     DISPLAY "CODIGO DO CARGO =>".
002910     ACCEPT W-CODCAR-INF.
002920     OPEN INPUT CADCAR.
002930     IF CAR-STATUS NOT = "00"
002940         DISPLAY "ARQUIVO DE CARGOS NAO EXISTE"
002950         GO TO ROT-RISCO-EXIT.
002960     MOVE W-CODCAR-INF TO CODCAR IN REGCAR.
002970     READ CADCAR
002980         INVALID KEY
002990             DISPLAY "CARGO NAO CADASTRADO"
003000             CLOSE CADCAR
003010             GO TO ROT-RISCO-EXIT
003020         NOT INVALID KEY
003030             DISPLAY "CARGO: " DENOMINACAOCAR.
003040     CLOSE CADCAR.
003050     OPEN I-O TABRISCO.
003060     IF RIS-STATUS = "35"
003070         OPEN OUTPUT TABRISCO
003080         CLOSE TABRISCO
003090         OPEN I-O TABRISCO.
003100     MOVE W-CODCAR-INF TO RI-CODCAR.
003110     READ TABRISCO
003120         INVALID KEY
003130             DISPLAY "CARGO SEM REGRA - PERIODICO A CADA 12 MESES"
003140             MOVE SPACES TO RI-GRAU
003150         NOT INVALID KEY
003160             DISPLAY "GRAU: " RI-GRAU "  MESES: "
003170                 RI-MESES-PERIODICO "  AGENTES: " RI-AGENTES.
003180 ROT-RISCO-GRAU.
003190     DISPLAY "GRAU (N-SEM RISCO B-BAIXO M-MEDIO A-ALTO) =>".
003200     ACCEPT W-GRAU-INF.
003210     IF NOT W-GRAU-VALIDO
003220         DISPLAY "GRAU INVALIDO"
003230         GO TO ROT-RISCO-GRAU.
003240     DISPLAY "INTERVALO DO PERIODICO EM MESES (0=12) =>".
003250     ACCEPT W-MESES-INF.
003260     DISPLAY "AGENTES DE RISCO =>".
003270     ACCEPT W-AGENTES-INF.
003280     IF RI-GRAU-VALIDO
003290         MOVE W-GRAU-INF    TO RI-GRAU
003300         MOVE W-MESES-INF   TO RI-MESES-PERIODICO
003310         MOVE W-AGENTES-INF TO RI-AGENTES
003320         MOVE W-HOJE        TO RI-DATA-ALTERACAO
003330         REWRITE REGRIS
003340             INVALID KEY
003350                 DISPLAY "ERRO NA REGRAVACAO DA REGRA"
003360         END-REWRITE
003370     ELSE
003380         MOVE W-CODCAR-INF  TO RI-CODCAR
003390         MOVE W-GRAU-INF    TO RI-GRAU
003400         MOVE W-MESES-INF   TO RI-MESES-PERIODICO
003410         MOVE W-AGENTES-INF TO RI-AGENTES
003420         MOVE W-HOJE        TO RI-DATA-ALTERACAO
003430         WRITE REGRIS
003440             INVALID KEY
003450                 DISPLAY "ERRO NA GRAVACAO DA REGRA"
003460         END-WRITE
003470     END-IF.
003480     CLOSE TABRISCO.
003490     DISPLAY "*** REGRA DE RISCO GRAVADA ***".
003500 ROT-RISCO-EXIT. EXIT.
003510******************************************************************
003520*    ROT-LER-FUNC - LOCALIZA O FUNCIONARIO E GUARDA O CARGO        *
003530******************************************************************
003540 ROT-LER-FUNC.
003550     MOVE "N" TO W-FUNC-ACHADO.
003560     DISPLAY "CODIGO DO FUNCIONARIO =>".
003570     ACCEPT W-CODFUNC-INF.
003580     OPEN INPUT CADFUNC.
003590     IF FUNC-STATUS NOT = "00"
003600         DISPLAY "ARQUIVO DE FUNCIONARIOS NAO EXISTE"
003610         GO TO ROT-LER-FUNC-EXIT.
003620     MOVE W-CODFUNC-INF TO CODFUNC.
003630     READ CADFUNC
003640         INVALID KEY
003650             DISPLAY "FUNCIONARIO NAO CADASTRADO"
003660         NOT INVALID KEY
003670             DISPLAY "FUNCIONARIO: " NOMEFUNC
003680             MOVE CODCAR IN REGFUNC TO W-CODCAR-FUNC
003690             MOVE "S" TO W-FUNC-ACHADO.
003700     CLOSE CADFUNC.
003710 ROT-LER-FUNC-EXIT. EXIT.
003720 ROT-TIPO.
003730     DISPLAY "TIPO (A-ADMISSIONAL P-PERIODICO R-RETORNO".
003740     DISPLAY "M-MUDANCA DE FUNCAO D-DEMISSIONAL) =>".
003750     ACCEPT W-TIPO-INF.
003760     IF NOT W-TIPO-VALIDO
003770         DISPLAY "TIPO INVALIDO"
003780         GO TO ROT-TIPO.
003790 ROT-TIPO-EXIT. EXIT.
