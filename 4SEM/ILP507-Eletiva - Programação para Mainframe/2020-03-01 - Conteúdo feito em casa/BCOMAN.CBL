000010******************************************************************
000020* PROGRAM-ID : BCOMAN                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-26                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : CONCILIACAO BANCARIA MANUAL - TRATA O QUE O        *
000080*              BCOCONC NAO CASOU SOZINHO. LISTA AS LINHAS DO      *
000090*              EXTRATO DE UMA CONTA NO MES, CASA UMA LINHA        *
000100*              PENDENTE COM UMA LIQUIDACAO ESCOLHIDA PELO         *
000110*              OPERADOR (TITULO DO CRECEBER OU DO CPAGAR, REMESSA *
000120*              DA FOLHA OU DINHEIRO DO CAIXA DE UM DIA) OU A      *
000130*              MARCA COMO SEM CONTRAPARTIDA (TARIFA, JUROS,       *
000140*              ESTORNO...) COM JUSTIFICATIVA, E DESFAZ UM         *
000150*              CASAMENTO AUTOMATICO OU MANUAL. A LIQUIDACAO TEM   *
000160*              DE EXISTIR, ESTAR BAIXADA, TER O MESMO SENTIDO DA  *
000170*              LINHA E NAO ESTAR CASADA COM OUTRA; DIFERENCA DE   *
000180*              VALOR PEDE CONFIRMACAO. TUDO VAI PARA A TRILHA     *
000190*              FAUDIT. A OPCAO 5 CHAMA O CADASTRO DAS CONTAS      *
000200*              (BCOCAD) E A OPCAO 6 A TABELA DE TAXAS CONTRATADAS *
000200*              COM A ADQUIRENTE DOS CARTOES E PIX (ADQTAX).       *
000210*------------------------------------------------------------------
000220* HISTORICO DE ALTERACOES                                         *
000230* DATA       INICIAIS  DESCRICAO                                  *
000240* 2026-09-26 BH        VERSAO INICIAL                             *
000240* 2026-09-28 BH        OPCAO 6 - TAXAS DA ADQUIRENTE (ADQTAX)     *
000240* 2026-10-15 BH        TIPO DE FOLHA "A" (ADIANTAMENTO            *
000240*                      QUINZENAL DO FP16224) ACEITO NA            *
000240*                      CONCILIACAO DA REMESSA DE SALARIOS         *
000240* 2026-10-15 BH        FOLHA TIPO D (DIFERENCAS RETROATIVAS DO    *
000240*                      FP16226) NA BAIXA DA REMESSA               *
000240* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000240*                      FAUDIDX (AUX000)                           *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. BCOMAN.
000280 AUTHOR. BRUNO HARNIK.
000290 INSTALLATION. FATEC.
000300 DATE-WRITTEN. 2026-09-26.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EXTRATO ASSIGN TO "EXTRATO"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EB-CHAVE
000420         FILE STATUS IS EXB-STATUS.
000430     SELECT CONCBCO ASSIGN TO "CONCBCO"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CC-CHAVE
000470         FILE STATUS IS CCB-STATUS.
000480     SELECT CRECEBER ASSIGN TO "CRECEBER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CR-CHAVE
000520         FILE STATUS IS CRC-STATUS.
000530     SELECT CPAGAR ASSIGN TO "CPAGAR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CP-CHAVE
000570         FILE STATUS IS CPG-STATUS.
000580     SELECT FOPAGTO ASSIGN TO "FOPAGTO"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS PAG-STATUS.
000610     SELECT CADFUNC ASSIGN TO "CADFUNC"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CODFUNC
000650         FILE STATUS IS FUNC-STATUS.
000660     SELECT CAIXAMOV ASSIGN TO "CAIXAMOV"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CXM-STATUS.
000690     SELECT FAUDIT ASSIGN TO "FAUDIT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS AUD-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  EXTRATO
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REGEXB.
000770 FD  CONCBCO
000780     LABEL RECORDS ARE STANDARD.
000790     COPY REGCCB.
000800 FD  CRECEBER
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGCREC.
000830 FD  CPAGAR
000840     LABEL RECORDS ARE STANDARD.
000850     COPY REGCPAG.
000860 FD  FOPAGTO
000870     LABEL RECORDS ARE STANDARD.
000880     COPY REGPAG.
000890 FD  CADFUNC
000900     LABEL RECORDS ARE STANDARD.
000910     COPY REGFUNC.
000920 FD  CAIXAMOV
000930     LABEL RECORDS ARE STANDARD.
000940     COPY REGCXM.
000950 FD  FAUDIT
000960     LABEL RECORDS ARE STANDARD.
000970 01  REG-FAUDIT                  PIC X(233).
000980 WORKING-STORAGE SECTION.
000990 01  EXB-STATUS                  PIC X(02).
001000 01  CCB-STATUS                  PIC X(02).
001010 01  CRC-STATUS                  PIC X(02).
001020 01  CPG-STATUS                  PIC X(02).
001030 01  PAG-STATUS                  PIC X(02).
001040 01  FUNC-STATUS                 PIC X(02).
001050 01  CXM-STATUS                  PIC X(02).
001060 01  AUD-STATUS                  PIC X(02).
001070 COPY GERPARM.
001070 COPY AUXPARM.
001080 COPY AUDITLOG.
001090 01  W-SWITCHES.
001100     05  W-FIM                   PIC X(01) VALUE "N".
001110         88  W-FIM-SIM           VALUE "S".
001120     05  W-EOF                   PIC X(01).
001130         88  W-EOF-SIM           VALUE "S".
001140     05  W-DADOS-OK              PIC X(01).
001150         88  W-DADOS-OK-SIM      VALUE "S".
001160 01  W-OPCAO                     PIC X(01).
001170 01  W-CONF                      PIC X(01).
001180 01  W-OPERADOR                  PIC X(08).
001190 01  W-CODBCO-INF                PIC 9(03).
001200 01  W-MES-INF                   PIC 9(02).
001210 01  W-ANO-INF                   PIC 9(04).
001220 01  W-DATA-INF                  PIC 9(08).
001230 01  W-SEQ-INF                   PIC 9(05).
001240 01  W-ORIGEM-INF                PIC X(01).
001250 01  W-CODIGO-INF                PIC 9(04).
001260 01  W-DOCUMENTO-INF             PIC 9(08).
001270 01  W-TIPO-FOLHA-INF            PIC X(01).
001280 01  W-JUSTIFICATIVA             PIC X(30).
001290 01  W-HOJE-NUM                  PIC 9(08).
001300 01  W-QTDE-LISTADOS             PIC 9(05).
001310 01  W-QTDE-PENDENTES            PIC 9(05).
001320 01  W-QTDE-ITENS                PIC 9(05).
001330******************************************************************
001340*    LIQUIDACAO ESCOLHIDA PELO OPERADOR                           *
001350******************************************************************
001360 01  W-LIQUIDACAO.
001370     05  W-LIQ-ORIGEM            PIC X(01).
001380     05  W-LIQ-DOC               PIC X(20).
001390     05  W-LIQ-TIPO              PIC X(01).
001400     05  W-LIQ-VALOR             PIC 9(13)V99.
001410 01  W-CHAVE-TITULO.
001420     05  W-CT-CODIGO             PIC 9(04).
001430     05  W-CT-DOCUMENTO          PIC 9(08).
001440     05  FILLER                  PIC X(08) VALUE SPACES.
001450 01  W-CHAVE-FOLHA.
001460     05  W-CF-ANO                PIC 9(04).
001470     05  W-CF-MES                PIC 9(02).
001480     05  W-CF-TIPO               PIC X(01).
001490     05  FILLER                  PIC X(13) VALUE SPACES.
001500 01  W-CHAVE-CAIXA.
001510     05  W-CX-DATA.
001520         10  W-CX-ANO            PIC 9(04).
001530         10  W-CX-MES            PIC 9(02).
001540         10  W-CX-DIA            PIC 9(02).
001550     05  FILLER                  PIC X(12) VALUE SPACES.
001560******************************************************************
001570*    SITUACAO DA LINHA ANTES/DEPOIS PARA A TRILHA DE AUDITORIA    *
001580******************************************************************
001590 01  W-AUD-CONC.
001600     05  W-AUD-SITUACAO          PIC X(01).
001610     05  FILLER                  PIC X(01) VALUE SPACES.
001620     05  W-AUD-ORIGEM            PIC X(01).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  W-AUD-CHAVE-CONC        PIC X(20).
001650     05  FILLER                  PIC X(01) VALUE SPACES.
001660     05  W-AUD-VALOR             PIC 9(13)V99.
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  W-AUD-COMPLEMENTO       PIC X(30).
001690     05  FILLER                  PIC X(09) VALUE SPACES.
001700 01  W-AUD-CONC-ANTES            PIC X(80).
001710 01  W-VALOR-ED                  PIC ZZZZZZZZZZZZ9,99.
001720 01  W-VALOR-LIQ-ED              PIC ZZZZZZZZZZZZ9,99.
001730 LINKAGE SECTION.
001740 01  LK-OPERADOR                 PIC X(08).
001750 PROCEDURE DIVISION USING LK-OPERADOR.
001760******************************************************************
001770*    0000-MAINLINE                                                *
001780******************************************************************
001790 0000-MAINLINE.
001800     MOVE "V" TO GPR-ACAO.
001810     CALL "GER000" USING GER-PARAMETROS-AREA.
001820     IF NOT GPR-AMBIENTE-OK
001830         GOBACK.
001840     MOVE LK-OPERADOR TO W-OPERADOR.
001850     MOVE "N" TO W-FIM.
001860     PERFORM 2000-MENU THRU 2000-EXIT
001870         UNTIL W-FIM-SIM.
001880     GOBACK.
001890 2000-MENU.
001900     DISPLAY " ".
001910     DISPLAY "BCOMAN - CONCILIACAO BANCARIA".
001920     DISPLAY "1-LISTAR EXTRATO   2-CONCILIAR   3-DESFAZER".
001930     DISPLAY "5-CONTAS BANCARIAS   6-TAXAS DA ADQUIRENTE   9-FIM".
001940     ACCEPT W-OPCAO.
001950     EVALUATE W-OPCAO
001960         WHEN "1"
001970             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
001980         WHEN "2"
001990             PERFORM ROT-CONCILIAR THRU ROT-CONCILIAR-EXIT
002000         WHEN "3"
002010             PERFORM ROT-DESFAZER THRU ROT-DESFAZER-EXIT
002020         WHEN "5"
002030             CALL "BCOCAD" USING W-OPERADOR
002030         WHEN "6"
002030             CALL "ADQTAX" USING W-OPERADOR
002040         WHEN "9"
002050             MOVE "S" TO W-FIM
002060         WHEN OTHER
002070             DISPLAY "OPCAO INVALIDA"
002080     END-EVALUATE.
002090 2000-EXIT. EXIT.
002100******************************************************************
002110*    ROT-LISTAR - LINHAS DO EXTRATO DA CONTA NO MES, COM A        *
002120*    SITUACAO (P-PENDENTE, A-AUTOMATICA, M-MANUAL, X-SEM          *
002130*    CONTRAPARTIDA) E O QUE FOI CASADO                            *
002140******************************************************************
002150 ROT-LISTAR.
002160     DISPLAY "CODIGO DA CONTA BANCARIA =>".
002170     ACCEPT W-CODBCO-INF.
002180     DISPLAY "MES =>".
002190     ACCEPT W-MES-INF.
002200     DISPLAY "ANO (4 DIGITOS) =>".
002210     ACCEPT W-ANO-INF.
002220     OPEN INPUT EXTRATO.
002230     IF EXB-STATUS NOT = "00"
002240         DISPLAY "NENHUM EXTRATO IMPORTADO"
002250         GO TO ROT-LISTAR-EXIT.
002260     MOVE ZERO TO W-QTDE-LISTADOS W-QTDE-PENDENTES.
002270     MOVE W-CODBCO-INF TO EB-CODBCO.
002280     MOVE W-ANO-INF    TO EB-ANO.
002290     MOVE W-MES-INF    TO EB-MES.
002300     MOVE ZERO         TO EB-DIA EB-SEQ.
002310     MOVE "N" TO W-EOF.
002320     START EXTRATO KEY IS NOT LESS THAN EB-CHAVE
002330         INVALID KEY MOVE "S" TO W-EOF.
002340     PERFORM ROT-LISTAR-LER THRU ROT-LISTAR-LER-EXIT
002350         UNTIL W-EOF-SIM.
002360     CLOSE EXTRATO.
002370     DISPLAY "LINHAS: " W-QTDE-LISTADOS "  PENDENTES: "
002380             W-QTDE-PENDENTES.
002390 ROT-LISTAR-EXIT. EXIT.
002400 ROT-LISTAR-LER.
002410     READ EXTRATO NEXT RECORD
002420         AT END MOVE "S" TO W-EOF.
002430     IF W-EOF-SIM
002440         GO TO ROT-LISTAR-LER-EXIT.
002450     IF EB-CODBCO NOT = W-CODBCO-INF
002460         OR EB-ANO NOT = W-ANO-INF
002470         OR EB-MES NOT = W-MES-INF
002480         MOVE "S" TO W-EOF
002490         GO TO ROT-LISTAR-LER-EXIT.
002500     PERFORM ROT-EXIBIR-LINHA THRU ROT-EXIBIR-LINHA-EXIT.
002510     ADD 1 TO W-QTDE-LISTADOS.
002520     IF EB-PENDENTE
002530         ADD 1 TO W-QTDE-PENDENTES.
002540 ROT-LISTAR-LER-EXIT. EXIT.
002550 ROT-EXIBIR-LINHA.
002560     MOVE EB-VALOR TO W-VALOR-ED.
002570     DISPLAY EB-DATA "-" EB-SEQ " " EB-TIPO W-VALOR-ED " "
002580             EB-DOCUMENTO " " EB-HISTORICO " " EB-SITUACAO " "
002590             EB-ORIGEM-CONC " " EB-CHAVE-CONC.
002600 ROT-EXIBIR-LINHA-EXIT. EXIT.
002610******************************************************************
002620*    ROT-CONCILIAR - CASA UMA LINHA PENDENTE COM A LIQUIDACAO     *
002630*    INDICADA OU A MARCA COMO SEM CONTRAPARTIDA (ORIGEM X)        *
002640******************************************************************
002650 ROT-CONCILIAR.
002660     PERFORM ROT-LER-LINHA THRU ROT-LER-LINHA-EXIT.
002670     IF NOT W-DADOS-OK-SIM
002680         GO TO ROT-CONCILIAR-EXIT.
002690     IF NOT EB-PENDENTE
002700         DISPLAY "LINHA JA CONCILIADA - DESFACA ANTES (OPCAO 3)"
002710         CLOSE EXTRATO
002720         GO TO ROT-CONCILIAR-EXIT.
002730     DISPLAY "ORIGEM (R-RECEBER, P-PAGAR, F-FOLHA, C-CAIXA, "
002740             "X-SEM CONTRAPARTIDA) =>".
002750     ACCEPT W-ORIGEM-INF.
002760     MOVE "N" TO W-DADOS-OK.
002770     EVALUATE W-ORIGEM-INF
002780         WHEN "R" WHEN "r"
002790             PERFORM ROT-RECEBER THRU ROT-RECEBER-EXIT
002800         WHEN "P" WHEN "p"
002810             PERFORM ROT-PAGAR THRU ROT-PAGAR-EXIT
002820         WHEN "F" WHEN "f"
002830             PERFORM ROT-FOLHA THRU ROT-FOLHA-EXIT
002840         WHEN "C" WHEN "c"
002850             PERFORM ROT-CAIXA THRU ROT-CAIXA-EXIT
002860         WHEN "X" WHEN "x"
002870             PERFORM ROT-SEM-CONTRAPARTIDA
002880                 THRU ROT-SEM-CONTRAPARTIDA-EXIT
002890         WHEN OTHER
002900             DISPLAY "ORIGEM INVALIDA"
002910     END-EVALUATE.
002920     IF NOT W-DADOS-OK-SIM
002930         CLOSE EXTRATO
002940         GO TO ROT-CONCILIAR-EXIT.
002950     IF W-LIQ-ORIGEM NOT = "X"
002960         PERFORM ROT-VALIDAR-LIQUIDACAO
002970             THRU ROT-VALIDAR-LIQUIDACAO-EXIT
002980         IF NOT W-DADOS-OK-SIM
002990             CLOSE EXTRATO
003000             GO TO ROT-CONCILIAR-EXIT
003010         END-IF
003020     END-IF.
003030     DISPLAY "CONFIRMA A CONCILIACAO (S/N) ==>".
003040     ACCEPT W-CONF.
003050     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
003060         DISPLAY "OPERACAO CANCELADA"
003070         IF W-LIQ-ORIGEM NOT = "X"
003080             CLOSE CONCBCO
003090         END-IF
003100         CLOSE EXTRATO
003110         GO TO ROT-CONCILIAR-EXIT.
003120     ACCEPT W-HOJE-NUM FROM DATE YYYYMMDD.
003130     PERFORM ROT-MONTAR-AUD-CONC THRU ROT-MONTAR-AUD-CONC-EXIT.
003140     MOVE W-AUD-CONC TO W-AUD-CONC-ANTES.
003150     IF W-LIQ-ORIGEM NOT = "X"
003160         MOVE W-LIQ-ORIGEM TO CC-ORIGEM
003170         MOVE W-LIQ-DOC    TO CC-DOC
003180         MOVE EB-CODBCO    TO CC-CODBCO
003190         MOVE EB-DATA      TO CC-DATA-EXT
003200         MOVE EB-SEQ       TO CC-SEQ-EXT
003210         MOVE EB-VALOR     TO CC-VALOR
003220         MOVE "M"          TO CC-TIPO-CONC
003230         MOVE W-OPERADOR   TO CC-OPERADOR
003240         MOVE W-HOJE-NUM   TO CC-DATA-CONC
003250         WRITE REGCCB
003260             INVALID KEY
003270                 DISPLAY "LIQUIDACAO JA CONCILIADA COM OUTRA "
003280                         "LINHA"
003290                 CLOSE CONCBCO EXTRATO
003300                 GO TO ROT-CONCILIAR-EXIT
003310         END-WRITE
003320         CLOSE CONCBCO
003330         MOVE "M" TO EB-SITUACAO
003340     ELSE
003350         MOVE "X" TO EB-SITUACAO
003360     END-IF.
003370     MOVE W-LIQ-ORIGEM TO EB-ORIGEM-CONC.
003380     MOVE W-LIQ-DOC    TO EB-CHAVE-CONC.
003390     MOVE W-OPERADOR   TO EB-OPERADOR.
003400     MOVE W-HOJE-NUM   TO EB-DATA-CONC.
003410     REWRITE REGEXB
003420         INVALID KEY
003430             DISPLAY "ERRO NA REGRAVACAO DO EXTRATO: " EXB-STATUS
003440             CLOSE EXTRATO
003450             GO TO ROT-CONCILIAR-EXIT.
003460     PERFORM ROT-MONTAR-AUD-CONC THRU ROT-MONTAR-AUD-CONC-EXIT.
003470     MOVE "A" TO AUD-OPERACAO.
003480     PERFORM ROT-GRAVAR-AUDITORIA
003490         THRU ROT-GRAVAR-AUDITORIA-EXIT.
003500     CLOSE EXTRATO.
003510     DISPLAY "LINHA CONCILIADA".
003520 ROT-CONCILIAR-EXIT. EXIT.
003530******************************************************************
003540*    ROT-LER-LINHA - PEDE CONTA, DATA E SEQUENCIA E LE A LINHA DO *
003550*    EXTRATO COM O ARQUIVO ABERTO PARA ATUALIZACAO                *
003560******************************************************************
003570 ROT-LER-LINHA.
003580     MOVE "N" TO W-DADOS-OK.
003590     DISPLAY "CODIGO DA CONTA BANCARIA =>".
003600     ACCEPT W-CODBCO-INF.
003610     DISPLAY "DATA DA LINHA (AAAAMMDD) =>".
003620     ACCEPT W-DATA-INF.
003630     DISPLAY "SEQUENCIA DA LINHA NO DIA =>".
003640     ACCEPT W-SEQ-INF.
003650     OPEN I-O EXTRATO.
003660     IF EXB-STATUS NOT = "00"
003670         DISPLAY "NENHUM EXTRATO IMPORTADO"
003680         GO TO ROT-LER-LINHA-EXIT.
003690     MOVE W-CODBCO-INF TO EB-CODBCO.
003700     MOVE W-DATA-INF   TO EB-DATA.
003710     MOVE W-SEQ-INF    TO EB-SEQ.
003720     READ EXTRATO
003730         INVALID KEY
003740             DISPLAY "LINHA NAO ENCONTRADA NO EXTRATO"
003750             CLOSE EXTRATO
003760             GO TO ROT-LER-LINHA-EXIT.
003770     PERFORM ROT-EXIBIR-LINHA THRU ROT-EXIBIR-LINHA-EXIT.
003780     MOVE "S" TO W-DADOS-OK.
003790 ROT-LER-LINHA-EXIT. EXIT.
003800******************************************************************
003810*    ROT-RECEBER - TITULO DO CONTAS A RECEBER, JA BAIXADO         *
003820******************************************************************
003830 ROT-RECEBER.
003840     DISPLAY "CODIGO DO CLIENTE =>".
003850     ACCEPT W-CODIGO-INF.
003860     DISPLAY "NUMERO DO DOCUMENTO =>".
003870     ACCEPT W-DOCUMENTO-INF.
003880     OPEN INPUT CRECEBER.
003890     IF CRC-STATUS NOT = "00"
003900         DISPLAY "CONTAS A RECEBER (CRECEBER) NAO EXISTE"
003910         GO TO ROT-RECEBER-EXIT.
003920     MOVE W-CODIGO-INF    TO CR-CODCLI.
003930     MOVE W-DOCUMENTO-INF TO CR-DOCUMENTO.
003940     READ CRECEBER
003950         INVALID KEY
003960             DISPLAY "TITULO NAO ENCONTRADO"
003970             CLOSE CRECEBER
003980             GO TO ROT-RECEBER-EXIT.
003990     CLOSE CRECEBER.
004000     IF NOT CR-PAGO-SIM
004010         DISPLAY "TITULO AINDA NAO FOI BAIXADO"
004020         GO TO ROT-RECEBER-EXIT.
004030     MOVE W-CODIGO-INF    TO W-CT-CODIGO.
004040     MOVE W-DOCUMENTO-INF TO W-CT-DOCUMENTO.
004050     MOVE "R"             TO W-LIQ-ORIGEM.
004060     MOVE W-CHAVE-TITULO  TO W-LIQ-DOC.
004070     MOVE "C"             TO W-LIQ-TIPO.
004080     MOVE CR-VALOR        TO W-LIQ-VALOR.
004090     DISPLAY "BAIXADO EM " CR-PAG-DIA "/" CR-PAG-MES "/"
004100             CR-PAG-ANO.
004110     MOVE "S" TO W-DADOS-OK.
004120 ROT-RECEBER-EXIT. EXIT.
004130******************************************************************
004140*    ROT-PAGAR - TITULO DO CONTAS A PAGAR, JA LIQUIDADO (PELO     *
004150*    LIQUIDO DAS RETENCOES)                                       *
004160******************************************************************
004170 ROT-PAGAR.
004180     DISPLAY "CODIGO DO FORNECEDOR =>".
004190     ACCEPT W-CODIGO-INF.
004200     DISPLAY "NUMERO DO DOCUMENTO =>".
004210     ACCEPT W-DOCUMENTO-INF.
004220     OPEN INPUT CPAGAR.
004230     IF CPG-STATUS NOT = "00"
004240         DISPLAY "CONTAS A PAGAR (CPAGAR) NAO EXISTE"
004250         GO TO ROT-PAGAR-EXIT.
004260     MOVE W-CODIGO-INF    TO CP-CODFORN.
004270     MOVE W-DOCUMENTO-INF TO CP-DOCUMENTO.
004280     READ CPAGAR
004290         INVALID KEY
004300             DISPLAY "TITULO NAO ENCONTRADO"
004310             CLOSE CPAGAR
004320             GO TO ROT-PAGAR-EXIT.
004330     CLOSE CPAGAR.
004340     IF NOT CP-PAGO-SIM
004350         DISPLAY "TITULO AINDA NAO FOI LIQUIDADO"
004360         GO TO ROT-PAGAR-EXIT.
004370     MOVE W-CODIGO-INF    TO W-CT-CODIGO.
004380     MOVE W-DOCUMENTO-INF TO W-CT-DOCUMENTO.
004390     MOVE "P"             TO W-LIQ-ORIGEM.
004400     MOVE W-CHAVE-TITULO  TO W-LIQ-DOC.
004410     MOVE "D"             TO W-LIQ-TIPO.
004420     IF CP-VALOR-LIQUIDO IS NUMERIC
004430         AND CP-VALOR-LIQUIDO > ZERO
004440         MOVE CP-VALOR-LIQUIDO TO W-LIQ-VALOR
004450     ELSE
004460         MOVE CP-VALOR TO W-LIQ-VALOR.
004470     DISPLAY "LIQUIDADO EM " CP-PAG-DIA "/" CP-PAG-MES "/"
004480             CP-PAG-ANO.
004490     MOVE "S" TO W-DADOS-OK.
004500 ROT-PAGAR-EXIT. EXIT.
004510******************************************************************
004520*    ROT-FOLHA - REMESSA DE SALARIOS DE UMA COMPETENCIA E TIPO    *
004530*    (M-MENSAL, T-13O, A-ADIANTAMENTO): LIQUIDO DE QUEM TEM BANCO *
004530*    NO CADFUNC                                                   *
004540******************************************************************
004550 ROT-FOLHA.
004560     DISPLAY "COMPETENCIA - MES =>".
004570     ACCEPT W-MES-INF.
004580     DISPLAY "COMPETENCIA - ANO (4 DIGITOS) =>".
004590     ACCEPT W-ANO-INF.
004600     DISPLAY "TIPO DA FOLHA (M-MENSAL, T-13O, A-ADIANT,"
004600             " D-DIFER) =>".
004610     ACCEPT W-TIPO-FOLHA-INF.
004620     IF W-TIPO-FOLHA-INF = "m"
004630         MOVE "M" TO W-TIPO-FOLHA-INF.
004640     IF W-TIPO-FOLHA-INF = "t"
004650         MOVE "T" TO W-TIPO-FOLHA-INF.
004650     IF W-TIPO-FOLHA-INF = "a"
004650         MOVE "A" TO W-TIPO-FOLHA-INF.
004650     IF W-TIPO-FOLHA-INF = "d"
004650         MOVE "D" TO W-TIPO-FOLHA-INF.
004660     IF W-TIPO-FOLHA-INF NOT = "M" AND W-TIPO-FOLHA-INF NOT = "T"
004660         AND W-TIPO-FOLHA-INF NOT = "A"
004660         AND W-TIPO-FOLHA-INF NOT = "D"
004670         DISPLAY "TIPO DE FOLHA INVALIDO"
004680         GO TO ROT-FOLHA-EXIT.
004690     OPEN INPUT FOPAGTO.
004700     IF PAG-STATUS NOT = "00"
004710         DISPLAY "FOLHA (FOPAGTO) NAO EXISTE"
004720         GO TO ROT-FOLHA-EXIT.
004730     OPEN INPUT CADFUNC.
004740     IF FUNC-STATUS NOT = "00"
004750         DISPLAY "CADASTRO DE FUNCIONARIOS (CADFUNC) NAO EXISTE"
004760         CLOSE FOPAGTO
004770         GO TO ROT-FOLHA-EXIT.
004780     MOVE ZERO TO W-LIQ-VALOR W-QTDE-ITENS.
004790     MOVE "N" TO W-EOF.
004800     PERFORM ROT-FOLHA-LER THRU ROT-FOLHA-LER-EXIT
004810         UNTIL W-EOF-SIM.
004820     CLOSE FOPAGTO CADFUNC.
004830     IF W-QTDE-ITENS = ZERO
004840         DISPLAY "NENHUM CREDITO EM CONTA NESSA FOLHA"
004850         GO TO ROT-FOLHA-EXIT.
004860     MOVE W-ANO-INF        TO W-CF-ANO.
004870     MOVE W-MES-INF        TO W-CF-MES.
004880     MOVE W-TIPO-FOLHA-INF TO W-CF-TIPO.
004890     MOVE "F"              TO W-LIQ-ORIGEM.
004900     MOVE W-CHAVE-FOLHA    TO W-LIQ-DOC.
004910     MOVE "D"              TO W-LIQ-TIPO.
004920     DISPLAY "FUNCIONARIOS NA REMESSA: " W-QTDE-ITENS.
004930     MOVE "S" TO W-DADOS-OK.
004940 ROT-FOLHA-EXIT. EXIT.
004950 ROT-FOLHA-LER.
004960     READ FOPAGTO
004970         AT END MOVE "S" TO W-EOF.
004980     IF W-EOF-SIM
004990         GO TO ROT-FOLHA-LER-EXIT.
005000     IF PAG-COMP-ANO NOT = W-ANO-INF
005010         OR PAG-COMP-MES NOT = W-MES-INF
005020         OR PAG-TIPO-FOLHA NOT = W-TIPO-FOLHA-INF
005030         GO TO ROT-FOLHA-LER-EXIT.
005040     MOVE PAG-CODFUNC TO CODFUNC.
005050     READ CADFUNC
005060         INVALID KEY
005070             GO TO ROT-FOLHA-LER-EXIT.
005080     IF BANCOFUNC = ZERO
005090         GO TO ROT-FOLHA-LER-EXIT.
005100     ADD PAG-LIQUIDO TO W-LIQ-VALOR.
005110     ADD 1 TO W-QTDE-ITENS.
005120 ROT-FOLHA-LER-EXIT. EXIT.
005130******************************************************************
005140*    ROT-CAIXA - DINHEIRO RECEBIDO NO CAIXA EM UM DIA (DEPOSITO)  *
005150******************************************************************
005160 ROT-CAIXA.
005170     DISPLAY "DATA DO MOVIMENTO DO CAIXA (AAAAMMDD) =>".
005180     ACCEPT W-CX-DATA.
005190     OPEN INPUT CAIXAMOV.
005200     IF CXM-STATUS NOT = "00"
005210         DISPLAY "MOVIMENTO DO CAIXA (CAIXAMOV) NAO EXISTE"
005220         GO TO ROT-CAIXA-EXIT.
005230     MOVE ZERO TO W-LIQ-VALOR W-QTDE-ITENS.
005240     MOVE "N" TO W-EOF.
005250     PERFORM ROT-CAIXA-LER THRU ROT-CAIXA-LER-EXIT
005260         UNTIL W-EOF-SIM.
005270     CLOSE CAIXAMOV.
005280     IF W-QTDE-ITENS = ZERO
005290         DISPLAY "NENHUM RECEBIMENTO EM DINHEIRO NESSE DIA"
005300         GO TO ROT-CAIXA-EXIT.
005310     MOVE "C"           TO W-LIQ-ORIGEM.
005320     MOVE W-CHAVE-CAIXA TO W-LIQ-DOC.
005330     MOVE "C"           TO W-LIQ-TIPO.
005340     DISPLAY "RECEBIMENTOS EM DINHEIRO NO DIA: " W-QTDE-ITENS.
005350     MOVE "S" TO W-DADOS-OK.
005360 ROT-CAIXA-EXIT. EXIT.
005370 ROT-CAIXA-LER.
005380     READ CAIXAMOV
005390         AT END MOVE "S" TO W-EOF.
005400     IF W-EOF-SIM
005410         GO TO ROT-CAIXA-LER-EXIT.
005420     IF NOT CX-DINHEIRO
005430         OR CX-ANO NOT = W-CX-ANO
005440         OR CX-MES NOT = W-CX-MES
005450         OR CX-DIA NOT = W-CX-DIA
005460         GO TO ROT-CAIXA-LER-EXIT.
005470     ADD CX-VALOR TO W-LIQ-VALOR.
005480     ADD 1 TO W-QTDE-ITENS.
005490 ROT-CAIXA-LER-EXIT. EXIT.
005500******************************************************************
005510*    ROT-SEM-CONTRAPARTIDA - TARIFA, JUROS, ESTORNO E OUTROS      *
005520*    LANCAMENTOS SO DO BANCO; A JUSTIFICATIVA E OBRIGATORIA E     *
005530*    FICA NA LINHA DO EXTRATO E NA TRILHA                         *
005540******************************************************************
005550 ROT-SEM-CONTRAPARTIDA.
005560     DISPLAY "JUSTIFICATIVA =>".
005570     MOVE SPACES TO W-JUSTIFICATIVA.
005580     ACCEPT W-JUSTIFICATIVA.
005590     IF W-JUSTIFICATIVA = SPACES
005600         DISPLAY "JUSTIFICATIVA E OBRIGATORIA"
005610         GO TO ROT-SEM-CONTRAPARTIDA-EXIT.
005620     MOVE "X"             TO W-LIQ-ORIGEM.
005630     MOVE W-JUSTIFICATIVA TO W-LIQ-DOC.
005640     MOVE EB-TIPO         TO W-LIQ-TIPO.
005650     MOVE EB-VALOR        TO W-LIQ-VALOR.
005660     MOVE "S" TO W-DADOS-OK.
005670 ROT-SEM-CONTRAPARTIDA-EXIT. EXIT.
005680******************************************************************
005690*    ROT-VALIDAR-LIQUIDACAO - SENTIDO IGUAL AO DA LINHA, AINDA    *
005700*    NAO CONCILIADA (CONCBCO FICA ABERTO PARA A GRAVACAO) E       *
005710*    CONFIRMACAO QUANDO O VALOR DIFERE                            *
005720******************************************************************
005730 ROT-VALIDAR-LIQUIDACAO.
005740     MOVE "N" TO W-DADOS-OK.
005750     IF W-LIQ-TIPO NOT = EB-TIPO
005760         DISPLAY "LIQUIDACAO NO SENTIDO CONTRARIO AO DA LINHA"
005770         GO TO ROT-VALIDAR-LIQUIDACAO-EXIT.
005780     OPEN I-O CONCBCO.
005790     IF CCB-STATUS = "35"
005800         OPEN OUTPUT CONCBCO
005810         CLOSE CONCBCO
005820         OPEN I-O CONCBCO.
005830     MOVE W-LIQ-ORIGEM TO CC-ORIGEM.
005840     MOVE W-LIQ-DOC    TO CC-DOC.
005850     READ CONCBCO
005860         INVALID KEY
005870             CONTINUE
005880         NOT INVALID KEY
005890             DISPLAY "LIQUIDACAO JA CONCILIADA COM A LINHA "
005900                     CC-CODBCO " " CC-DATA-EXT "-" CC-SEQ-EXT
005910             CLOSE CONCBCO
005920             GO TO ROT-VALIDAR-LIQUIDACAO-EXIT.
005930     MOVE W-LIQ-VALOR TO W-VALOR-LIQ-ED.
005940     DISPLAY "VALOR DA LIQUIDACAO: " W-VALOR-LIQ-ED.
005950     IF W-LIQ-VALOR NOT = EB-VALOR
005960         MOVE EB-VALOR TO W-VALOR-ED
005970         DISPLAY "*** DIFERE DO EXTRATO: " W-VALOR-ED " ***"
005980         DISPLAY "CONCILIAR ASSIM MESMO (S/N) ==>"
005990         ACCEPT W-CONF
006000         IF W-CONF NOT = "S" AND W-CONF NOT = "s"
006010             DISPLAY "OPERACAO CANCELADA"
006020             CLOSE CONCBCO
006030             GO TO ROT-VALIDAR-LIQUIDACAO-EXIT
006040         END-IF
006050     END-IF.
006060     MOVE "S" TO W-DADOS-OK.
006070 ROT-VALIDAR-LIQUIDACAO-EXIT. EXIT.
006080******************************************************************
006090*    ROT-DESFAZER - DEVOLVE A LINHA A PENDENTE E APAGA O          *
006100*    CASAMENTO DO CONCBCO (AUTOMATICO OU MANUAL)                  *
006110******************************************************************
006120 ROT-DESFAZER.
006130     PERFORM ROT-LER-LINHA THRU ROT-LER-LINHA-EXIT.
006140     IF NOT W-DADOS-OK-SIM
006150         GO TO ROT-DESFAZER-EXIT.
006160     IF EB-PENDENTE
006170         DISPLAY "LINHA NAO ESTA CONCILIADA"
006180         CLOSE EXTRATO
006190         GO TO ROT-DESFAZER-EXIT.
006200     DISPLAY "CONFIRMA DESFAZER A CONCILIACAO (S/N) ==>".
006210     ACCEPT W-CONF.
006220     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
006230         DISPLAY "OPERACAO CANCELADA"
006240         CLOSE EXTRATO
006250         GO TO ROT-DESFAZER-EXIT.
006260     MOVE EB-ORIGEM-CONC TO W-LIQ-ORIGEM.
006270     MOVE EB-CHAVE-CONC  TO W-LIQ-DOC.
006280     MOVE EB-VALOR       TO W-LIQ-VALOR.
006280     MOVE EB-CHAVE-CONC  TO W-JUSTIFICATIVA.
006290     PERFORM ROT-MONTAR-AUD-CONC THRU ROT-MONTAR-AUD-CONC-EXIT.
006300     MOVE W-AUD-CONC TO W-AUD-CONC-ANTES.
006310     IF NOT EB-SEM-CONTRAPARTIDA
006320         OPEN I-O CONCBCO
006330         IF CCB-STATUS = "00"
006340             MOVE EB-ORIGEM-CONC TO CC-ORIGEM
006350             MOVE EB-CHAVE-CONC  TO CC-DOC
006360             DELETE CONCBCO
006370                 INVALID KEY
006380                     DISPLAY "CASAMENTO NAO ESTAVA NO CONCBCO"
006390             END-DELETE
006400             CLOSE CONCBCO
006410         END-IF
006420     END-IF.
006430     MOVE "P"    TO EB-SITUACAO.
006440     MOVE SPACES TO EB-ORIGEM-CONC EB-CHAVE-CONC.
006450     MOVE W-OPERADOR TO EB-OPERADOR.
006460     ACCEPT EB-DATA-CONC FROM DATE YYYYMMDD.
006470     REWRITE REGEXB
006480         INVALID KEY
006490             DISPLAY "ERRO NA REGRAVACAO DO EXTRATO: " EXB-STATUS
006500             CLOSE EXTRATO
006510             GO TO ROT-DESFAZER-EXIT.
006520     MOVE SPACES TO W-LIQ-ORIGEM W-LIQ-DOC.
006530     PERFORM ROT-MONTAR-AUD-CONC THRU ROT-MONTAR-AUD-CONC-EXIT.
006540     MOVE "D" TO AUD-OPERACAO.
006550     PERFORM ROT-GRAVAR-AUDITORIA
006560         THRU ROT-GRAVAR-AUDITORIA-EXIT.
006570     CLOSE EXTRATO.
006580     DISPLAY "CONCILIACAO DESFEITA - LINHA PENDENTE".
006590 ROT-DESFAZER-EXIT. EXIT.
006600******************************************************************
006610*    ROT-MONTAR-AUD-CONC - SITUACAO DA LINHA E O CASAMENTO, NO    *
006620*    FORMATO DA TRILHA                                            *
006630******************************************************************
006640 ROT-MONTAR-AUD-CONC.
006650     MOVE EB-SITUACAO    TO W-AUD-SITUACAO.
006660     MOVE EB-ORIGEM-CONC TO W-AUD-ORIGEM.
006670     MOVE EB-CHAVE-CONC  TO W-AUD-CHAVE-CONC.
006680     MOVE W-LIQ-VALOR    TO W-AUD-VALOR.
006690     MOVE SPACES         TO W-AUD-COMPLEMENTO.
006700     IF EB-SEM-CONTRAPARTIDA
006710         MOVE W-JUSTIFICATIVA TO W-AUD-COMPLEMENTO
006720     ELSE
006730         MOVE EB-HISTORICO TO W-AUD-COMPLEMENTO.
006740 ROT-MONTAR-AUD-CONC-EXIT. EXIT.
006750******************************************************************
006760*    ROT-GRAVAR-AUDITORIA - APENSA A TRILHA DE AUDITORIA FAUDIT   *
006770*    (AUD-OPERACAO JA MONTADA PELO CHAMADOR)                      *
006780******************************************************************
006790 ROT-GRAVAR-AUDITORIA.
006800     MOVE "BCOMAN"   TO AUD-PROGRAMA.
006810     MOVE "EXTRATO"  TO AUD-ARQUIVO.
006820     MOVE W-OPERADOR TO AUD-OPERADOR.
006830     MOVE EB-CHAVE   TO AUD-CHAVE.
006840     MOVE W-AUD-CONC-ANTES TO AUD-ANTES.
006850     MOVE W-AUD-CONC TO AUD-DEPOIS.
006860     ACCEPT AUD-DATA FROM DATE.
006870     ACCEPT AUD-HORA FROM TIME.
006880     OPEN EXTEND FAUDIT.
006890     IF AUD-STATUS = "35"
006900         OPEN OUTPUT FAUDIT
006910         CLOSE FAUDIT
006920         OPEN EXTEND FAUDIT.
006930     WRITE REG-FAUDIT FROM REG-AUDITLOG.
006940     CLOSE FAUDIT.
006940     MOVE REG-AUDITLOG TO AUX-REGISTRO.
006940     MOVE "G" TO AUX-ACAO.
006940     CALL "AUX000" USING AUX-PARAMETROS-AREA.
006950 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
