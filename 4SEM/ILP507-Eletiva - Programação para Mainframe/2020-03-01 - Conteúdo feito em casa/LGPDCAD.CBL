000010******************************************************************
000020* PROGRAM-ID : LGPDCAD                                           *
000030* AUTHOR     : BRUNO HARNIK                                      *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME            *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070* PURPOSE    : LIVRO DE SOLICITACOES DE TITULARES DE DADOS       *
000080*              PESSOAIS (LGPD) NO LGPDSOL - REGISTRO DA          *
000090*              SOLICITACAO (ACESSO, CORRECAO, ELIMINACAO OU      *
000100*              OPOSICAO) COM O PRAZO DE 15 DIAS, RESPOSTA OU     *
000110*              INDEFERIMENTO, CONSULTA E LISTA DAS PENDENTES     *
000120*              (COM AS VENCIDAS MARCADAS). O RELATORIO DE TUDO O *
000130*              QUE HA SOBRE O TITULAR SAI PELO LGPDREL, QUE      *
000140*              ANOTA NA SOLICITACAO A DATA E O SPOOL; A          *
000150*              ELIMINACAO DE FUNCIONARIO DESLIGADO SO ACONTECE   *
000160*              PELO LGPDANON, DEPOIS DA RETENCAO LEGAL. A TRILHA *
000170*              FAUDIT RECEBE A MOVIMENTACAO DA SOLICITACAO SEM O *
000180*              NOME E O CPF DO TITULAR.                          *
000190*-----------------------------------------------------------------
000200* HISTORICO DE ALTERACOES                                        *
000210* DATA       INICIAIS  DESCRICAO                                 *
000220* 2026-10-15 BH        VERSAO INICIAL                            *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. LGPDCAD.
000260 AUTHOR. BRUNO HARNIK.
000270 INSTALLATION. FATEC.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT LGPDSOL ASSIGN TO "LGPDSOL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LG-NUMERO
000400         FILE STATUS IS LGP-STATUS.
000410     SELECT FAUDIT ASSIGN TO "FAUDIT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS AUD-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  LGPDSOL
000470     LABEL RECORDS ARE STANDARD.
000480     COPY REGLGP.
000490 FD  FAUDIT
000500     LABEL RECORDS ARE STANDARD.
000510 01  REG-FAUDIT                  PIC X(233).
000520 WORKING-STORAGE SECTION.
000530 01  LGP-STATUS                  PIC X(02).
000540 01  AUD-STATUS                  PIC X(02).
000550 COPY GERPARM.
000560 COPY AUXPARM.
000570 COPY NUMPARM.
000580 COPY AUDITLOG.
000590 01  W-SWITCHES.
000600     05  W-FIM                   PIC X(01) VALUE "N".
000610         88  W-FIM-SIM           VALUE "S".
000620     05  W-EOF                   PIC X(01).
000630         88  W-EOF-SIM           VALUE "S".
000640     05  W-DADOS-OK              PIC X(01).
000650         88  W-DADOS-OK-SIM      VALUE "S".
000660     05  W-SO-PENDENTES          PIC X(01).
000670         88  W-SO-PENDENTES-SIM  VALUE "S".
000680 01  W-OPCAO                     PIC X(01).
000690 01  W-CONF                      PIC X(01).
000700 01  W-OPERADOR                  PIC X(08).
000710 01  W-NUMERO-INF                PIC 9(08).
000720 01  W-QTDE-LISTADAS             PIC 9(05).
000730 01  W-QTDE-VENCIDAS             PIC 9(05).
000740 01  W-IDX                       PIC 9(04) COMP.
000750 01  W-HOJE                      PIC 9(08).
000760 01  W-SITUACAO-INF              PIC X(01).
000770 01  W-MARCA-PRAZO               PIC X(08).
000780******************************************************************
000790*    DATA DE TRABALHO DO CALCULO DO PRAZO (AAAAMMDD)             *
000800******************************************************************
000810 01  W-DATA-CALC                 PIC 9(08).
000820 01  W-DATA-CALC-R REDEFINES W-DATA-CALC.
000830     05  W-DC-ANO                PIC 9(04).
000840     05  W-DC-MES                PIC 9(02).
000850     05  W-DC-DIA                PIC 9(02).
000860 01  W-DIAS-NO-MES               PIC 9(02).
000870 01  W-QUOC                      PIC 9(04).
000880 01  W-RESTO-4                   PIC 9(04).
000890 01  W-RESTO-100                 PIC 9(04).
000900 01  W-RESTO-400                 PIC 9(04).
000910******************************************************************
000920*    IMAGEM DA SOLICITACAO PARA A TRILHA: SO O CONTROLE, SEM O   *
000930*    NOME E O CPF DO TITULAR                                     *
000940******************************************************************
000950 01  W-IMAGEM-AUD.
000960     05  WI-NUMERO               PIC 9(08).
000970     05  WI-DATA-ABERTURA        PIC 9(08).
000980     05  WI-PRAZO                PIC 9(08).
000990     05  WI-TIPO                 PIC X(01).
001000     05  WI-CANAL                PIC X(01).
001010     05  WI-SITUACAO             PIC X(01).
001020     05  WI-OPERADOR             PIC X(08).
001030     05  WI-DATA-RELATORIO       PIC 9(08).
001040     05  WI-SPOOL-RELATORIO      PIC 9(06).
001050     05  WI-DATA-RESPOSTA        PIC 9(08).
001060     05  WI-OPER-RESPOSTA        PIC X(08).
001070 01  W-IMAGEM-ANTES              PIC X(80).
001080 LINKAGE SECTION.
001090 01  LK-OPERADOR                 PIC X(08).
001100 PROCEDURE DIVISION USING LK-OPERADOR.
001110******************************************************************
001120*    0000-MAINLINE                                               *
001130******************************************************************
001140 0000-MAINLINE.
001150     MOVE "V" TO GPR-ACAO.
001160     CALL "GER000" USING GER-PARAMETROS-AREA.
001170     IF NOT GPR-AMBIENTE-OK
001180         GOBACK.
001190     MOVE LK-OPERADOR TO W-OPERADOR.
001200     MOVE "N" TO W-FIM.
001210     PERFORM 2000-MENU THRU 2000-EXIT
001220         UNTIL W-FIM-SIM.
001230     GOBACK.
001240 2000-MENU.
001250     ACCEPT W-HOJE FROM DATE YYYYMMDD.
001260     DISPLAY " ".
001270     DISPLAY "LGPDCAD - SOLICITACOES DE TITULARES (LGPD)".
001280     DISPLAY "1-REGISTRAR   2-RESPONDER/INDEFERIR   3-CONSULTAR".
001290     DISPLAY "4-LISTAR PENDENTES   5-LISTAR TODAS   9-FIM".
001300     ACCEPT W-OPCAO.
001310     EVALUATE W-OPCAO
001320         WHEN "1"
001330             PERFORM ROT-REGISTRAR THRU ROT-REGISTRAR-EXIT
001340         WHEN "2"
001350             PERFORM ROT-RESPONDER THRU ROT-RESPONDER-EXIT
001360         WHEN "3"
001370             PERFORM ROT-CONSULTAR THRU ROT-CONSULTAR-EXIT
001380         WHEN "4"
001390             MOVE "S" TO W-SO-PENDENTES
001400             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
001410         WHEN "5"
001420             MOVE "N" TO W-SO-PENDENTES
001430             PERFORM ROT-LISTAR THRU ROT-LISTAR-EXIT
001440         WHEN "9"
001450             MOVE "S" TO W-FIM
001460         WHEN OTHER
001470             DISPLAY "OPCAO INVALIDA"
001480     END-EVALUATE.
001490 2000-EXIT. EXIT.
001500******************************************************************
001510*    ROT-REGISTRAR - SOLICITACAO NOVA: TITULAR (NOME E/OU CPF),  *
001520*    TIPO E CANAL; NUMERO DA NUM000 E PRAZO DE 15 DIAS CORRIDOS  *
001530******************************************************************
001540 ROT-REGISTRAR.
001550     MOVE SPACES TO REGLGP.
001560     MOVE ZEROS TO LG-TITULAR-CPF.
001570     DISPLAY "NOME DO TITULAR =>".
001580     ACCEPT LG-TITULAR-NOME.
001590     DISPLAY "CPF DO TITULAR (SO NUMEROS, 0 = NAO INFORMADO) =>".
001600     ACCEPT LG-TITULAR-CPF.
001610     IF LG-TITULAR-CPF NOT NUMERIC
001620         DISPLAY "CPF INVALIDO"
001630         GO TO ROT-REGISTRAR-EXIT.
001640     IF LG-TITULAR-NOME = SPACES AND LG-TITULAR-CPF = ZERO
001650         DISPLAY "INFORME O NOME OU O CPF DO TITULAR"
001660         GO TO ROT-REGISTRAR-EXIT.
001670     DISPLAY "TIPO (A-ACESSO C-CORRECAO E-ELIMINACAO O-OPOSICAO)".
001680     DISPLAY "=>".
001690     ACCEPT LG-TIPO.
001700     IF NOT LG-TIPO-VALIDO
001710         DISPLAY "TIPO INVALIDO"
001720         GO TO ROT-REGISTRAR-EXIT.
001730     DISPLAY "CANAL (E-EMAIL C-CARTA P-PRESENCIAL T-TELEFONE) =>".
001740     ACCEPT LG-CANAL.
001750     IF NOT LG-CANAL-VALIDO
001760         DISPLAY "CANAL INVALIDO"
001770         GO TO ROT-REGISTRAR-EXIT.
001780     DISPLAY "OBSERVACAO =>".
001790     ACCEPT LG-OBSERVACAO.
001800     DISPLAY "CONFIRMA O REGISTRO (S/N) ==>".
001810     ACCEPT W-CONF.
001820     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
001830         DISPLAY "OPERACAO CANCELADA"
001840         GO TO ROT-REGISTRAR-EXIT.
001850     PERFORM ROT-ABRIR THRU ROT-ABRIR-EXIT.
001860     IF LGP-STATUS NOT = "00"
001870         DISPLAY "ERRO NA ABERTURA DO LGPDSOL: " LGP-STATUS
001880         GO TO ROT-REGISTRAR-EXIT.
001890     MOVE "LG" TO NUM-TIPO.
001900     MOVE "1"  TO NUM-SERIE.
001910     CALL "NUM000" USING NUM-PARAMETROS-AREA.
001920     MOVE NUM-NUMERO TO LG-NUMERO.
001930     MOVE W-HOJE TO LG-DATA-ABERTURA.
001940     MOVE W-HOJE TO W-DATA-CALC.
001950     PERFORM ROT-DIA-SEGUINTE THRU ROT-DIA-SEGUINTE-EXIT
001960         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 15.
001970     MOVE W-DATA-CALC TO LG-PRAZO.
001980     MOVE "A"         TO LG-SITUACAO.
001990     MOVE W-OPERADOR  TO LG-OPERADOR.
002000     MOVE ZEROS       TO LG-DATA-RELATORIO.
002010     MOVE ZEROS       TO LG-SPOOL-RELATORIO.
002020     MOVE ZEROS       TO LG-DATA-RESPOSTA.
002030     MOVE SPACES      TO LG-OPER-RESPOSTA.
002040     WRITE REGLGP
002050         INVALID KEY
002060             DISPLAY "ERRO NA GRAVACAO DO LGPDSOL: " LGP-STATUS
002070             CLOSE LGPDSOL
002080             GO TO ROT-REGISTRAR-EXIT.
002090     MOVE "I" TO AUD-OPERACAO.
002100     MOVE SPACES TO AUD-ANTES.
002110     PERFORM ROT-MONTAR-IMAGEM THRU ROT-MONTAR-IMAGEM-EXIT.
002120     MOVE W-IMAGEM-AUD TO AUD-DEPOIS.
002130     PERFORM ROT-GRAVAR-AUDITORIA
002140         THRU ROT-GRAVAR-AUDITORIA-EXIT.
002150     CLOSE LGPDSOL.
002160     DISPLAY "SOLICITACAO " LG-NUMERO " REGISTRADA - PRAZO "
002170             LG-PRAZO.
002180     IF LG-TIPO-ACESSO
002190         DISPLAY "GERAR O RELATORIO DO TITULAR PELO LGPDREL".
002200 ROT-REGISTRAR-EXIT. EXIT.
002210******************************************************************
002220*    ROT-RESPONDER - FECHA A SOLICITACAO ABERTA COMO RESPONDIDA  *
002230*    OU INDEFERIDA (O MOTIVO VAI NA OBSERVACAO). PEDIDO DE ACESSO*
002240*    SEM O RELATORIO DO LGPDREL PEDE CONFIRMACAO                 *
002250******************************************************************
002260 ROT-RESPONDER.
002270     DISPLAY "NUMERO DA SOLICITACAO =>".
002280     ACCEPT W-NUMERO-INF.
002290     OPEN I-O LGPDSOL.
002300     IF LGP-STATUS NOT = "00"
002310         DISPLAY "NENHUMA SOLICITACAO REGISTRADA"
002320         GO TO ROT-RESPONDER-EXIT.
002330     MOVE W-NUMERO-INF TO LG-NUMERO.
002340     READ LGPDSOL
002350         INVALID KEY
002360             DISPLAY "SOLICITACAO NAO CADASTRADA"
002370             CLOSE LGPDSOL
002380             GO TO ROT-RESPONDER-EXIT.
002390     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
002400     IF NOT LG-ABERTA
002410         DISPLAY "SOLICITACAO JA ENCERRADA"
002420         CLOSE LGPDSOL
002430         GO TO ROT-RESPONDER-EXIT.
002440     PERFORM ROT-MONTAR-IMAGEM THRU ROT-MONTAR-IMAGEM-EXIT.
002450     MOVE W-IMAGEM-AUD TO W-IMAGEM-ANTES.
002460     DISPLAY "SITUACAO (R-RESPONDIDA I-INDEFERIDA) =>".
002470     ACCEPT W-SITUACAO-INF.
002480     IF W-SITUACAO-INF NOT = "R" AND W-SITUACAO-INF NOT = "I"
002490         DISPLAY "SITUACAO INVALIDA"
002500         CLOSE LGPDSOL
002510         GO TO ROT-RESPONDER-EXIT.
002520     IF W-SITUACAO-INF = "R" AND LG-TIPO-ACESSO
002530         AND LG-DATA-RELATORIO = ZERO
002540         DISPLAY "RELATORIO DO TITULAR (LGPDREL) AINDA NAO GERADO"
002550         DISPLAY "RESPONDER ASSIM MESMO (S/N) ==>"
002560         ACCEPT W-CONF
002570         IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002580             DISPLAY "OPERACAO CANCELADA"
002590             CLOSE LGPDSOL
002600             GO TO ROT-RESPONDER-EXIT
002610         END-IF
002620     END-IF.
002630     DISPLAY "OBSERVACAO (RESPOSTA OU MOTIVO) =>".
002640     ACCEPT LG-OBSERVACAO.
002650     DISPLAY "CONFIRMA (S/N) ==>".
002660     ACCEPT W-CONF.
002670     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
002680         DISPLAY "OPERACAO CANCELADA"
002690         CLOSE LGPDSOL
002700         GO TO ROT-RESPONDER-EXIT.
002710     MOVE W-SITUACAO-INF TO LG-SITUACAO.
002720     MOVE W-HOJE         TO LG-DATA-RESPOSTA.
002730     MOVE W-OPERADOR     TO LG-OPER-RESPOSTA.
002740     REWRITE REGLGP
002750         INVALID KEY
002760             DISPLAY "ERRO NA REGRAVACAO DO LGPDSOL: " LGP-STATUS
002770             CLOSE LGPDSOL
002780             GO TO ROT-RESPONDER-EXIT.
002790     MOVE "A" TO AUD-OPERACAO.
002800     MOVE W-IMAGEM-ANTES TO AUD-ANTES.
002810     PERFORM ROT-MONTAR-IMAGEM THRU ROT-MONTAR-IMAGEM-EXIT.
002820     MOVE W-IMAGEM-AUD TO AUD-DEPOIS.
002830     PERFORM ROT-GRAVAR-AUDITORIA
002840         THRU ROT-GRAVAR-AUDITORIA-EXIT.
002850     CLOSE LGPDSOL.
002860     IF LG-DATA-RESPOSTA > LG-PRAZO
002870         DISPLAY "SOLICITACAO ENCERRADA FORA DO PRAZO"
002880     ELSE
002890         DISPLAY "SOLICITACAO ENCERRADA".
002900 ROT-RESPONDER-EXIT. EXIT.
002910******************************************************************
002920*    ROT-CONSULTAR - UMA SOLICITACAO PELO NUMERO                 *
002930******************************************************************
002940 ROT-CONSULTAR.
002950     DISPLAY "NUMERO DA SOLICITACAO =>".
002960     ACCEPT W-NUMERO-INF.
002970     OPEN INPUT LGPDSOL.
002980     IF LGP-STATUS NOT = "00"
002990         DISPLAY "NENHUMA SOLICITACAO REGISTRADA"
003000         GO TO ROT-CONSULTAR-EXIT.
003010     MOVE W-NUMERO-INF TO LG-NUMERO.
003020     READ LGPDSOL
003030         INVALID KEY
003040             DISPLAY "SOLICITACAO NAO CADASTRADA"
003050             CLOSE LGPDSOL
003060             GO TO ROT-CONSULTAR-EXIT.
003070     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
003080     DISPLAY "OBSERVACAO.: " LG-OBSERVACAO.
003090     IF LG-DATA-RELATORIO NOT = ZERO
003100         DISPLAY "RELATORIO..: " LG-DATA-RELATORIO " SPOOL "
003110                 LG-SPOOL-RELATORIO.
003120     IF NOT LG-ABERTA
003130         DISPLAY "ENCERRADA..: " LG-DATA-RESPOSTA " POR "
003140                 LG-OPER-RESPOSTA.
003150     CLOSE LGPDSOL.
003160 ROT-CONSULTAR-EXIT. EXIT.
003170 ROT-EXIBIR.
003180     MOVE SPACES TO W-MARCA-PRAZO.
003190     IF LG-ABERTA AND LG-PRAZO < W-HOJE
003200         MOVE "VENCIDA" TO W-MARCA-PRAZO.
003210     DISPLAY LG-NUMERO " " LG-DATA-ABERTURA " TIPO " LG-TIPO
003220             " SIT " LG-SITUACAO " PRAZO " LG-PRAZO " "
003230             W-MARCA-PRAZO.
003240     DISPLAY "    " LG-TITULAR-NOME " CPF " LG-TITULAR-CPF.
003250 ROT-EXIBIR-EXIT. EXIT.
003260******************************************************************
003270*    ROT-LISTAR - TODAS AS SOLICITACOES OU SO AS ABERTAS, NA     *
003280*    ORDEM DO NUMERO                                             *
003290******************************************************************
003300 ROT-LISTAR.
003310     OPEN INPUT LGPDSOL.
003320     IF LGP-STATUS NOT = "00"
003330         DISPLAY "NENHUMA SOLICITACAO REGISTRADA"
003340         GO TO ROT-LISTAR-EXIT.
003350     MOVE ZERO TO W-QTDE-LISTADAS.
003360     MOVE ZERO TO W-QTDE-VENCIDAS.
003370     MOVE "N" TO W-EOF.
003380     MOVE ZEROS TO LG-NUMERO.
003390     START LGPDSOL KEY IS NOT LESS THAN LG-NUMERO
003400         INVALID KEY MOVE "S" TO W-EOF.
003410     PERFORM ROT-LISTAR-LER THRU ROT-LISTAR-LER-EXIT
003420         UNTIL W-EOF-SIM.
003430     CLOSE LGPDSOL.
003440     DISPLAY "SOLICITACOES: " W-QTDE-LISTADAS
003450             "   VENCIDAS EM ABERTO: " W-QTDE-VENCIDAS.
003460 ROT-LISTAR-EXIT. EXIT.
003470 ROT-LISTAR-LER.
003480     READ LGPDSOL NEXT RECORD
003490         AT END MOVE "S" TO W-EOF.
003500     IF W-EOF-SIM
003510         GO TO ROT-LISTAR-LER-EXIT.
003520     IF W-SO-PENDENTES-SIM AND NOT LG-ABERTA
003530         GO TO ROT-LISTAR-LER-EXIT.
003540     PERFORM ROT-EXIBIR THRU ROT-EXIBIR-EXIT.
003550     ADD 1 TO W-QTDE-LISTADAS.
003560     IF W-MARCA-PRAZO NOT = SPACES
003570         ADD 1 TO W-QTDE-VENCIDAS.
003580 ROT-LISTAR-LER-EXIT. EXIT.
003590******************************************************************
003600*    ROT-DIA-SEGUINTE - SOMA UM DIA A W-DATA-CALC (ANO BISSEXTO  *
003610*    PELA REGRA DOS 4/100/400)                                   *
003620******************************************************************
003630 ROT-DIA-SEGUINTE.
003640     EVALUATE W-DC-MES
003650         WHEN 4 WHEN 6 WHEN 9 WHEN 11
003660             MOVE 30 TO W-DIAS-NO-MES
003670         WHEN 2
003680             DIVIDE W-DC-ANO BY 4 GIVING W-QUOC
003690                 REMAINDER W-RESTO-4
003700             DIVIDE W-DC-ANO BY 100 GIVING W-QUOC
003710                 REMAINDER W-RESTO-100
003720             DIVIDE W-DC-ANO BY 400 GIVING W-QUOC
003730                 REMAINDER W-RESTO-400
003740             IF W-RESTO-400 = ZERO
003750                 OR (W-RESTO-4 = ZERO AND W-RESTO-100 NOT = ZERO)
003760                 MOVE 29 TO W-DIAS-NO-MES
003770             ELSE
003780                 MOVE 28 TO W-DIAS-NO-MES
003790             END-IF
003800         WHEN OTHER
003810             MOVE 31 TO W-DIAS-NO-MES
003820     END-EVALUATE.
003830     ADD 1 TO W-DC-DIA.
003840     IF W-DC-DIA > W-DIAS-NO-MES
003850         MOVE 1 TO W-DC-DIA
003860         ADD 1 TO W-DC-MES
003870         IF W-DC-MES > 12
003880             MOVE 1 TO W-DC-MES
003890             ADD 1 TO W-DC-ANO
003900         END-IF
003910     END-IF.
003920 ROT-DIA-SEGUINTE-EXIT. EXIT.
003930******************************************************************
003940*    ROT-MONTAR-IMAGEM - CAMPOS DE CONTROLE DA SOLICITACAO PARA A*
003950*    TRILHA                                                      *
003960******************************************************************
003970 ROT-MONTAR-IMAGEM.
003980     MOVE LG-NUMERO          TO WI-NUMERO.
003990     MOVE LG-DATA-ABERTURA   TO WI-DATA-ABERTURA.
004000     MOVE LG-PRAZO           TO WI-PRAZO.
004010     MOVE LG-TIPO            TO WI-TIPO.
004020     MOVE LG-CANAL           TO WI-CANAL.
004030     MOVE LG-SITUACAO        TO WI-SITUACAO.
004040     MOVE LG-OPERADOR        TO WI-OPERADOR.
004050     MOVE LG-DATA-RELATORIO  TO WI-DATA-RELATORIO.
004060     MOVE LG-SPOOL-RELATORIO TO WI-SPOOL-RELATORIO.
004070     MOVE LG-DATA-RESPOSTA   TO WI-DATA-RESPOSTA.
004080     MOVE LG-OPER-RESPOSTA   TO WI-OPER-RESPOSTA.
004090 ROT-MONTAR-IMAGEM-EXIT. EXIT.
004100******************************************************************
004110*    ROT-ABRIR - ABRE O LGPDSOL PARA ATUALIZACAO (CRIA NO        *
004120*    PRIMEIRO USO)                                               *
004130******************************************************************
004140 ROT-ABRIR.
004150     OPEN I-O LGPDSOL.
004160     IF LGP-STATUS = "35"
004170         OPEN OUTPUT LGPDSOL
004180         CLOSE LGPDSOL
004190         OPEN I-O LGPDSOL.
004200 ROT-ABRIR-EXIT. EXIT.
004210******************************************************************
004220*    ROT-GRAVAR-AUDITORIA - APENSA A TRILHA DE AUDITORIA FAUDIT  *
004230*    (AUD-OPERACAO, AUD-ANTES E AUD-DEPOIS JA MONTADOS)          *
004240******************************************************************
004250 ROT-GRAVAR-AUDITORIA.
004260     MOVE "LGPDCAD"  TO AUD-PROGRAMA.
004270     MOVE "LGPDSOL"  TO AUD-ARQUIVO.
004280     MOVE W-OPERADOR TO AUD-OPERADOR.
004290     MOVE LG-NUMERO  TO AUD-CHAVE.
004300     ACCEPT AUD-DATA FROM DATE.
004310     ACCEPT AUD-HORA FROM TIME.
004320     OPEN EXTEND FAUDIT.
004330     IF AUD-STATUS = "35"
004340         OPEN OUTPUT FAUDIT
004350         CLOSE FAUDIT
004360         OPEN EXTEND FAUDIT.
004370     WRITE REG-FAUDIT FROM REG-AUDITLOG.
004380     CLOSE FAUDIT.
004390     MOVE REG-AUDITLOG TO AUX-REGISTRO.
004400     MOVE "G" TO AUX-ACAO.
004410     CALL "AUX000" USING AUX-PARAMETROS-AREA.
004420 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
