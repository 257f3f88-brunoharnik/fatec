000010******************************************************************
000020* PROGRAM-ID : CEP088                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : FROTA DE ENTREGA - CADASTRO DOS VEICULOS (CADVEIC) *
000080*              COM CAPACIDADE EM KG E M3, CUSTO POR KM E          *
000090*              MOTORISTA; ESCALA DOS VEICULOS PARA AS ROTAS DO    *
000100*              DIA POR CEP-REGIAO (ESCALA), USADA PELO CEP020 PARA*
000110*              DIVIDIR AS PARADAS; E RELATORIO MENSAL DE CUSTO    *
000120*              (REPFROTA) POR ROTA, POR VEICULO E POR PEDIDO      *
000130*              ENTREGUE, CRUZANDO AS ROTAS COM O RETORNO DAS      *
000140*              ENTREGAS DO CEP053.                                *
000150*-----------------------------------------------------------------*
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-10-15 BH        VERSAO INICIAL                             *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP088.
000220 AUTHOR. BRUNO HARNIK.
000230 INSTALLATION. FATEC.
000240 DATE-WRITTEN. 2026-10-15.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CADVEIC ASSIGN TO "CADVEIC"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS VE-PLACA
000360         FILE STATUS IS VEI-STATUS.
000370     SELECT ESCALA ASSIGN TO "ESCALA"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS ES-CHAVE
000410         FILE STATUS IS ESC-STATUS.
000420     SELECT ROTAS ASSIGN TO "ROTAS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS RT-CHAVE
000460         FILE STATUS IS ROT-STATUS.
000470     SELECT ENTREGAS ASSIGN TO "ENTREGAS"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ET-CHAVE
000510         FILE STATUS IS ENT-STATUS.
000520     SELECT REPFROTA ASSIGN TO "REPFROTA"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS REL-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CADVEIC
000580     LABEL RECORDS ARE STANDARD.
000590     COPY REGVEI.
000600 FD  ESCALA
000610     LABEL RECORDS ARE STANDARD.
000620     COPY REGESC.
000630 FD  ROTAS
000640     LABEL RECORDS ARE STANDARD.
000650     COPY REGROT.
000660 FD  ENTREGAS
000670     LABEL RECORDS ARE STANDARD.
000680     COPY REGENT.
000690 FD  REPFROTA
000700     LABEL RECORDS ARE STANDARD.
000710 01  REG-RELAT                   PIC X(120).
000720 WORKING-STORAGE SECTION.
000730 01  VEI-STATUS                  PIC X(02).
000740 01  ESC-STATUS                  PIC X(02).
000750 01  ROT-STATUS                  PIC X(02).
000760 01  ENT-STATUS                  PIC X(02).
000770 01  REL-STATUS                  PIC X(02).
000780 01  W-SWITCHES.
000790     05  W-FIM                   PIC X(01) VALUE "N".
000800         88  W-FIM-SIM           VALUE "S".
000810     05  W-EOF                   PIC X(01).
000820         88  W-EOF-SIM           VALUE "S".
000830     05  W-PLACA-REPETIDA        PIC X(01).
000840         88  W-PLACA-REPETIDA-SIM VALUE "S".
000850 01  W-OPCAO                     PIC X(01).
000860 01  W-CONF                      PIC X(01).
000870 01  W-PLACA-INF                 PIC X(07).
000880 01  W-DATA-INF                  PIC 9(08).
000890 01  W-REGIAO-INF                PIC 9(01).
000900 01  W-ORDEM-INF                 PIC 9(02).
000910 01  W-SITUACAO-INF              PIC X(01).
000920     88  W-SITUACAO-VALIDA       VALUES "A" "I".
000930 01  W-ANO-INF                   PIC 9(04).
000940 01  W-MES-INF                   PIC 9(02).
000950 01  W-DATA-INI                  PIC 9(08).
000960 01  W-DATA-FIM                  PIC 9(08).
000970 01  W-QTDE-LISTADAS             PIC 9(05).
000980******************************************************************
000990*    AREA DE DIGITACAO DO VEICULO                                 *
001000******************************************************************
001010 01  W-DADOS-VEICULO.
001020     05  W-DESCRICAO             PIC X(30).
001030     05  W-CAP-PESO              PIC 9(06)V999.
001040     05  W-CAP-VOLUME            PIC 9(03)V999.
001050     05  W-CUSTO-KM              PIC 9(03)V99.
001060     05  W-MOTORISTA             PIC X(30).
001070******************************************************************
001080*    TABELAS DO RELATORIO MENSAL: ROTAS DO MES E VEICULOS         *
001090******************************************************************
001100 01  W-TAB-ROTAS.
001110     05  W-QTDE-TR               PIC 9(03) COMP.
001120     05  W-TR OCCURS 500 TIMES.
001130         10  W-TR-DATA           PIC 9(08).
001140         10  W-TR-REGIAO         PIC 9(01).
001150         10  W-TR-SEQ-ROTA       PIC 9(02).
001160         10  W-TR-PLACA          PIC X(07).
001170         10  W-TR-PARADAS        PIC 9(03).
001180         10  W-TR-KM             PIC 9(05)V9.
001190         10  W-TR-CUSTO          PIC 9(10)V99.
001200         10  W-TR-ENTREGUES      PIC 9(03).
001210         10  W-TR-FALHAS         PIC 9(03).
001220 01  W-TAB-VEIC.
001230     05  W-QTDE-TV               PIC 9(03) COMP.
001240     05  W-TV OCCURS 100 TIMES.
001250         10  W-TV-PLACA          PIC X(07).
001260         10  W-TV-ROTAS          PIC 9(05).
001270         10  W-TV-KM             PIC 9(07)V9.
001280         10  W-TV-CUSTO          PIC 9(12)V99.
001290         10  W-TV-ENTREGUES      PIC 9(07).
001300         10  W-TV-FALHAS         PIC 9(07).
001310 01  W-IDX                       PIC 9(03) COMP.
001320 01  W-IDX-V                     PIC 9(03) COMP.
001330 01  W-ACHOU                     PIC 9(03) COMP.
001340 01  W-CUSTO-ENTREGA             PIC 9(10)V99.
001350 01  W-TOT-ROTAS                 PIC 9(05).
001360 01  W-TOT-KM                    PIC 9(07)V9.
001370 01  W-TOT-CUSTO                 PIC 9(12)V99.
001380 01  W-TOT-ENTREGUES             PIC 9(07).
001390 01  W-TOT-FALHAS                PIC 9(07).
001400******************************************************************
001410*    LINHAS DO RELATORIO REPFROTA                                 *
001420******************************************************************
001430 01  CAB-FRT1.
001440     05  FILLER                  PIC X(40) VALUE
001450         "CUSTO DA FROTA DE ENTREGA - MES/ANO:    ".
001460     05  CF1-MES                 PIC 9(02).
001470     05  FILLER                  PIC X(01) VALUE "/".
001480     05  CF1-ANO                 PIC 9(04).
001490 01  CAB-ROTA1                   PIC X(40) VALUE
001500     "CUSTO POR ROTA".
001510 01  CAB-ROTA2.
001520     05  FILLER                  PIC X(50) VALUE
001530         "DATA     REG RT PLACA   PARADAS ENTREG FALHAS     ".
001540     05  FILLER                  PIC X(50) VALUE
001550         "KM          CUSTO  CUSTO/ENTREGA".
001560 01  LIN-ROTA.
001570     05  LRO-DATA                PIC 9(08).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  LRO-REGIAO              PIC 9(01).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  LRO-SEQ-ROTA            PIC 9(02).
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  LRO-PLACA               PIC X(07).
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  LRO-PARADAS             PIC ZZZZZZ9.
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  LRO-ENTREGUES           PIC ZZZZZ9.
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  LRO-FALHAS              PIC ZZZZZ9.
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  LRO-KM                  PIC ZZZZZZ9,9.
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  LRO-CUSTO               PIC ZZZZZZZZZ9,99.
001740     05  FILLER                  PIC X(01) VALUE SPACE.
001750     05  LRO-CUSTO-ENTREGA       PIC ZZZZZZZZZ9,99.
001760 01  CAB-VEIC1                   PIC X(40) VALUE
001770     "CUSTO POR VEICULO".
001780 01  CAB-VEIC2.
001790     05  FILLER                  PIC X(50) VALUE
001800         "PLACA     ROTAS   ENTREGUES    FALHAS          KM ".
001810     05  FILLER                  PIC X(50) VALUE
001820         "          CUSTO  CUSTO/ENTREGA".
001830 01  LIN-VEIC.
001840     05  LVE-PLACA               PIC X(07).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  LVE-ROTAS               PIC ZZZZZZ9.
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  LVE-ENTREGUES           PIC ZZZZZZZZZZ9.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  LVE-FALHAS              PIC ZZZZZZZZ9.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  LVE-KM                  PIC ZZZZZZZZZ9,9.
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  LVE-CUSTO               PIC ZZZZZZZZZZZZ9,99.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  LVE-CUSTO-ENTREGA       PIC ZZZZZZZZZ9,99.
001970 01  CAB-PED1                    PIC X(60) VALUE
001980     "CUSTO POR PEDIDO ENTREGUE (CUSTO DA ROTA / ENTREGAS)".
001990 01  CAB-PED2                    PIC X(60) VALUE
002000     "PEDIDO    DATA     REG RT PLACA   RES  CUSTO RATEADO".
002010 01  LIN-PED.
002020     05  LPE-PEDIDO              PIC 9(08).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  LPE-DATA                PIC 9(08).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  LPE-REGIAO              PIC 9(01).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  LPE-SEQ-ROTA            PIC 9(02).
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  LPE-PLACA               PIC X(07).
002110     05  FILLER                  PIC X(03) VALUE SPACES.
002120     05  LPE-RESULTADO           PIC X(01).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  LPE-CUSTO               PIC ZZZZZZZZZ9,99.
002150 01  LIN-TOTAL.
002160     05  FILLER                  PIC X(08) VALUE "TOTAL   ".
002170     05  LTO-ROTAS               PIC ZZZZZZ9.
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  LTO-ENTREGUES           PIC ZZZZZZZZZZ9.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  LTO-FALHAS              PIC ZZZZZZZZ9.
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  LTO-KM                  PIC ZZZZZZZZZ9,9.
002240     05  FILLER                  PIC X(01) VALUE SPACE.
002250     05  LTO-CUSTO               PIC ZZZZZZZZZZZZ9,99.
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  LTO-CUSTO-ENTREGA       PIC ZZZZZZZZZ9,99.
002280 PROCEDURE DIVISION.
002290******************************************************************
002300*    0000-MAINLINE                                                *
002310******************************************************************
002320 0000-MAINLINE.
002330     PERFORM 2000-MENU THRU 2000-EXIT
002340         UNTIL W-FIM-SIM.
002350     GOBACK.
002360 2000-MENU.
002370     DISPLAY " ".
002380     DISPLAY "CEP088 - FROTA DE ENTREGA".
002390     DISPLAY "1-INCLUIR VEICULO  2-ALTERAR VEICULO".
002400     DISPLAY "3-CONSULTAR VEICULO  4-ESCALAR VEICULO NA ROTA".
002410     DISPLAY "5-ESCALA DO DIA  6-RELATORIO MENSAL  9-FIM".
002420     ACCEPT W-OPCAO.
002430     EVALUATE W-OPCAO
002440         WHEN "1"
002450             PERFORM ROT-INCLUIR THRU ROT-INCLUIR-EXIT
002460         WHEN "2"
002470             PERFORM ROT-ALTERAR THRU ROT-ALTERAR-EXIT
002480         WHEN "3"
002490             PERFORM ROT-CONSULTAR THRU ROT-CONSULTAR-EXIT
002500         WHEN "4"
002510             PERFORM ROT-ESCALAR THRU ROT-ESCALAR-EXIT
002520         WHEN "5"
002530             PERFORM ROT-LISTAR-ESCALA THRU ROT-LISTAR-ESCALA-EXIT
002540         WHEN "6"
002550             PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
002560         WHEN "9"
002570             MOVE "S" TO W-FIM
002580         WHEN OTHER
002590             DISPLAY "OPCAO INVALIDA"
002600     END-EVALUATE.
002610 2000-EXIT. EXIT.
002620******************************************************************
002630*    ROT-ABRIR-FROTA - ABRE O CADVEIC EM I-O, CRIANDO NO PRIMEIRO *
002640*    USO                                                          *
002650******************************************************************
002660 ROT-ABRIR-FROTA.
002670     OPEN I-O CADVEIC.
002680     IF VEI-STATUS = "35"
002690         OPEN OUTPUT CADVEIC
002700         CLOSE CADVEIC
002710         OPEN I-O CADVEIC.
002720     IF VEI-STATUS NOT = "00"
002730         DISPLAY "ARQUIVO CADVEIC NAO PODE SER ABERTO".
002740 ROT-ABRIR-FROTA-EXIT. EXIT.
002750******************************************************************
002760*    ROT-INCLUIR - NOVO VEICULO, ATIVO                            *
002770******************************************************************
002780 ROT-INCLUIR.
002790     DISPLAY "PLACA (7 POSICOES) =>".
002800     ACCEPT W-PLACA-INF.
002810     IF W-PLACA-INF = SPACES
002820         DISPLAY "PLACA OBRIGATORIA"
002830         GO TO ROT-INCLUIR-EXIT.
002840     PERFORM ROT-ABRIR-FROTA THRU ROT-ABRIR-FROTA-EXIT.
002850     IF VEI-STATUS NOT = "00"
002860         GO TO ROT-INCLUIR-EXIT.
002870     MOVE W-PLACA-INF TO VE-PLACA.
002880     READ CADVEIC
002890         INVALID KEY
002900             CONTINUE
002910         NOT INVALID KEY
002920             DISPLAY "VEICULO JA CADASTRADO"
002930             CLOSE CADVEIC
002940             GO TO ROT-INCLUIR-EXIT.
002950     PERFORM ROT-DIGITAR-VEICULO THRU ROT-DIGITAR-VEICULO-EXIT.
002960     MOVE W-PLACA-INF  TO VE-PLACA.
002970     MOVE W-DESCRICAO  TO VE-DESCRICAO.
002980     MOVE W-CAP-PESO   TO VE-CAP-PESO.
002990     MOVE W-CAP-VOLUME TO VE-CAP-VOLUME.
003000     MOVE W-CUSTO-KM   TO VE-CUSTO-KM.
003010     MOVE W-MOTORISTA  TO VE-MOTORISTA.
003020     MOVE "A"          TO VE-SITUACAO.
003030     WRITE REGVEI
003040         INVALID KEY
003050             DISPLAY "ERRO NA GRAVACAO DO VEICULO"
003060         NOT INVALID KEY
003070             DISPLAY "*** VEICULO " VE-PLACA " INCLUIDO ***".
003080     CLOSE CADVEIC.
003090 ROT-INCLUIR-EXIT. EXIT.
003100 ROT-DIGITAR-VEICULO.
003110     DISPLAY "DESCRICAO (MODELO) =>".
003120     ACCEPT W-DESCRICAO.
003130 ROT-DIGITAR-PESO.
003140     DISPLAY "CAPACIDADE DE CARGA EM KG (EX 3500,000) =>".
003150     ACCEPT W-CAP-PESO.
003160     IF W-CAP-PESO = ZERO
003170         DISPLAY "CAPACIDADE EM KG OBRIGATORIA"
003180         GO TO ROT-DIGITAR-PESO.
003190 ROT-DIGITAR-VOLUME.
003200     DISPLAY "CAPACIDADE DO BAU EM M3 (EX 18,500) =>".
003210     ACCEPT W-CAP-VOLUME.
003220     IF W-CAP-VOLUME = ZERO
003230         DISPLAY "CAPACIDADE EM M3 OBRIGATORIA"
003240         GO TO ROT-DIGITAR-VOLUME.
003250     DISPLAY "CUSTO POR KM RODADO (EX 2,35) =>".
003260     ACCEPT W-CUSTO-KM.
003270     DISPLAY "MOTORISTA =>".
003280     ACCEPT W-MOTORISTA.
003290 ROT-DIGITAR-VEICULO-EXIT. EXIT.
003300******************************************************************
003310*    ROT-ALTERAR - REDIGITA OS DADOS E A SITUACAO (INATIVO NAO    *
003320*    PODE SER ESCALADO)                                           *
003330******************************************************************
003340 ROT-ALTERAR.
003350     DISPLAY "PLACA =>".
003360     ACCEPT W-PLACA-INF.
003370     PERFORM ROT-ABRIR-FROTA THRU ROT-ABRIR-FROTA-EXIT.
003380     IF VEI-STATUS NOT = "00"
003390         GO TO ROT-ALTERAR-EXIT.
003400     MOVE W-PLACA-INF TO VE-PLACA.
003410     READ CADVEIC
003420         INVALID KEY
003430             DISPLAY "VEICULO NAO CADASTRADO"
003440             CLOSE CADVEIC
003450             GO TO ROT-ALTERAR-EXIT.
003460     PERFORM ROT-EXIBIR-VEICULO THRU ROT-EXIBIR-VEICULO-EXIT.
003470     PERFORM ROT-DIGITAR-VEICULO THRU ROT-DIGITAR-VEICULO-EXIT.
003480 ROT-ALTERAR-SITUACAO.
003490     DISPLAY "SITUACAO (A-ATIVO  I-INATIVO) =>".
003500     ACCEPT W-SITUACAO-INF.
003510     IF NOT W-SITUACAO-VALIDA
003520         DISPLAY "SITUACAO INVALIDA"
003530         GO TO ROT-ALTERAR-SITUACAO.
003540     MOVE W-DESCRICAO    TO VE-DESCRICAO.
003550     MOVE W-CAP-PESO     TO VE-CAP-PESO.
003560     MOVE W-CAP-VOLUME   TO VE-CAP-VOLUME.
003570     MOVE W-CUSTO-KM     TO VE-CUSTO-KM.
003580     MOVE W-MOTORISTA    TO VE-MOTORISTA.
003590     MOVE W-SITUACAO-INF TO VE-SITUACAO.
003600     REWRITE REGVEI
003610         INVALID KEY
003620             DISPLAY "ERRO NA ALTERACAO DO VEICULO"
003630         NOT INVALID KEY
003640             DISPLAY "*** VEICULO " VE-PLACA " ALTERADO ***".
003650     CLOSE CADVEIC.
003660 ROT-ALTERAR-EXIT. EXIT.
003670 ROT-CONSULTAR.
003680     DISPLAY "PLACA =>".
003690     ACCEPT W-PLACA-INF.
003700     OPEN INPUT CADVEIC.
003710     IF VEI-STATUS NOT = "00"
003720         DISPLAY "ARQUIVO CADVEIC NAO EXISTE"
003730         GO TO ROT-CONSULTAR-EXIT.
003740     MOVE W-PLACA-INF TO VE-PLACA.
003750     READ CADVEIC
003760         INVALID KEY
003770             DISPLAY "VEICULO NAO CADASTRADO"
003780         NOT INVALID KEY
003790             PERFORM ROT-EXIBIR-VEICULO
003800                 THRU ROT-EXIBIR-VEICULO-EXIT.
003810     CLOSE CADVEIC.
003820 ROT-CONSULTAR-EXIT. EXIT.
003830 ROT-EXIBIR-VEICULO.
003840     DISPLAY "PLACA......: " VE-PLACA "  SITUACAO: " VE-SITUACAO.
003850     DISPLAY "DESCRICAO..: " VE-DESCRICAO.
003860     DISPLAY "CAPACIDADE.: " VE-CAP-PESO " KG  "
003870             VE-CAP-VOLUME " M3".
003880     DISPLAY "CUSTO/KM...: " VE-CUSTO-KM.
003890     DISPLAY "MOTORISTA..: " VE-MOTORISTA.
003900 ROT-EXIBIR-VEICULO-EXIT. EXIT.
003910******************************************************************
003920*    ROT-ESCALAR - VEICULO NA ROTA DA REGIAO NA DATA, NA ORDEM EM *
003930*    QUE O CEP020 OS CARREGA. PLACA EM BRANCO RETIRA DA ESCALA. O *
003940*    MESMO VEICULO NAO RODA DUAS ROTAS NA MESMA DATA              *
003950******************************************************************
003960 ROT-ESCALAR.
003970     DISPLAY "DATA DAS ENTREGAS (AAAAMMDD) =>".
003980     ACCEPT W-DATA-INF.
003990     DISPLAY "CEP-REGIAO (0 A 9) =>".
004000     ACCEPT W-REGIAO-INF.
004010     DISPLAY "ORDEM DO VEICULO NA REGIAO (01 A 20) =>".
004020     ACCEPT W-ORDEM-INF.
004030     IF W-ORDEM-INF = ZERO OR W-ORDEM-INF > 20
004040         DISPLAY "ORDEM INVALIDA"
004050         GO TO ROT-ESCALAR-EXIT.
004060     OPEN I-O ESCALA.
004070     IF ESC-STATUS = "35"
004080         OPEN OUTPUT ESCALA
004090         CLOSE ESCALA
004100         OPEN I-O ESCALA.
004110     IF ESC-STATUS NOT = "00"
004120         DISPLAY "ARQUIVO ESCALA NAO PODE SER ABERTO"
004130         GO TO ROT-ESCALAR-EXIT.
004140     MOVE W-DATA-INF   TO ES-DATA.
004150     MOVE W-REGIAO-INF TO ES-REGIAO.
004160     MOVE W-ORDEM-INF  TO ES-ORDEM.
004170     READ ESCALA
004180         INVALID KEY
004190             MOVE SPACES TO ES-PLACA
004200         NOT INVALID KEY
004210             DISPLAY "ESCALADO HOJE: " ES-PLACA.
004220     DISPLAY "PLACA (BRANCO = RETIRAR DA ESCALA) =>".
004230     ACCEPT W-PLACA-INF.
004240     IF W-PLACA-INF = SPACES
004250         PERFORM ROT-RETIRAR-ESCALA THRU ROT-RETIRAR-ESCALA-EXIT
004260         CLOSE ESCALA
004270         GO TO ROT-ESCALAR-EXIT.
004280     OPEN INPUT CADVEIC.
004290     IF VEI-STATUS NOT = "00"
004300         DISPLAY "ARQUIVO CADVEIC NAO EXISTE"
004310         CLOSE ESCALA
004320         GO TO ROT-ESCALAR-EXIT.
004330     MOVE W-PLACA-INF TO VE-PLACA.
004340     READ CADVEIC
004350         INVALID KEY
004360             DISPLAY "VEICULO NAO CADASTRADO"
004370             CLOSE CADVEIC ESCALA
004380             GO TO ROT-ESCALAR-EXIT.
004390     CLOSE CADVEIC.
004400     IF NOT VEICULO-ATIVO
004410         DISPLAY "VEICULO INATIVO"
004420         CLOSE ESCALA
004430         GO TO ROT-ESCALAR-EXIT.
004440     PERFORM ROT-VER-PLACA-DIA THRU ROT-VER-PLACA-DIA-EXIT.
004450     IF W-PLACA-REPETIDA-SIM
004460         DISPLAY "VEICULO JA ESCALADO NA DATA (REGIAO "
004470                 ES-REGIAO " ORDEM " ES-ORDEM ")"
004480         CLOSE ESCALA
004490         GO TO ROT-ESCALAR-EXIT.
004500     MOVE W-DATA-INF   TO ES-DATA.
004510     MOVE W-REGIAO-INF TO ES-REGIAO.
004520     MOVE W-ORDEM-INF  TO ES-ORDEM.
004530     MOVE W-PLACA-INF  TO ES-PLACA.
004540     WRITE REGESC
004550         INVALID KEY
004560             REWRITE REGESC
004570                 INVALID KEY
004580                     DISPLAY "ERRO NA GRAVACAO DA ESCALA"
004590             END-REWRITE.
004600     DISPLAY "*** " W-PLACA-INF " ESCALADO - " VE-MOTORISTA.
004610     CLOSE ESCALA.
004620 ROT-ESCALAR-EXIT. EXIT.
004630 ROT-RETIRAR-ESCALA.
004640     IF ES-PLACA = SPACES
004650         DISPLAY "NADA ESCALADO NESTA ORDEM"
004660         GO TO ROT-RETIRAR-ESCALA-EXIT.
004670     DELETE ESCALA RECORD
004680         INVALID KEY
004690             DISPLAY "ERRO NA RETIRADA DA ESCALA"
004700         NOT INVALID KEY
004710             DISPLAY "*** VEICULO RETIRADO DA ESCALA ***".
004720 ROT-RETIRAR-ESCALA-EXIT. EXIT.
004730 ROT-VER-PLACA-DIA.
004740     MOVE "N" TO W-PLACA-REPETIDA.
004750     MOVE "N" TO W-EOF.
004760     MOVE W-DATA-INF TO ES-DATA.
004770     MOVE ZERO       TO ES-REGIAO ES-ORDEM.
004780     START ESCALA KEY IS NOT LESS THAN ES-CHAVE
004790         INVALID KEY MOVE "S" TO W-EOF.
004800     PERFORM ROT-LER-PLACA-DIA THRU ROT-LER-PLACA-DIA-EXIT
004810         UNTIL W-EOF-SIM OR W-PLACA-REPETIDA-SIM.
004820 ROT-VER-PLACA-DIA-EXIT. EXIT.
004830 ROT-LER-PLACA-DIA.
004840     READ ESCALA NEXT RECORD
004850         AT END MOVE "S" TO W-EOF.
004860     IF W-EOF-SIM
004870         GO TO ROT-LER-PLACA-DIA-EXIT.
004880     IF ES-DATA NOT = W-DATA-INF
004890         MOVE "S" TO W-EOF
004900         GO TO ROT-LER-PLACA-DIA-EXIT.
004910     IF ES-PLACA = W-PLACA-INF
004920         AND (ES-REGIAO NOT = W-REGIAO-INF
004930              OR ES-ORDEM NOT = W-ORDEM-INF)
004940         MOVE "S" TO W-PLACA-REPETIDA.
004950 ROT-LER-PLACA-DIA-EXIT. EXIT.
004960******************************************************************
004970*    ROT-LISTAR-ESCALA - VEICULOS ESCALADOS NA DATA               *
004980******************************************************************
004990 ROT-LISTAR-ESCALA.
005000     DISPLAY "DATA DAS ENTREGAS (AAAAMMDD) =>".
005010     ACCEPT W-DATA-INF.
005020     OPEN INPUT ESCALA.
005030     IF ESC-STATUS NOT = "00"
005040         DISPLAY "NENHUMA ESCALA CADASTRADA"
005050         GO TO ROT-LISTAR-ESCALA-EXIT.
005060     OPEN INPUT CADVEIC.
005070     MOVE ZERO TO W-QTDE-LISTADAS.
005080     MOVE "N" TO W-EOF.
005090     MOVE W-DATA-INF TO ES-DATA.
005100     MOVE ZERO       TO ES-REGIAO ES-ORDEM.
005110     START ESCALA KEY IS NOT LESS THAN ES-CHAVE
005120         INVALID KEY MOVE "S" TO W-EOF.
005130     DISPLAY "REG ORD PLACA   MOTORISTA".
005140     PERFORM ROT-EXIBIR-ESCALA THRU ROT-EXIBIR-ESCALA-EXIT
005150         UNTIL W-EOF-SIM.
005160     DISPLAY "VEICULOS ESCALADOS: " W-QTDE-LISTADAS.
005170     CLOSE ESCALA.
005180     IF VEI-STATUS = "00" OR VEI-STATUS = "23"
005190         CLOSE CADVEIC.
005200 ROT-LISTAR-ESCALA-EXIT. EXIT.
005210 ROT-EXIBIR-ESCALA.
005220     READ ESCALA NEXT RECORD
005230         AT END MOVE "S" TO W-EOF.
005240     IF W-EOF-SIM
005250         GO TO ROT-EXIBIR-ESCALA-EXIT.
005260     IF ES-DATA NOT = W-DATA-INF
005270         MOVE "S" TO W-EOF
005280         GO TO ROT-EXIBIR-ESCALA-EXIT.
005290     MOVE SPACES TO VE-MOTORISTA.
005300     MOVE ES-PLACA TO VE-PLACA.
005310     READ CADVEIC
005320         INVALID KEY MOVE SPACES TO VE-MOTORISTA.
005330     DISPLAY " " ES-REGIAO "  " ES-ORDEM " " ES-PLACA " "
005340             VE-MOTORISTA.
005350     ADD 1 TO W-QTDE-LISTADAS.
005360 ROT-EXIBIR-ESCALA-EXIT. EXIT.
005370******************************************************************
005380*    ROT-RELATORIO - CUSTO DO MES POR ROTA (ROTAS DO CEP020), POR *
005390*    VEICULO E POR PEDIDO ENTREGUE; ENTREGUE E PARCIAL CONTAM     *
005400*    COMO ENTREGA, RECUSADA E AUSENTE COMO FALHA, E O CUSTO DA    *
005410*    ROTA E RATEADO PELAS ENTREGAS DELA (REPFROTA)                *
005420******************************************************************
005430 ROT-RELATORIO.
005440     DISPLAY "MES (MM) =>".
005450     ACCEPT W-MES-INF.
005460     DISPLAY "ANO (AAAA) =>".
005470     ACCEPT W-ANO-INF.
005480     IF W-MES-INF < 1 OR W-MES-INF > 12
005490         DISPLAY "MES INVALIDO"
005500         GO TO ROT-RELATORIO-EXIT.
005510     COMPUTE W-DATA-INI = (W-ANO-INF * 10000) + (W-MES-INF * 100)
005520         + 1.
005530     COMPUTE W-DATA-FIM = (W-ANO-INF * 10000) + (W-MES-INF * 100)
005540         + 31.
005550     OPEN INPUT ROTAS.
005560     IF ROT-STATUS NOT = "00"
005570         DISPLAY "NENHUMA ROTA MONTADA PELO CEP020"
005580         GO TO ROT-RELATORIO-EXIT.
005590     MOVE ZERO TO W-QTDE-TR W-QTDE-TV.
005600     MOVE ZERO TO W-TOT-ROTAS W-TOT-KM W-TOT-CUSTO
005610                  W-TOT-ENTREGUES W-TOT-FALHAS.
005620     MOVE "N" TO W-EOF.
005630     MOVE W-DATA-INI TO RT-DATA.
005640     MOVE ZERO TO RT-REGIAO RT-SEQ-ROTA.
005650     START ROTAS KEY IS NOT LESS THAN RT-CHAVE
005660         INVALID KEY MOVE "S" TO W-EOF.
005670     PERFORM ROT-CARREGAR-ROTA THRU ROT-CARREGAR-ROTA-EXIT
005680         UNTIL W-EOF-SIM.
005690     CLOSE ROTAS.
005700     OPEN INPUT ENTREGAS.
005710     IF ENT-STATUS = "00"
005720         MOVE "N" TO W-EOF
005730         MOVE W-DATA-INI TO ET-DATA
005740         MOVE ZERO TO ET-NUMERO-PEDIDO
005750         START ENTREGAS KEY IS NOT LESS THAN ET-CHAVE
005760             INVALID KEY MOVE "S" TO W-EOF
005770         END-START
005780         PERFORM ROT-CONTAR-ENTREGA THRU ROT-CONTAR-ENTREGA-EXIT
005790             UNTIL W-EOF-SIM
005800         CLOSE ENTREGAS.
005810     PERFORM ROT-SOMAR-VEICULO THRU ROT-SOMAR-VEICULO-EXIT
005820         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDE-TR.
005830     PERFORM ROT-IMPRIMIR THRU ROT-IMPRIMIR-EXIT.
005840     DISPLAY "RELATORIO GRAVADO EM REPFROTA".
005850 ROT-RELATORIO-EXIT. EXIT.
005860 ROT-CARREGAR-ROTA.
005870     READ ROTAS NEXT RECORD
005880         AT END MOVE "S" TO W-EOF.
005890     IF W-EOF-SIM
005900         GO TO ROT-CARREGAR-ROTA-EXIT.
005910     IF RT-DATA > W-DATA-FIM
005920         MOVE "S" TO W-EOF
005930         GO TO ROT-CARREGAR-ROTA-EXIT.
005940     IF W-QTDE-TR NOT < 500
005950         DISPLAY "MAIS DE 500 ROTAS NO MES - RESTANTE FORA"
005960         MOVE "S" TO W-EOF
005970         GO TO ROT-CARREGAR-ROTA-EXIT.
005980     ADD 1 TO W-QTDE-TR.
005990     MOVE RT-DATA     TO W-TR-DATA (W-QTDE-TR).
006000     MOVE RT-REGIAO   TO W-TR-REGIAO (W-QTDE-TR).
006010     MOVE RT-SEQ-ROTA TO W-TR-SEQ-ROTA (W-QTDE-TR).
006020     MOVE RT-PLACA    TO W-TR-PLACA (W-QTDE-TR).
006030     MOVE RT-PARADAS  TO W-TR-PARADAS (W-QTDE-TR).
006040     MOVE RT-KM       TO W-TR-KM (W-QTDE-TR).
006050     MOVE RT-CUSTO    TO W-TR-CUSTO (W-QTDE-TR).
006060     MOVE ZERO        TO W-TR-ENTREGUES (W-QTDE-TR)
006070                         W-TR-FALHAS (W-QTDE-TR).
006080 ROT-CARREGAR-ROTA-EXIT. EXIT.
006090 ROT-CONTAR-ENTREGA.
006100     READ ENTREGAS NEXT RECORD
006110         AT END MOVE "S" TO W-EOF.
006120     IF W-EOF-SIM
006130         GO TO ROT-CONTAR-ENTREGA-EXIT.
006140     IF ET-DATA > W-DATA-FIM
006150         MOVE "S" TO W-EOF
006160         GO TO ROT-CONTAR-ENTREGA-EXIT.
006170     IF ENTREGA-PENDENTE OR ET-SEQ-ROTA = ZERO
006180         GO TO ROT-CONTAR-ENTREGA-EXIT.
006190     PERFORM ROT-ACHAR-ROTA THRU ROT-ACHAR-ROTA-EXIT.
006200     IF W-ACHOU = ZERO
006210         GO TO ROT-CONTAR-ENTREGA-EXIT.
006220     IF ENTREGA-ENTREGUE OR ENTREGA-PARCIAL
006230         ADD 1 TO W-TR-ENTREGUES (W-ACHOU)
006240     ELSE
006250         ADD 1 TO W-TR-FALHAS (W-ACHOU).
006260 ROT-CONTAR-ENTREGA-EXIT. EXIT.
006270 ROT-ACHAR-ROTA.
006280     MOVE ZERO TO W-ACHOU.
006290     PERFORM ROT-COMPARAR-ROTA THRU ROT-COMPARAR-ROTA-EXIT
006300         VARYING W-IDX FROM 1 BY 1
006310         UNTIL W-IDX > W-QTDE-TR OR W-ACHOU > ZERO.
006320 ROT-ACHAR-ROTA-EXIT. EXIT.
006330 ROT-COMPARAR-ROTA.
006340     IF W-TR-DATA (W-IDX) = ET-DATA
006350         AND W-TR-REGIAO (W-IDX) = ET-REGIAO
006360         AND W-TR-SEQ-ROTA (W-IDX) = ET-SEQ-ROTA
006370         MOVE W-IDX TO W-ACHOU.
006380 ROT-COMPARAR-ROTA-EXIT. EXIT.
006390******************************************************************
006400*    ROT-SOMAR-VEICULO - ACUMULA A ROTA NO SEU VEICULO (ROTA SEM  *
006410*    VEICULO FICA NA PLACA EM BRANCO)                             *
006420******************************************************************
006430 ROT-SOMAR-VEICULO.
006440     MOVE ZERO TO W-ACHOU.
006450     PERFORM ROT-ACHAR-VEICULO THRU ROT-ACHAR-VEICULO-EXIT
006460         VARYING W-IDX-V FROM 1 BY 1
006470         UNTIL W-IDX-V > W-QTDE-TV OR W-ACHOU > ZERO.
006480     IF W-ACHOU = ZERO
006490         IF W-QTDE-TV NOT < 100
006500             GO TO ROT-SOMAR-VEICULO-EXIT
006510         END-IF
006520         ADD 1 TO W-QTDE-TV
006530         MOVE W-QTDE-TV TO W-ACHOU
006540         MOVE W-TR-PLACA (W-IDX) TO W-TV-PLACA (W-ACHOU)
006550         MOVE ZERO TO W-TV-ROTAS (W-ACHOU) W-TV-KM (W-ACHOU)
006560                      W-TV-CUSTO (W-ACHOU)
006570                      W-TV-ENTREGUES (W-ACHOU)
006580                      W-TV-FALHAS (W-ACHOU)
006590     END-IF.
006600     ADD 1                      TO W-TV-ROTAS (W-ACHOU).
006610     ADD W-TR-KM (W-IDX)        TO W-TV-KM (W-ACHOU).
006620     ADD W-TR-CUSTO (W-IDX)     TO W-TV-CUSTO (W-ACHOU).
006630     ADD W-TR-ENTREGUES (W-IDX) TO W-TV-ENTREGUES (W-ACHOU).
006640     ADD W-TR-FALHAS (W-IDX)    TO W-TV-FALHAS (W-ACHOU).
006650 ROT-SOMAR-VEICULO-EXIT. EXIT.
006660 ROT-ACHAR-VEICULO.
006670     IF W-TV-PLACA (W-IDX-V) = W-TR-PLACA (W-IDX)
006680         MOVE W-IDX-V TO W-ACHOU.
006690 ROT-ACHAR-VEICULO-EXIT. EXIT.
006700******************************************************************
006710*    ROT-IMPRIMIR - GRAVA AS TRES PARTES DO REPFROTA              *
006720******************************************************************
006730 ROT-IMPRIMIR.
006740     OPEN OUTPUT REPFROTA.
006750     MOVE W-MES-INF TO CF1-MES.
006760     MOVE W-ANO-INF TO CF1-ANO.
006770     WRITE REG-RELAT FROM CAB-FRT1.
006780     MOVE SPACES TO REG-RELAT.
006790     WRITE REG-RELAT.
006800     WRITE REG-RELAT FROM CAB-ROTA1.
006810     WRITE REG-RELAT FROM CAB-ROTA2.
006820     PERFORM ROT-IMPRIMIR-ROTA THRU ROT-IMPRIMIR-ROTA-EXIT
006830         VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDE-TR.
006840     MOVE SPACES TO REG-RELAT.
006850     WRITE REG-RELAT.
006860     WRITE REG-RELAT FROM CAB-VEIC1.
006870     WRITE REG-RELAT FROM CAB-VEIC2.
006880     PERFORM ROT-IMPRIMIR-VEICULO THRU ROT-IMPRIMIR-VEICULO-EXIT
006890         VARYING W-IDX-V FROM 1 BY 1 UNTIL W-IDX-V > W-QTDE-TV.
006900     MOVE W-TOT-ROTAS     TO LTO-ROTAS.
006910     MOVE W-TOT-ENTREGUES TO LTO-ENTREGUES.
006920     MOVE W-TOT-FALHAS    TO LTO-FALHAS.
006930     MOVE W-TOT-KM        TO LTO-KM.
006940     MOVE W-TOT-CUSTO     TO LTO-CUSTO.
006950     MOVE ZERO TO W-CUSTO-ENTREGA.
006960     IF W-TOT-ENTREGUES > ZERO
006970         COMPUTE W-CUSTO-ENTREGA ROUNDED =
006980             W-TOT-CUSTO / W-TOT-ENTREGUES.
006990     MOVE W-CUSTO-ENTREGA TO LTO-CUSTO-ENTREGA.
007000     WRITE REG-RELAT FROM LIN-TOTAL.
007010     MOVE SPACES TO REG-RELAT.
007020     WRITE REG-RELAT.
007030     WRITE REG-RELAT FROM CAB-PED1.
007040     WRITE REG-RELAT FROM CAB-PED2.
007050     OPEN INPUT ENTREGAS.
007060     IF ENT-STATUS = "00"
007070         MOVE "N" TO W-EOF
007080         MOVE W-DATA-INI TO ET-DATA
007090         MOVE ZERO TO ET-NUMERO-PEDIDO
007100         START ENTREGAS KEY IS NOT LESS THAN ET-CHAVE
007110             INVALID KEY MOVE "S" TO W-EOF
007120         END-START
007130         PERFORM ROT-IMPRIMIR-PEDIDO
007140             THRU ROT-IMPRIMIR-PEDIDO-EXIT
007150             UNTIL W-EOF-SIM
007160         CLOSE ENTREGAS.
007170     CLOSE REPFROTA.
007180 ROT-IMPRIMIR-EXIT. EXIT.
007190 ROT-IMPRIMIR-ROTA.
007200     MOVE ZERO TO W-CUSTO-ENTREGA.
007210     IF W-TR-ENTREGUES (W-IDX) > ZERO
007220         COMPUTE W-CUSTO-ENTREGA ROUNDED =
007230             W-TR-CUSTO (W-IDX) / W-TR-ENTREGUES (W-IDX).
007240     MOVE W-TR-DATA (W-IDX)      TO LRO-DATA.
007250     MOVE W-TR-REGIAO (W-IDX)    TO LRO-REGIAO.
007260     MOVE W-TR-SEQ-ROTA (W-IDX)  TO LRO-SEQ-ROTA.
007270     MOVE W-TR-PLACA (W-IDX)     TO LRO-PLACA.
007280     MOVE W-TR-PARADAS (W-IDX)   TO LRO-PARADAS.
007290     MOVE W-TR-ENTREGUES (W-IDX) TO LRO-ENTREGUES.
007300     MOVE W-TR-FALHAS (W-IDX)    TO LRO-FALHAS.
007310     MOVE W-TR-KM (W-IDX)        TO LRO-KM.
007320     MOVE W-TR-CUSTO (W-IDX)     TO LRO-CUSTO.
007330     MOVE W-CUSTO-ENTREGA        TO LRO-CUSTO-ENTREGA.
007340     WRITE REG-RELAT FROM LIN-ROTA.
007350     ADD 1                      TO W-TOT-ROTAS.
007360     ADD W-TR-KM (W-IDX)        TO W-TOT-KM.
007370     ADD W-TR-CUSTO (W-IDX)     TO W-TOT-CUSTO.
007380     ADD W-TR-ENTREGUES (W-IDX) TO W-TOT-ENTREGUES.
007390     ADD W-TR-FALHAS (W-IDX)    TO W-TOT-FALHAS.
007400 ROT-IMPRIMIR-ROTA-EXIT. EXIT.
007410 ROT-IMPRIMIR-VEICULO.
007420     MOVE ZERO TO W-CUSTO-ENTREGA.
007430     IF W-TV-ENTREGUES (W-IDX-V) > ZERO
007440         COMPUTE W-CUSTO-ENTREGA ROUNDED =
007450             W-TV-CUSTO (W-IDX-V) / W-TV-ENTREGUES (W-IDX-V).
007460     MOVE W-TV-PLACA (W-IDX-V)     TO LVE-PLACA.
007470     IF W-TV-PLACA (W-IDX-V) = SPACES
007480         MOVE "SEM VEI" TO LVE-PLACA.
007490     MOVE W-TV-ROTAS (W-IDX-V)     TO LVE-ROTAS.
007500     MOVE W-TV-ENTREGUES (W-IDX-V) TO LVE-ENTREGUES.
007510     MOVE W-TV-FALHAS (W-IDX-V)    TO LVE-FALHAS.
007520     MOVE W-TV-KM (W-IDX-V)        TO LVE-KM.
007530     MOVE W-TV-CUSTO (W-IDX-V)     TO LVE-CUSTO.
007540     MOVE W-CUSTO-ENTREGA          TO LVE-CUSTO-ENTREGA.
007550     WRITE REG-RELAT FROM LIN-VEIC.
007560 ROT-IMPRIMIR-VEICULO-EXIT. EXIT.
007570 ROT-IMPRIMIR-PEDIDO.
007580     READ ENTREGAS NEXT RECORD
007590         AT END MOVE "S" TO W-EOF.
007600     IF W-EOF-SIM
007610         GO TO ROT-IMPRIMIR-PEDIDO-EXIT.
007620     IF ET-DATA > W-DATA-FIM
007630         MOVE "S" TO W-EOF
007640         GO TO ROT-IMPRIMIR-PEDIDO-EXIT.
007650     IF NOT ENTREGA-ENTREGUE AND NOT ENTREGA-PARCIAL
007660         GO TO ROT-IMPRIMIR-PEDIDO-EXIT.
007670     IF ET-SEQ-ROTA = ZERO
007680         GO TO ROT-IMPRIMIR-PEDIDO-EXIT.
007690     PERFORM ROT-ACHAR-ROTA THRU ROT-ACHAR-ROTA-EXIT.
007700     IF W-ACHOU = ZERO
007710         GO TO ROT-IMPRIMIR-PEDIDO-EXIT.
007720     COMPUTE W-CUSTO-ENTREGA ROUNDED =
007730         W-TR-CUSTO (W-ACHOU) / W-TR-ENTREGUES (W-ACHOU).
007740     MOVE ET-NUMERO-PEDIDO TO LPE-PEDIDO.
007750     MOVE ET-DATA          TO LPE-DATA.
007760     MOVE ET-REGIAO        TO LPE-REGIAO.
007770     MOVE ET-SEQ-ROTA      TO LPE-SEQ-ROTA.
007780     MOVE ET-PLACA         TO LPE-PLACA.
007790     MOVE ET-RESULTADO     TO LPE-RESULTADO.
007800     MOVE W-CUSTO-ENTREGA  TO LPE-CUSTO.
007810     WRITE REG-RELAT FROM LIN-PED.
007820 ROT-IMPRIMIR-PEDIDO-EXIT. EXIT.
