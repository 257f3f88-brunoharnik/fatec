000010******************************************************************
000020* PROGRAM-ID : CEPDELTA                                          *
000030* AUTHOR     : BRUNO HARNIK                                      *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME            *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070* PURPOSE    : APLICA NO CADCEP O ARQUIVO MENSAL DE ALTERACOES   *
000080*              DOS CORREIOS (CEPMENSAL): CADA LINHA TRAZ A       *
000090*              OPERACAO (I = INCLUSAO, A = ALTERACAO, R =        *
000100*              RETIRADA), OS MESMOS CAMPOS DO CEPENTRA DA        *
000110*              CEPCARGA E, NA RETIRADA, O CEP QUE SUBSTITUI O    *
000120*              RETIRADO (ZERO = SEM SUBSTITUTO). INCLUSAO E      *
000130*              ALTERACAO CARIMBAM O CEP-DATA-ATUALIZ E TEM A     *
000140*              CIDADE/UF CRITICADA NO CADMUN, COMO NA CARGA;     *
000150*              TODA GRAVACAO, REGRAVACAO E EXCLUSAO DO CADCEP    *
000160*              VAI PARA O FAUDIT (A EXCLUSAO COMO NO CEPDUP), DE *
000170*              ONDE O DELTAEXT JA LEVA PARA O EXTRATO            *
000180*              CORPORATIVO. DEPOIS VARRE O CADPARCEIRO E O       *
000190*              CADFUNC: QUEM APONTA PARA UM CEP INCLUIDO OU      *
000200*              ALTERADO TEM O ENDERECO DESNORMALIZADO            *
000210*              (LOGRADOURO, BAIRRO, CIDADE E UF; O NUMERO DO     *
000220*              FUNCIONARIO FICA) REGRAVADO COM O DO CADCEP E     *
000230*              AUDITADO; QUEM APONTA PARA UM CEP RETIRADO E      *
000240*              LISTADO NO REPCEPDL (SPOOL SPL000) PARA CORRECAO  *
000250*              NO CEP003 OU NO FP16203. INCLUSAO DE CEP JA       *
000260*              EXISTENTE E APLICADA COMO ALTERACAO E ALTERACAO   *
000270*              DE CEP INEXISTENTE COMO INCLUSAO, DE MODO QUE O   *
000280*              MESMO ARQUIVO PODE SER REPROCESSADO. RC 4 COM     *
000290*              LINHA REJEITADA OU REFERENCIA A CEP RETIRADO; RC  *
000300*              8 SEM O ARQUIVO OU SEM O CADCEP.                  *
000310*-----------------------------------------------------------------
000320* HISTORICO DE ALTERACOES                                        *
000330* DATA       INICIAIS  DESCRICAO                                 *
000340* 2026-10-15 BH        VERSAO INICIAL                            *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. CEPDELTA.
000380 AUTHOR. BRUNO HARNIK.
000390 INSTALLATION. FATEC.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CEPMENSAL ASSIGN TO "CEPMENSAL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS ENT-STATUS.
000510     SELECT CADCEP ASSIGN TO "CADCEP"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CEP-CODIGO
000550         ALTERNATE RECORD KEY IS CEP-LOGRA WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS CEP-CIDADE WITH DUPLICATES
000570         FILE STATUS IS CEP-STATUS.
000580     SELECT CADMUN ASSIGN TO "CADMUN"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS MUN-CHAVE
000620         FILE STATUS IS MUN-STATUS.
000630     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CODIGO
000670         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000680         FILE STATUS IS PARC-STATUS.
000690     SELECT CADFUNC ASSIGN TO "CADFUNC"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CODFUNC
000730         FILE STATUS IS FUNC-STATUS.
000740     SELECT FAUDIT ASSIGN TO "FAUDIT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS AUD-STATUS.
000770     SELECT REPCEPDL ASSIGN TO "REPCEPDL"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS REL-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CEPMENSAL
000830     LABEL RECORDS ARE STANDARD.
000840 01  REG-MOVTO.
000850     05  MOV-OPERACAO            PIC X(01).
000860         88  MOV-INCLUSAO        VALUE "I".
000870         88  MOV-ALTERACAO       VALUE "A".
000880         88  MOV-RETIRADA        VALUE "R".
000890     05  MOV-CODIGO              PIC 9(08).
000900     05  MOV-LOGRA               PIC X(40).
000910     05  MOV-BAIRRO              PIC X(30).
000920     05  MOV-CIDADE              PIC X(30).
000930     05  MOV-UF                  PIC X(02).
000940     05  MOV-REGIAO              PIC 9(01).
000950     05  MOV-LONGITUDE           PIC X(12).
000960     05  MOV-LATITUDE            PIC X(12).
000970     05  MOV-CEP-NOVO            PIC 9(08).
000980 FD  CADCEP
000990     LABEL RECORDS ARE STANDARD.
001000     COPY REGCEP.
001010 FD  CADMUN
001020     LABEL RECORDS ARE STANDARD.
001030     COPY REGMUN.
001040 FD  CADPARCEIRO
001050     LABEL RECORDS ARE STANDARD.
001060     COPY REGPAC.
001070 FD  CADFUNC
001080     LABEL RECORDS ARE STANDARD.
001090     COPY REGFUNC.
001100 FD  FAUDIT
001110     LABEL RECORDS ARE STANDARD.
001120 01  REG-FAUDIT                  PIC X(233).
001130 FD  REPCEPDL
001140     LABEL RECORDS ARE STANDARD.
001150 01  REG-RELAT                   PIC X(132).
001160 WORKING-STORAGE SECTION.
001170 01  ENT-STATUS                  PIC X(02).
001180 01  CEP-STATUS                  PIC X(02).
001190 01  MUN-STATUS                  PIC X(02).
001200 01  PARC-STATUS                 PIC X(02).
001210 01  FUNC-STATUS                 PIC X(02).
001220 01  AUD-STATUS                  PIC X(02).
001230 01  REL-STATUS                  PIC X(02).
001240 COPY AUDITLOG.
001250 COPY AUXPARM.
001260 COPY RUNPARM.
001270 COPY SPLPARM.
001280 01  W-SWITCHES.
001290     05  W-EOF-ENTRADA           PIC X(01) VALUE "N".
001300         88  W-EOF-ENTRADA-SIM   VALUE "S".
001310     05  W-EOF                   PIC X(01).
001320         88  W-EOF-SIM           VALUE "S".
001330     05  W-EOF-SPL               PIC X(01).
001340         88  W-EOF-SPL-SIM       VALUE "S".
001350     05  W-MUN-ABERTO            PIC X(01) VALUE "N".
001360         88  W-MUN-ABERTO-SIM    VALUE "S".
001370     05  W-EXISTE                PIC X(01).
001380         88  W-EXISTE-SIM        VALUE "S".
001390     05  W-ACHOU                 PIC X(01).
001400         88  W-ACHOU-SIM         VALUE "S".
001410     05  W-ABORTAR               PIC X(01) VALUE "N".
001420         88  W-ABORTAR-SIM       VALUE "S".
001430 01  W-MOTIVO                    PIC X(40).
001440 01  W-CEP-PROC                  PIC 9(08).
001450 01  W-IDX                       PIC 9(04) COMP.
001460 01  W-IDX-ACHADO                PIC 9(04) COMP.
001470 01  W-REGCEP-ANTES              PIC X(80).
001480 01  W-REGPAC-ANTES              PIC X(80).
001490 01  W-REGFUNC-ANTES             PIC X(80).
001500 01  W-HOJE                      PIC 9(08).
001510 01  W-HOJE-R REDEFINES W-HOJE.
001520     05  W-HJ-ANO                PIC 9(04).
001530     05  W-HJ-MES                PIC 9(02).
001540     05  W-HJ-DIA                PIC 9(02).
001550 01  W-DATA-SISTEMA.
001560     05  W-DTSIS-ANO             PIC 9(02).
001570     05  W-DTSIS-MES             PIC 9(02).
001580     05  W-DTSIS-DIA             PIC 9(02).
001590 01  W-CONTADORES.
001600     05  W-QTDE-LIDA             PIC 9(07) VALUE ZERO.
001610     05  W-QTDE-INCLUIDA         PIC 9(07) VALUE ZERO.
001620     05  W-QTDE-ALTERADA         PIC 9(07) VALUE ZERO.
001630     05  W-QTDE-SEM-MUDANCA      PIC 9(07) VALUE ZERO.
001640     05  W-QTDE-RETIRADA         PIC 9(07) VALUE ZERO.
001650     05  W-QTDE-REJEITADA        PIC 9(07) VALUE ZERO.
001660     05  W-QTDE-PARC-ATUAL       PIC 9(07) VALUE ZERO.
001670     05  W-QTDE-FUNC-ATUAL       PIC 9(07) VALUE ZERO.
001680     05  W-QTDE-REFERENCIAS      PIC 9(07) VALUE ZERO.
001690     05  W-QTDE-FORA-TAB         PIC 9(07) VALUE ZERO.
001700******************************************************************
001710*    CEPS INCLUIDOS/ALTERADOS NESTA EXECUCAO (COM O ENDERECO QUE *
001720*    FICOU NO CADCEP) E CEPS RETIRADOS (COM O SUBSTITUTO         *
001730*    INFORMADO)                                                  *
001740******************************************************************
001750 01  W-QTDE-ATU                  PIC 9(04) COMP VALUE ZERO.
001760 01  TAB-ATUALIZADOS.
001770     05  TAT-OCR OCCURS 3000 TIMES.
001780         10  TAT-CODIGO          PIC 9(08).
001790         10  TAT-LOGRA           PIC X(40).
001800         10  TAT-BAIRRO          PIC X(30).
001810         10  TAT-CIDADE          PIC X(30).
001820         10  TAT-UF              PIC X(02).
001830 01  W-QTDE-RET                  PIC 9(04) COMP VALUE ZERO.
001840 01  TAB-RETIRADOS.
001850     05  TRT-OCR OCCURS 1000 TIMES.
001860         10  TRT-CODIGO          PIC 9(08).
001870         10  TRT-CEP-NOVO        PIC 9(08).
001880******************************************************************
001890*    LINHAS DO RELATORIO REPCEPDL                                *
001900******************************************************************
001910 01  LIN-CABEC1.
001920     05  FILLER                  PIC X(50) VALUE
001930         "MOVIMENTO MENSAL DE CEP - CEPDELTA - EMITIDO EM ".
001940     05  LC1-DIA                 PIC 9(02).
001950     05  FILLER                  PIC X(01) VALUE "/".
001960     05  LC1-MES                 PIC 9(02).
001970     05  FILLER                  PIC X(01) VALUE "/".
001980     05  LC1-ANO                 PIC 9(04).
001990 01  LIN-TITULO                  PIC X(132).
002000 01  LIN-CAB-REJ.
002010     05  FILLER                  PIC X(50) VALUE
002020         "OPER CEP       MOTIVO".
002030 01  LIN-REJ.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  LR-OPERACAO             PIC X(01).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  LR-CEP                  PIC X(08).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  LR-MOTIVO               PIC X(40).
002100 01  LIN-CAB-REF.
002110     05  FILLER                  PIC X(52) VALUE
002120         "CADASTRO     CODIGO NOME                           ".
002130     05  FILLER                  PIC X(52) VALUE
002140         "CEP RETIRADO  SUBSTITUTO  CORRIGIR NO".
002150 01  LIN-REF.
002160     05  LF-CADASTRO             PIC X(12).
002170     05  FILLER                  PIC X(01) VALUE SPACES.
002180     05  LF-CODIGO               PIC ZZZZZ9.
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  LF-NOME                 PIC X(30).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  LF-CEP                  PIC 9(08).
002230     05  FILLER                  PIC X(06) VALUE SPACES.
002240     05  LF-SUBSTITUTO           PIC X(08).
002250     05  FILLER                  PIC X(04) VALUE SPACES.
002260     05  LF-PROGRAMA             PIC X(08).
002270 01  LIN-AVISO.
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  LAV-TEXTO               PIC X(60).
002300     05  LAV-QTDE                PIC ZZZZZZ9.
002310 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
002320 PROCEDURE DIVISION.
002330******************************************************************
002340*    0000-MAINLINE                                               *
002350******************************************************************
002360 0000-MAINLINE.
002370     DISPLAY "CEPDELTA - MOVIMENTO MENSAL DE CEP DOS CORREIOS".
002380     MOVE "CEPDELTA" TO RCT-PROGRAMA.
002390     MOVE ZERO TO RCT-DATA.
002400     MOVE "L" TO RCT-ACAO.
002410     CALL "RUNCTL" USING RCT-PARAMETROS.
002420     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002430     IF W-ABORTAR-SIM
002440         MOVE 8 TO RETURN-CODE
002450         GOBACK.
002460     PERFORM 2000-PROCESSAR THRU 2000-EXIT
002470         UNTIL W-EOF-ENTRADA-SIM.
002480     CLOSE CEPMENSAL.
002490     CLOSE CADCEP.
002500     IF W-MUN-ABERTO-SIM
002510         CLOSE CADMUN.
002520     MOVE "REFERENCIAS A CEP RETIRADO (CEP003 OU FP16203)"
002530         TO LIN-TITULO.
002540     WRITE REG-RELAT FROM LIN-BRANCO.
002550     WRITE REG-RELAT FROM LIN-TITULO.
002560     WRITE REG-RELAT FROM LIN-CAB-REF.
002570     IF W-QTDE-ATU > ZERO OR W-QTDE-RET > ZERO
002580         PERFORM 5000-PARCEIROS THRU 5000-EXIT
002590         PERFORM 6000-FUNCIONARIOS THRU 6000-EXIT.
002600     PERFORM 7000-RESUMO THRU 7000-EXIT.
002610     CLOSE REPCEPDL.
002620     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
002630     DISPLAY "CEPDELTA: LINHAS LIDAS...............: "
002640             W-QTDE-LIDA.
002650     DISPLAY "CEPDELTA: INCLUIDOS / ALTERADOS......: "
002660             W-QTDE-INCLUIDA " / " W-QTDE-ALTERADA.
002670     DISPLAY "CEPDELTA: RETIRADOS / REJEITADAS.....: "
002680             W-QTDE-RETIRADA " / " W-QTDE-REJEITADA.
002690     DISPLAY "CEPDELTA: PARCEIROS / FUNC. ATUALIZ..: "
002700             W-QTDE-PARC-ATUAL " / " W-QTDE-FUNC-ATUAL.
002710     DISPLAY "CEPDELTA: REFERENCIAS A CEP RETIRADO.: "
002720             W-QTDE-REFERENCIAS.
002730     DISPLAY "CEPDELTA: RELATORIO EM REPCEPDL, SPOOL " SPA-NUMERO.
002740     COMPUTE RCT-REGISTROS = W-QTDE-INCLUIDA + W-QTDE-ALTERADA
002750                           + W-QTDE-RETIRADA.
002760     MOVE "F" TO RCT-ACAO.
002770     CALL "RUNCTL" USING RCT-PARAMETROS.
002780     IF W-QTDE-REJEITADA > ZERO OR W-QTDE-REFERENCIAS > ZERO
002790         OR W-QTDE-FORA-TAB > ZERO
002800         MOVE 4 TO RETURN-CODE
002810     ELSE
002820         MOVE ZERO TO RETURN-CODE.
002830     GOBACK.
002840******************************************************************
002850*    1000-INICIALIZAR - ABRE O MOVIMENTO, O CADCEP (CRIADO SE NAO*
002860*    EXISTIR, COMO NA CARGA) E O CADMUN, E INICIA O RELATORIO    *
002870******************************************************************
002880 1000-INICIALIZAR.
002890     OPEN INPUT CEPMENSAL.
002900     IF ENT-STATUS NOT = "00"
002910         DISPLAY "CEPDELTA: ARQUIVO CEPMENSAL NAO ENCONTRADO"
002920         MOVE "S" TO W-ABORTAR
002930         GO TO 1000-EXIT.
002940     OPEN I-O CADCEP.
002950     IF CEP-STATUS = "35"
002960         OPEN OUTPUT CADCEP
002970         CLOSE CADCEP
002980         OPEN I-O CADCEP.
002990     IF CEP-STATUS NOT = "00"
003000         DISPLAY "CEPDELTA: NAO FOI POSSIVEL ABRIR O CADCEP"
003010         CLOSE CEPMENSAL
003020         MOVE "S" TO W-ABORTAR
003030         GO TO 1000-EXIT.
003040     OPEN INPUT CADMUN.
003050     IF MUN-STATUS = "00"
003060         MOVE "S" TO W-MUN-ABERTO
003070     ELSE
003080         DISPLAY "CEPDELTA: CADMUN AUSENTE - CIDADE SEM CRITICA".
003090     ACCEPT W-HOJE FROM DATE YYYYMMDD.
003100     ACCEPT W-DATA-SISTEMA FROM DATE.
003110     OPEN OUTPUT REPCEPDL.
003120     MOVE W-HJ-DIA TO LC1-DIA.
003130     MOVE W-HJ-MES TO LC1-MES.
003140     MOVE W-HJ-ANO TO LC1-ANO.
003150     WRITE REG-RELAT FROM LIN-CABEC1.
003160     WRITE REG-RELAT FROM LIN-BRANCO.
003170     MOVE "LINHAS DO MOVIMENTO REJEITADAS" TO LIN-TITULO.
003180     WRITE REG-RELAT FROM LIN-TITULO.
003190     WRITE REG-RELAT FROM LIN-CAB-REJ.
003200 1000-EXIT. EXIT.
003210******************************************************************
003220*    2000-PROCESSAR - LE UMA LINHA DO MOVIMENTO E APLICA A       *
003230*    OPERACAO                                                    *
003240******************************************************************
003250 2000-PROCESSAR.
003260     READ CEPMENSAL
003270         AT END MOVE "S" TO W-EOF-ENTRADA.
003280     IF W-EOF-ENTRADA-SIM
003290         GO TO 2000-EXIT.
003300     ADD 1 TO W-QTDE-LIDA.
003310     IF MOV-CODIGO NOT NUMERIC OR MOV-CODIGO = ZERO
003320         MOVE "CEP INVALIDO" TO W-MOTIVO
003330         PERFORM 2900-REJEITAR THRU 2900-EXIT
003340         GO TO 2000-EXIT.
003350     EVALUATE TRUE
003360         WHEN MOV-INCLUSAO
003370         WHEN MOV-ALTERACAO
003380             PERFORM 2100-INCLUIR-ALTERAR THRU 2100-EXIT
003390         WHEN MOV-RETIRADA
003400             PERFORM 2500-RETIRAR THRU 2500-EXIT
003410         WHEN OTHER
003420             MOVE "OPERACAO INVALIDA (I, A OU R)" TO W-MOTIVO
003430             PERFORM 2900-REJEITAR THRU 2900-EXIT
003440     END-EVALUATE.
003450 2000-EXIT. EXIT.
003460******************************************************************
003470*    2100-INCLUIR-ALTERAR - CRITICA A CIDADE/UF NO CADMUN; GRAVA *
003480*    O CEP NOVO OU REGRAVA O EXISTENTE COM A DATA DE ATUALIZACAO *
003490******************************************************************
003500 2100-INCLUIR-ALTERAR.
003510     IF MOV-LOGRA = SPACES OR MOV-CIDADE = SPACES
003520         OR MOV-UF = SPACES
003530         MOVE "LOGRADOURO, CIDADE OU UF EM BRANCO" TO W-MOTIVO
003540         PERFORM 2900-REJEITAR THRU 2900-EXIT
003550         GO TO 2100-EXIT.
003560     IF W-MUN-ABERTO-SIM
003570         MOVE MOV-CIDADE TO MUN-NOME
003580         MOVE MOV-UF     TO MUN-UF
003590         READ CADMUN
003600             INVALID KEY
003610                 MOVE "CIDADE/UF FORA DO CADMUN" TO W-MOTIVO
003620                 PERFORM 2900-REJEITAR THRU 2900-EXIT
003630                 GO TO 2100-EXIT
003640         END-READ.
003650     MOVE MOV-CODIGO TO CEP-CODIGO.
003660     MOVE "S" TO W-EXISTE.
003670     READ CADCEP
003680         INVALID KEY MOVE "N" TO W-EXISTE.
003690     IF W-EXISTE-SIM
003700         MOVE REGCEP TO W-REGCEP-ANTES
003710         IF CEP-LOGRA = MOV-LOGRA AND CEP-BAIRRO = MOV-BAIRRO
003720             AND CEP-CIDADE = MOV-CIDADE AND CEP-UF = MOV-UF
003730             AND CEP-REGIAO = MOV-REGIAO
003740             AND CEP-LONGITUDE = MOV-LONGITUDE
003750             AND CEP-LATITUDE = MOV-LATITUDE
003760             ADD 1 TO W-QTDE-SEM-MUDANCA
003770             PERFORM 2300-GUARDAR-ATUALIZADO THRU 2300-EXIT
003780             GO TO 2100-EXIT
003790         END-IF
003800     ELSE
003810         MOVE SPACES TO W-REGCEP-ANTES
003820         MOVE MOV-CODIGO TO CEP-CODIGO
003830     END-IF.
003840     MOVE MOV-LOGRA     TO CEP-LOGRA.
003850     MOVE MOV-BAIRRO    TO CEP-BAIRRO.
003860     MOVE MOV-CIDADE    TO CEP-CIDADE.
003870     MOVE MOV-UF        TO CEP-UF.
003880     MOVE MOV-REGIAO    TO CEP-REGIAO.
003890     MOVE MOV-LONGITUDE TO CEP-LONGITUDE.
003900     MOVE MOV-LATITUDE  TO CEP-LATITUDE.
003910     MOVE W-DTSIS-DIA   TO CEP-DT-DIA.
003920     MOVE W-DTSIS-MES   TO CEP-DT-MES.
003930     MOVE W-DTSIS-ANO   TO CEP-DT-ANO.
003940     IF W-EXISTE-SIM
003950         PERFORM 2110-REGRAVAR THRU 2110-EXIT
003960     ELSE
003970         PERFORM 2120-GRAVAR THRU 2120-EXIT.
003980 2100-EXIT. EXIT.
003990 2110-REGRAVAR.
004000     REWRITE REGCEP
004010         INVALID KEY
004020             MOVE "ERRO NA REGRAVACAO DO CADCEP" TO W-MOTIVO
004030             PERFORM 2900-REJEITAR THRU 2900-EXIT
004040             GO TO 2110-EXIT.
004050     ADD 1 TO W-QTDE-ALTERADA.
004060     MOVE "A"            TO AUD-OPERACAO.
004070     MOVE "CADCEP"       TO AUD-ARQUIVO.
004080     MOVE CEP-CODIGO     TO AUD-CHAVE.
004090     MOVE W-REGCEP-ANTES TO AUD-ANTES.
004100     MOVE REGCEP         TO AUD-DEPOIS.
004110     PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT.
004120     PERFORM 2300-GUARDAR-ATUALIZADO THRU 2300-EXIT.
004130 2110-EXIT. EXIT.
004140 2120-GRAVAR.
004150     WRITE REGCEP
004160         INVALID KEY
004170             MOVE "ERRO NA GRAVACAO DO CADCEP" TO W-MOTIVO
004180             PERFORM 2900-REJEITAR THRU 2900-EXIT
004190             GO TO 2120-EXIT.
004200     ADD 1 TO W-QTDE-INCLUIDA.
004210     MOVE "I"            TO AUD-OPERACAO.
004220     MOVE "CADCEP"       TO AUD-ARQUIVO.
004230     MOVE CEP-CODIGO     TO AUD-CHAVE.
004240     MOVE SPACES         TO AUD-ANTES.
004250     MOVE REGCEP         TO AUD-DEPOIS.
004260     PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT.
004270     PERFORM 2300-GUARDAR-ATUALIZADO THRU 2300-EXIT.
004280 2120-EXIT. EXIT.
004290******************************************************************
004300*    2300-GUARDAR-ATUALIZADO - O ENDERECO QUE FICOU NO CADCEP VAI*
004310*    PARA A TABELA DE PROPAGACAO (O CEP SEM MUDANCA TAMBEM, PARA *
004320*    QUE UM REPROCESSAMENTO COMPLETE A PROPAGACAO INTERROMPIDA)  *
004330******************************************************************
004340 2300-GUARDAR-ATUALIZADO.
004350     MOVE CEP-CODIGO TO W-CEP-PROC.
004360     PERFORM 9100-PROCURAR-ATU THRU 9100-EXIT.
004370     IF NOT W-ACHOU-SIM
004380         IF W-QTDE-ATU < 3000
004390             ADD 1 TO W-QTDE-ATU
004400             MOVE W-QTDE-ATU TO W-IDX-ACHADO
004410         ELSE
004420             ADD 1 TO W-QTDE-FORA-TAB
004430             GO TO 2300-EXIT.
004440     MOVE CEP-CODIGO TO TAT-CODIGO(W-IDX-ACHADO).
004450     MOVE CEP-LOGRA  TO TAT-LOGRA(W-IDX-ACHADO).
004460     MOVE CEP-BAIRRO TO TAT-BAIRRO(W-IDX-ACHADO).
004470     MOVE CEP-CIDADE TO TAT-CIDADE(W-IDX-ACHADO).
004480     MOVE CEP-UF     TO TAT-UF(W-IDX-ACHADO).
004490 2300-EXIT. EXIT.
004500******************************************************************
004510*    2500-RETIRAR - EXCLUI O CEP DO CADCEP (COMO A FUSAO DO      *
004520*    CEPDUP) E GUARDA O SUBSTITUTO PARA A LISTA DE REFERENCIAS.  *
004530*    CEP JA AUSENTE NAO E ERRO: PODE SER REPROCESSAMENTO, E AS   *
004540*    REFERENCIAS AINDA SAO LISTADAS                              *
004550******************************************************************
004560 2500-RETIRAR.
004570     IF MOV-CEP-NOVO NOT NUMERIC
004580         MOVE ZERO TO MOV-CEP-NOVO.
004590     IF MOV-CEP-NOVO = MOV-CODIGO
004600         MOVE "SUBSTITUTO IGUAL AO CEP RETIRADO" TO W-MOTIVO
004610         PERFORM 2900-REJEITAR THRU 2900-EXIT
004620         GO TO 2500-EXIT.
004630     MOVE MOV-CODIGO TO CEP-CODIGO.
004640     READ CADCEP
004650         INVALID KEY
004660             GO TO 2510-GUARDAR-RETIRADO.
004670     MOVE REGCEP TO W-REGCEP-ANTES.
004680     DELETE CADCEP RECORD
004690         INVALID KEY
004700             MOVE "ERRO NA EXCLUSAO DO CADCEP" TO W-MOTIVO
004710             PERFORM 2900-REJEITAR THRU 2900-EXIT
004720             GO TO 2500-EXIT.
004730     ADD 1 TO W-QTDE-RETIRADA.
004740     MOVE "D"            TO AUD-OPERACAO.
004750     MOVE "CADCEP"       TO AUD-ARQUIVO.
004760     MOVE MOV-CODIGO     TO AUD-CHAVE.
004770     MOVE W-REGCEP-ANTES TO AUD-ANTES.
004780     MOVE SPACES         TO AUD-DEPOIS.
004790     PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT.
004800 2510-GUARDAR-RETIRADO.
004810     MOVE MOV-CODIGO TO W-CEP-PROC.
004820     PERFORM 9200-PROCURAR-RET THRU 9200-EXIT.
004830     IF NOT W-ACHOU-SIM
004840         IF W-QTDE-RET < 1000
004850             ADD 1 TO W-QTDE-RET
004860             MOVE W-QTDE-RET TO W-IDX-ACHADO
004870         ELSE
004880             ADD 1 TO W-QTDE-FORA-TAB
004890             GO TO 2500-EXIT.
004900     MOVE MOV-CODIGO   TO TRT-CODIGO(W-IDX-ACHADO).
004910     MOVE MOV-CEP-NOVO TO TRT-CEP-NOVO(W-IDX-ACHADO).
004920 2500-EXIT. EXIT.
004930******************************************************************
004940*    2900-REJEITAR - LINHA DO MOVIMENTO NAO APLICADA VAI PARA O  *
004950*    RELATORIO COM O MOTIVO                                      *
004960******************************************************************
004970 2900-REJEITAR.
004980     ADD 1 TO W-QTDE-REJEITADA.
004990     MOVE MOV-OPERACAO TO LR-OPERACAO.
005000     MOVE MOV-CODIGO   TO LR-CEP.
005010     MOVE W-MOTIVO     TO LR-MOTIVO.
005020     WRITE REG-RELAT FROM LIN-REJ.
005030 2900-EXIT. EXIT.
005040******************************************************************
005050*    5000-PARCEIROS - REGRAVA O ENDERECO DE QUEM APONTA PARA CEP *
005060*    ATUALIZADO E LISTA QUEM APONTA PARA CEP RETIRADO            *
005070******************************************************************
005080 5000-PARCEIROS.
005090     OPEN I-O CADPARCEIRO.
005100     IF PARC-STATUS NOT = "00"
005110         DISPLAY "CEPDELTA: CADPARCEIRO NAO EXISTE"
005120         GO TO 5000-EXIT.
005130     MOVE "N" TO W-EOF.
005140     MOVE LOW-VALUES TO CODIGO.
005150     START CADPARCEIRO KEY IS NOT LESS THAN CODIGO
005160         INVALID KEY MOVE "S" TO W-EOF.
005170     PERFORM 5100-LER-PARC THRU 5100-EXIT
005180         UNTIL W-EOF-SIM.
005190     CLOSE CADPARCEIRO.
005200 5000-EXIT. EXIT.
005210 5100-LER-PARC.
005220     READ CADPARCEIRO NEXT RECORD
005230         AT END MOVE "S" TO W-EOF.
005240     IF W-EOF-SIM
005250         GO TO 5100-EXIT.
005260     IF NCEP = ZERO
005270         GO TO 5100-EXIT.
005280     MOVE NCEP TO W-CEP-PROC.
005290     PERFORM 9200-PROCURAR-RET THRU 9200-EXIT.
005300     IF W-ACHOU-SIM
005310         MOVE "CADPARCEIRO" TO LF-CADASTRO
005320         MOVE CODIGO        TO LF-CODIGO
005330         MOVE NOME          TO LF-NOME
005340         MOVE "CEP003"      TO LF-PROGRAMA
005350         PERFORM 5900-LISTAR-REFERENCIA THRU 5900-EXIT
005360         GO TO 5100-EXIT.
005370     PERFORM 9100-PROCURAR-ATU THRU 9100-EXIT.
005380     IF NOT W-ACHOU-SIM
005390         GO TO 5100-EXIT.
005400     IF LOGRADOURO = TAT-LOGRA(W-IDX-ACHADO)
005410         AND BAIRRO = TAT-BAIRRO(W-IDX-ACHADO)
005420         AND CIDADE = TAT-CIDADE(W-IDX-ACHADO)
005430         AND UF = TAT-UF(W-IDX-ACHADO)
005440         GO TO 5100-EXIT.
005450     MOVE REGPAC TO W-REGPAC-ANTES.
005460     MOVE TAT-LOGRA(W-IDX-ACHADO)  TO LOGRADOURO.
005470     MOVE TAT-BAIRRO(W-IDX-ACHADO) TO BAIRRO.
005480     MOVE TAT-CIDADE(W-IDX-ACHADO) TO CIDADE.
005490     MOVE TAT-UF(W-IDX-ACHADO)     TO UF.
005500     REWRITE REGPAC
005510         INVALID KEY
005520             DISPLAY "CEPDELTA: ERRO AO ATUALIZAR PARCEIRO "
005530                 CODIGO
005540         NOT INVALID KEY
005550             ADD 1 TO W-QTDE-PARC-ATUAL
005560             MOVE "A"            TO AUD-OPERACAO
005570             MOVE "CADPARCEIRO"  TO AUD-ARQUIVO
005580             MOVE CODIGO         TO AUD-CHAVE
005590             MOVE W-REGPAC-ANTES TO AUD-ANTES
005600             MOVE REGPAC         TO AUD-DEPOIS
005610             PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT.
005620 5100-EXIT. EXIT.
005630******************************************************************
005640*    5900-LISTAR-REFERENCIA - LINHA DO CADASTRO QUE APONTA PARA O*
005650*    CEP RETIRADO DE TRT-OCR(W-IDX-ACHADO), COM O SUBSTITUTO     *
005660*    SUGERIDO                                                    *
005670******************************************************************
005680 5900-LISTAR-REFERENCIA.
005690     ADD 1 TO W-QTDE-REFERENCIAS.
005700     MOVE TRT-CODIGO(W-IDX-ACHADO) TO LF-CEP.
005710     IF TRT-CEP-NOVO(W-IDX-ACHADO) = ZERO
005720         MOVE "NENHUM" TO LF-SUBSTITUTO
005730     ELSE
005740         MOVE TRT-CEP-NOVO(W-IDX-ACHADO) TO LF-SUBSTITUTO.
005750     WRITE REG-RELAT FROM LIN-REF.
005760 5900-EXIT. EXIT.
005770******************************************************************
005780*    6000-FUNCIONARIOS - O MESMO PASSO NO ENDERECO DO CADFUNC (O *
005790*    NUMERO E O COMPLEMENTO DIGITADOS FICAM; ANONIMIZADO NAO TEM *
005800*    ENDERECO)                                                   *
005810******************************************************************
005820 6000-FUNCIONARIOS.
005830     OPEN I-O CADFUNC.
005840     IF FUNC-STATUS NOT = "00"
005850         DISPLAY "CEPDELTA: CADFUNC NAO EXISTE"
005860         GO TO 6000-EXIT.
005870     MOVE "N" TO W-EOF.
005880     MOVE LOW-VALUES TO CODFUNC.
005890     START CADFUNC KEY IS NOT LESS THAN CODFUNC
005900         INVALID KEY MOVE "S" TO W-EOF.
005910     PERFORM 6100-LER-FUNC THRU 6100-EXIT
005920         UNTIL W-EOF-SIM.
005930     CLOSE CADFUNC.
005940 6000-EXIT. EXIT.
005950 6100-LER-FUNC.
005960     READ CADFUNC NEXT RECORD
005970         AT END MOVE "S" TO W-EOF.
005980     IF W-EOF-SIM
005990         GO TO 6100-EXIT.
006000     IF NCEPFUNC = ZERO OR FUNC-ANONIMIZADO-SIM
006010         GO TO 6100-EXIT.
006020     MOVE NCEPFUNC TO W-CEP-PROC.
006030     PERFORM 9200-PROCURAR-RET THRU 9200-EXIT.
006040     IF W-ACHOU-SIM
006050         MOVE "CADFUNC"     TO LF-CADASTRO
006060         MOVE CODFUNC       TO LF-CODIGO
006070         MOVE NOMEFUNC      TO LF-NOME
006080         MOVE "FP16203"     TO LF-PROGRAMA
006090         PERFORM 5900-LISTAR-REFERENCIA THRU 5900-EXIT
006100         GO TO 6100-EXIT.
006110     PERFORM 9100-PROCURAR-ATU THRU 9100-EXIT.
006120     IF NOT W-ACHOU-SIM
006130         GO TO 6100-EXIT.
006140     IF LOGRAFUNC = TAT-LOGRA(W-IDX-ACHADO)
006150         AND BAIRROFUNC = TAT-BAIRRO(W-IDX-ACHADO)
006160         AND CIDADEFUNC = TAT-CIDADE(W-IDX-ACHADO)
006170         AND UFFUNC = TAT-UF(W-IDX-ACHADO)
006180         GO TO 6100-EXIT.
006190     MOVE REGFUNC TO W-REGFUNC-ANTES.
006200     MOVE TAT-LOGRA(W-IDX-ACHADO)  TO LOGRAFUNC.
006210     MOVE TAT-BAIRRO(W-IDX-ACHADO) TO BAIRROFUNC.
006220     MOVE TAT-CIDADE(W-IDX-ACHADO) TO CIDADEFUNC.
006230     MOVE TAT-UF(W-IDX-ACHADO)     TO UFFUNC.
006240     REWRITE REGFUNC
006250         INVALID KEY
006260             DISPLAY "CEPDELTA: ERRO AO ATUALIZAR FUNCIONARIO "
006270                 CODFUNC
006280         NOT INVALID KEY
006290             ADD 1 TO W-QTDE-FUNC-ATUAL
006300             MOVE "A"             TO AUD-OPERACAO
006310             MOVE "CADFUNC"       TO AUD-ARQUIVO
006320             MOVE CODFUNC         TO AUD-CHAVE
006330             MOVE W-REGFUNC-ANTES TO AUD-ANTES
006340             MOVE REGFUNC         TO AUD-DEPOIS
006350             PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT.
006360 6100-EXIT. EXIT.
006370******************************************************************
006380*    7000-RESUMO - QUANTIDADES NO FIM DO RELATORIO               *
006390******************************************************************
006400 7000-RESUMO.
006410     WRITE REG-RELAT FROM LIN-BRANCO.
006420     MOVE "RESUMO" TO LIN-TITULO.
006430     WRITE REG-RELAT FROM LIN-TITULO.
006440     MOVE "LINHAS LIDAS NO MOVIMENTO" TO LAV-TEXTO.
006450     MOVE W-QTDE-LIDA TO LAV-QTDE.
006460     WRITE REG-RELAT FROM LIN-AVISO.
006470     MOVE "CEPS INCLUIDOS" TO LAV-TEXTO.
006480     MOVE W-QTDE-INCLUIDA TO LAV-QTDE.
006490     WRITE REG-RELAT FROM LIN-AVISO.
006500     MOVE "CEPS ALTERADOS" TO LAV-TEXTO.
006510     MOVE W-QTDE-ALTERADA TO LAV-QTDE.
006520     WRITE REG-RELAT FROM LIN-AVISO.
006530     MOVE "CEPS JA IGUAIS AO MOVIMENTO" TO LAV-TEXTO.
006540     MOVE W-QTDE-SEM-MUDANCA TO LAV-QTDE.
006550     WRITE REG-RELAT FROM LIN-AVISO.
006560     MOVE "CEPS RETIRADOS" TO LAV-TEXTO.
006570     MOVE W-QTDE-RETIRADA TO LAV-QTDE.
006580     WRITE REG-RELAT FROM LIN-AVISO.
006590     MOVE "LINHAS REJEITADAS" TO LAV-TEXTO.
006600     MOVE W-QTDE-REJEITADA TO LAV-QTDE.
006610     WRITE REG-RELAT FROM LIN-AVISO.
006620     MOVE "PARCEIROS COM ENDERECO ATUALIZADO" TO LAV-TEXTO.
006630     MOVE W-QTDE-PARC-ATUAL TO LAV-QTDE.
006640     WRITE REG-RELAT FROM LIN-AVISO.
006650     MOVE "FUNCIONARIOS COM ENDERECO ATUALIZADO" TO LAV-TEXTO.
006660     MOVE W-QTDE-FUNC-ATUAL TO LAV-QTDE.
006670     WRITE REG-RELAT FROM LIN-AVISO.
006680     MOVE "REFERENCIAS A CEP RETIRADO" TO LAV-TEXTO.
006690     MOVE W-QTDE-REFERENCIAS TO LAV-QTDE.
006700     WRITE REG-RELAT FROM LIN-AVISO.
006710     IF W-QTDE-FORA-TAB > ZERO
006720         MOVE "CEPS ALEM DA TABELA - SEM PROPAGACAO/LISTA"
006730             TO LAV-TEXTO
006740         MOVE W-QTDE-FORA-TAB TO LAV-QTDE
006750         WRITE REG-RELAT FROM LIN-AVISO.
006760 7000-EXIT. EXIT.
006770******************************************************************
006780*    8000-GRAVAR-AUDITORIA - APENSA A TRILHA FAUDIT (MESMO PADRAO*
006790*    DO CEPDUP; SEM OPERADOR, O PROGRAMA RESPONDE PELA ALTERACAO)*
006800******************************************************************
006810 8000-GRAVAR-AUDITORIA.
006820     MOVE "CEPDELTA"   TO AUD-PROGRAMA.
006830     MOVE "CEPDELTA"   TO AUD-OPERADOR.
006840     ACCEPT AUD-DATA   FROM DATE.
006850     ACCEPT AUD-HORA   FROM TIME.
006860     OPEN EXTEND FAUDIT.
006870     IF AUD-STATUS = "35"
006880         OPEN OUTPUT FAUDIT
006890         CLOSE FAUDIT
006900         OPEN EXTEND FAUDIT.
006910     WRITE REG-FAUDIT FROM REG-AUDITLOG.
006920     CLOSE FAUDIT.
006930     MOVE REG-AUDITLOG TO AUX-REGISTRO.
006940     MOVE "G" TO AUX-ACAO.
006950     CALL "AUX000" USING AUX-PARAMETROS-AREA.
006960 8000-EXIT. EXIT.
006970******************************************************************
006980*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA O*
006990*    SPLREP REIMPRIMIR                                           *
007000******************************************************************
007010 9000-ESPOLAR.
007020     MOVE "I" TO SPA-ACAO.
007030     MOVE "CEPDELTA" TO SPA-PROGRAMA.
007040     MOVE SPACES TO SPA-OPERADOR.
007050     MOVE SPACES TO SPA-PARAMS.
007060     STRING "LINHAS " W-QTDE-LIDA
007070         DELIMITED BY SIZE INTO SPA-PARAMS.
007080     CALL "SPL000" USING SPL-PARAMETROS-AREA.
007090     OPEN INPUT REPCEPDL.
007100     IF REL-STATUS NOT = "00"
007110         GO TO 9000-FIM.
007120     MOVE "N" TO W-EOF-SPL.
007130     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
007140         UNTIL W-EOF-SPL-SIM.
007150     CLOSE REPCEPDL.
007160 9000-FIM.
007170     MOVE "F" TO SPA-ACAO.
007180     CALL "SPL000" USING SPL-PARAMETROS-AREA.
007190 9000-EXIT. EXIT.
007200 9010-ESPOLAR-LER.
007210     READ REPCEPDL
007220         AT END MOVE "S" TO W-EOF-SPL.
007230     IF NOT W-EOF-SPL-SIM
007240         MOVE "L" TO SPA-ACAO
007250         MOVE REG-RELAT TO SPA-LINHA
007260         CALL "SPL000" USING SPL-PARAMETROS-AREA.
007270 9010-EXIT. EXIT.
007280******************************************************************
007290*    9100-PROCURAR-ATU / 9200-PROCURAR-RET - W-CEP-PROC NA TABELA*
007300*    DE ATUALIZADOS OU DE RETIRADOS (W-IDX-ACHADO)               *
007310******************************************************************
007320 9100-PROCURAR-ATU.
007330     MOVE "N" TO W-ACHOU.
007340     PERFORM 9110-COMPARAR-ATU THRU 9110-EXIT
007350         VARYING W-IDX FROM 1 BY 1
007360         UNTIL W-IDX > W-QTDE-ATU OR W-ACHOU-SIM.
007370 9100-EXIT. EXIT.
007380 9110-COMPARAR-ATU.
007390     IF TAT-CODIGO(W-IDX) = W-CEP-PROC
007400         MOVE "S" TO W-ACHOU
007410         MOVE W-IDX TO W-IDX-ACHADO.
007420 9110-EXIT. EXIT.
007430 9200-PROCURAR-RET.
007440     MOVE "N" TO W-ACHOU.
007450     PERFORM 9210-COMPARAR-RET THRU 9210-EXIT
007460         VARYING W-IDX FROM 1 BY 1
007470         UNTIL W-IDX > W-QTDE-RET OR W-ACHOU-SIM.
007480 9200-EXIT. EXIT.
007490 9210-COMPARAR-RET.
007500     IF TRT-CODIGO(W-IDX) = W-CEP-PROC
007510         MOVE "S" TO W-ACHOU
007520         MOVE W-IDX TO W-IDX-ACHADO.
007530 9210-EXIT. EXIT.
