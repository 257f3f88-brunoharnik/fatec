000010******************************************************************
000020* PROGRAM-ID : LGPDREL                                           *
000030* AUTHOR     : BRUNO HARNIK                                      *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME            *
000050* DATE-WRITTEN: 2026-10-15                                       *
000060* DATE-COMPILED:                                                 *
000070* PURPOSE    : RELATORIO DE TUDO O QUE O SISTEMA GUARDA SOBRE UM *
000080*              TITULAR DE DADOS PESSOAIS (LGPD), PELO CPF E/OU   *
000090*              PELO NOME - DA SOLICITACAO DO LGPDSOL (SYSIN COM  *
000100*              O NUMERO) OU AVULSO (SYSIN COM O NUMERO ZERO, O   *
000110*              CPF E O NOME). VARRE O CADFUNC (CPF OU NOME), O   *
000120*              FDEPEND E O PENSAO (PELO NOME/CPF DO PROPRIO      *
000130*              REGISTRO OU PELO VINCULO COM O FUNCIONARIO        *
000140*              ACHADO), O CADPARCEIRO (CPF NO CAMPO CNPJ OU      *
000150*              NOME), AS DUAS LISTAS DO AMIGO (NOME E SOBRENOME) *
000160*              E A TRILHA FAUDIT E O MORTO FAUDARQ (ENTRADAS DOS *
000170*              REGISTROS ACHADOS OU IMAGENS QUE TRAGAM O CPF OU  *
000180*              O NOME). RELATORIO NO REPLGPD (SPOOL SPL000); A   *
000190*              DATA E O NUMERO DO SPOOL FICAM ANOTADOS NA        *
000200*              SOLICITACAO.                                      *
000210*-----------------------------------------------------------------
000220* HISTORICO DE ALTERACOES                                        *
000230* DATA       INICIAIS  DESCRICAO                                 *
000240* 2026-10-15 BH        VERSAO INICIAL                            *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. LGPDREL.
000280 AUTHOR. BRUNO HARNIK.
000290 INSTALLATION. FATEC.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT LGPDSOL ASSIGN TO "LGPDSOL"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS LG-NUMERO
000420         FILE STATUS IS LGP-STATUS.
000430     SELECT CADFUNC ASSIGN TO "CADFUNC"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CODFUNC
000470         FILE STATUS IS FUNC-STATUS.
000480     SELECT FDEPEND ASSIGN TO "FDEPEND"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DPN-CHAVE
000520         FILE STATUS IS DPN-STATUS.
000530     SELECT PENSAO ASSIGN TO "PENSAO"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PN-CHAVE
000570         FILE STATUS IS PEN-STATUS.
000580     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CODIGO
000620         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000630         FILE STATUS IS PARC-STATUS.
000640     SELECT AMIGOS ASSIGN TO DISK
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS AMIGO-APELIDO
000680         FILE STATUS IS AMG-STATUS.
000690     SELECT FAUDIT ASSIGN TO "FAUDIT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS AUD-STATUS.
000720     SELECT FAUDARQ ASSIGN TO "FAUDARQ"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS AUA-STATUS.
000750     SELECT REPLGPD ASSIGN TO "REPLGPD"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS REL-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  LGPDSOL
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGLGP.
000830 FD  CADFUNC
000840     LABEL RECORDS ARE STANDARD.
000850     COPY REGFUNC.
000860 FD  FDEPEND
000870     LABEL RECORDS ARE STANDARD.
000880     COPY REGDPN.
000890 FD  PENSAO
000900     LABEL RECORDS ARE STANDARD.
000910     COPY REGPEN.
000920 FD  CADPARCEIRO
000930     LABEL RECORDS ARE STANDARD.
000940     COPY REGPAC.
000950 FD  AMIGOS
000960     LABEL RECORDS ARE STANDARD
000970     VALUE OF FILE-ID IS W-AMIGO-NOME.
000980     COPY REGAMG.
000990 FD  FAUDIT
001000     LABEL RECORDS ARE STANDARD.
001010 01  REG-FAUDIT                  PIC X(233).
001020 FD  FAUDARQ
001030     LABEL RECORDS ARE STANDARD.
001040 01  REG-FAUDARQ                 PIC X(233).
001050 FD  REPLGPD
001060     LABEL RECORDS ARE STANDARD.
001070 01  REG-RELAT                   PIC X(132).
001080 WORKING-STORAGE SECTION.
001090 01  LGP-STATUS                  PIC X(02).
001100 01  FUNC-STATUS                 PIC X(02).
001110 01  DPN-STATUS                  PIC X(02).
001120 01  PEN-STATUS                  PIC X(02).
001130 01  PARC-STATUS                 PIC X(02).
001140 01  AMG-STATUS                  PIC X(02).
001150 01  AUD-STATUS                  PIC X(02).
001160 01  AUA-STATUS                  PIC X(02).
001170 01  REL-STATUS                  PIC X(02).
001180 COPY AUDITLOG.
001190 COPY RUNPARM.
001200 COPY SPLPARM.
001210 01  W-SWITCHES.
001220     05  W-EOF                   PIC X(01).
001230         88  W-EOF-SIM           VALUE "S".
001240     05  W-EOF-SPL               PIC X(01).
001250         88  W-EOF-SPL-SIM       VALUE "S".
001260     05  W-ACHOU                 PIC X(01).
001270         88  W-ACHOU-SIM         VALUE "S".
001280     05  W-VINCULO               PIC X(01).
001290         88  W-VINCULO-SIM       VALUE "S".
001300     05  W-TITULAR-OK            PIC X(01) VALUE "N".
001310         88  W-TITULAR-OK-SIM    VALUE "S".
001320     05  W-AVISO-CHAVES          PIC X(01) VALUE "N".
001330         88  W-AVISO-CHAVES-SIM  VALUE "S".
001340******************************************************************
001350*    CRITERIO DE BUSCA (DA SOLICITACAO OU DO SYSIN)              *
001360******************************************************************
001370 01  W-NUMERO-SOL                PIC 9(08).
001380 01  W-CPF-BUSCA                 PIC 9(11).
001390 01  W-CPF-BUSCA-X REDEFINES W-CPF-BUSCA
001400                                 PIC X(11).
001410 01  W-NOME-BUSCA                PIC X(30).
001420 01  W-TAM-NOME                  PIC 9(04) COMP.
001430 01  W-MINUSCULAS                PIC X(26) VALUE
001440     "abcdefghijklmnopqrstuvwxyz".
001450 01  W-MAIUSCULAS                PIC X(26) VALUE
001460     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001470******************************************************************
001480*    NOMES DAS DUAS LISTAS DO AMIGO (OS MESMOS DO PROGRAMA AMIGO)*
001490******************************************************************
001500 01  W-AMIGO-NOME                PIC X(20).
001510 01  W-LISTA-AMIGO               PIC X(08).
001520 01  W-HOJE                      PIC 9(08).
001530 01  W-HOJE-R REDEFINES W-HOJE.
001540     05  W-HJ-ANO                PIC 9(04).
001550     05  W-HJ-MES                PIC 9(02).
001560     05  W-HJ-DIA                PIC 9(02).
001570******************************************************************
001580*    TEXTO CONFERIDO CONTRA O CPF E O NOME (EM MAIUSCULAS)       *
001590******************************************************************
001600 01  W-TEXTO                     PIC X(160).
001610 01  W-OCORRENCIAS               PIC 9(04) COMP.
001620******************************************************************
001630*    FUNCIONARIOS ACHADOS (PARA O VINCULO DE DEPENDENTES/PENSOES)*
001640******************************************************************
001650 01  W-QTDE-FUNC                 PIC 9(04) COMP VALUE ZERO.
001660 01  TAB-FUNC.
001670     05  TFU-CODFUNC             PIC 9(06) OCCURS 50 TIMES.
001680******************************************************************
001690*    CHAVES DOS REGISTROS ACHADOS, PARA LOCALIZAR AS ENTRADAS DA *
001700*    TRILHA (ARQUIVO, CHAVE E QUANTOS BYTES DO AUD-CHAVE         *
001710*    COMPARAR)                                                   *
001720******************************************************************
001730 01  W-QTDE-CHAVES               PIC 9(04) COMP VALUE ZERO.
001740 01  TAB-CHAVES.
001750     05  TCH-OCR OCCURS 300 TIMES.
001760         10  TCH-ARQUIVO         PIC X(12).
001770         10  TCH-CHAVE           PIC X(30).
001780         10  TCH-TAM             PIC 9(02).
001790 01  W-NOVA-CHAVE.
001800     05  W-NC-ARQUIVO            PIC X(12).
001810     05  W-NC-CHAVE              PIC X(30).
001820     05  W-NC-TAM                PIC 9(02).
001830******************************************************************
001840*    CONTADORES E INDICES                                        *
001850******************************************************************
001860 01  W-IDX                       PIC 9(04) COMP.
001870 01  W-QTDE-CADFUNC              PIC 9(05) VALUE ZERO.
001880 01  W-QTDE-FDEPEND              PIC 9(05) VALUE ZERO.
001890 01  W-QTDE-PENSAO               PIC 9(05) VALUE ZERO.
001900 01  W-QTDE-PARCEIRO             PIC 9(05) VALUE ZERO.
001910 01  W-QTDE-AMIGO                PIC 9(05) VALUE ZERO.
001920 01  W-QTDE-TRILHA               PIC 9(07) VALUE ZERO.
001930 01  W-QTDE-TOTAL                PIC 9(07) VALUE ZERO.
001940******************************************************************
001950*    LINHAS DO RELATORIO                                         *
001960******************************************************************
001970 01  LIN-CABEC1.
001980     05  FILLER                  PIC X(47) VALUE
001990         "DADOS PESSOAIS DO TITULAR (LGPD) - LGPDREL - ".
002000     05  FILLER                  PIC X(10) VALUE "EMITIDO EM".
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  LC1-DIA                 PIC 9(02).
002030     05  FILLER                  PIC X(01) VALUE "/".
002040     05  LC1-MES                 PIC 9(02).
002050     05  FILLER                  PIC X(01) VALUE "/".
002060     05  LC1-ANO                 PIC 9(04).
002070 01  LIN-CABEC2.
002080     05  FILLER                  PIC X(09) VALUE "TITULAR: ".
002090     05  LC2-NOME                PIC X(30).
002100     05  FILLER                  PIC X(06) VALUE "  CPF ".
002110     05  LC2-CPF                 PIC 9(11).
002120     05  FILLER                  PIC X(15) VALUE "  SOLICITACAO ".
002130     05  LC2-SOLICITACAO         PIC X(08).
002140 01  LIN-SECAO                   PIC X(80).
002150 01  LIN-FUNC-1.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  LF1-CODFUNC             PIC 9(06).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  LF1-NOME                PIC X(30).
002200     05  FILLER                  PIC X(05) VALUE " CPF ".
002210     05  LF1-CPF                 PIC 9(11).
002220     05  FILLER                  PIC X(06) VALUE " ADM. ".
002230     05  LF1-ADMISSAO            PIC X(08).
002240     05  FILLER                  PIC X(06) VALUE " SIT. ".
002250     05  LF1-SITUACAO            PIC X(01).
002260     05  FILLER                  PIC X(07) VALUE " DESL. ".
002270     05  LF1-DESLIGAMENTO        PIC X(08).
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  LF1-ANONIMIZADO         PIC X(30).
002300 01  LIN-FUNC-2.
002310     05  FILLER                  PIC X(10) VALUE SPACES.
002320     05  LF2-LOGRADOURO          PIC X(40).
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  LF2-NUMERO              PIC X(06).
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  LF2-BAIRRO              PIC X(30).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  LF2-CIDADE              PIC X(30).
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  LF2-UF                  PIC X(02).
002410     05  FILLER                  PIC X(05) VALUE " CEP ".
002420     05  LF2-CEP                 PIC 9(08).
002430 01  LIN-FUNC-3.
002440     05  FILLER                  PIC X(10) VALUE SPACES.
002450     05  FILLER                  PIC X(06) VALUE "BANCO ".
002460     05  LF3-BANCO               PIC 9(03).
002470     05  FILLER                  PIC X(09) VALUE " AGENCIA ".
002480     05  LF3-AGENCIA             PIC 9(05).
002490     05  FILLER                  PIC X(07) VALUE " CONTA ".
002500     05  LF3-CONTA               PIC 9(10).
002510     05  FILLER                  PIC X(01) VALUE "-".
002520     05  LF3-DV                  PIC X(01).
002530 01  LIN-DPN.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  LD-CODFUNC              PIC 9(06).
002560     05  FILLER                  PIC X(01) VALUE "/".
002570     05  LD-SEQ                  PIC 9(02).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  LD-NOME                 PIC X(30).
002600     05  FILLER                  PIC X(06) VALUE " NASC ".
002610     05  LD-NASC                 PIC X(08).
002620     05  FILLER                  PIC X(12) VALUE " PARENTESCO ".
002630     05  LD-PARENTESCO           PIC X(01).
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  LD-ORIGEM               PIC X(30).
002660 01  LIN-PEN.
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  LP-CODFUNC              PIC 9(06).
002690     05  FILLER                  PIC X(01) VALUE "/".
002700     05  LP-SEQ                  PIC 9(02).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  LP-NOME                 PIC X(30).
002730     05  FILLER                  PIC X(05) VALUE " CPF ".
002740     05  LP-CPF                  PIC 9(11).
002750     05  FILLER                  PIC X(07) VALUE " BANCO ".
002760     05  LP-BANCO                PIC 9(03).
002770     05  FILLER                  PIC X(01) VALUE "/".
002780     05  LP-AGENCIA              PIC 9(05).
002790     05  FILLER                  PIC X(01) VALUE "/".
002800     05  LP-CONTA                PIC 9(10).
002810     05  FILLER                  PIC X(01) VALUE "-".
002820     05  LP-DV                   PIC X(01).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  LP-ORIGEM               PIC X(30).
002850 01  LIN-PAC-1.
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  LPC-CODIGO              PIC 9(04).
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  LPC-TIPO                PIC X(01).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  LPC-NOME                PIC X(30).
002920     05  FILLER                  PIC X(01) VALUE SPACE.
002930     05  LPC-APELIDO             PIC X(15).
002940     05  FILLER                  PIC X(11) VALUE " CPF/CNPJ ".
002950     05  LPC-CNPJ                PIC 9(15).
002960 01  LIN-PAC-2.
002970     05  FILLER                  PIC X(10) VALUE SPACES.
002980     05  LPC-LOGRADOURO          PIC X(40).
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  LPC-BAIRRO              PIC X(30).
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  LPC-CIDADE              PIC X(30).
003030     05  FILLER                  PIC X(01) VALUE SPACE.
003040     05  LPC-UF                  PIC X(02).
003050     05  FILLER                  PIC X(05) VALUE " CEP ".
003060     05  LPC-CEP                 PIC 9(08).
003070 01  LIN-PAC-3.
003080     05  FILLER                  PIC X(10) VALUE SPACES.
003090     05  FILLER                  PIC X(11) VALUE "TELEFONES: ".
003100     05  LPC-DDD1                PIC 9(02).
003110     05  FILLER                  PIC X(01) VALUE SPACE.
003120     05  LPC-TEL1                PIC 9(09).
003130     05  FILLER                  PIC X(03) VALUE SPACES.
003140     05  LPC-DDD2                PIC 9(02).
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  LPC-TEL2                PIC 9(09).
003170     05  FILLER                  PIC X(03) VALUE SPACES.
003180     05  LPC-DDD3                PIC 9(02).
003190     05  FILLER                  PIC X(01) VALUE SPACE.
003200     05  LPC-TEL3                PIC 9(09).
003210 01  LIN-AMG.
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  LA-LISTA                PIC X(08).
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  LA-APELIDO              PIC X(10).
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  LA-NOME                 PIC X(20).
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  LA-SOBRENOME            PIC X(20).
003300     05  FILLER                  PIC X(06) VALUE " NASC ".
003310     05  LA-NASC                 PIC 9(08).
003320     05  FILLER                  PIC X(09) VALUE " CELULAR ".
003330     05  LA-CELULAR              PIC 9(14).
003340 01  LIN-AUD-1.
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  LU-ORIGEM               PIC X(08).
003370     05  FILLER                  PIC X(01) VALUE SPACE.
003380     05  LU-DATA                 PIC 9(06).
003390     05  FILLER                  PIC X(01) VALUE SPACE.
003400     05  LU-HORA                 PIC 9(08).
003410     05  FILLER                  PIC X(01) VALUE SPACE.
003420     05  LU-PROGRAMA             PIC X(08).
003430     05  FILLER                  PIC X(01) VALUE SPACE.
003440     05  LU-OPERACAO             PIC X(01).
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  LU-OPERADOR             PIC X(08).
003470     05  FILLER                  PIC X(01) VALUE SPACE.
003480     05  LU-ARQUIVO              PIC X(12).
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  LU-CHAVE                PIC X(30).
003510 01  LIN-AUD-2.
003520     05  FILLER                  PIC X(10) VALUE SPACES.
003530     05  LU-ROTULO               PIC X(08).
003540     05  LU-IMAGEM               PIC X(80).
003550 01  LIN-AVISO.
003560     05  FILLER                  PIC X(02) VALUE SPACES.
003570     05  LAV-TEXTO               PIC X(60).
003580     05  LAV-QTDE                PIC ZZZZZZ9.
003590 01  LIN-BRANCO                  PIC X(01) VALUE SPACES.
003600 PROCEDURE DIVISION.
003610******************************************************************
003620*    0000-MAINLINE                                               *
003630******************************************************************
003640 0000-MAINLINE.
003650     DISPLAY "LGPDREL - DADOS PESSOAIS DO TITULAR (LGPD)".
003660     DISPLAY "NUMERO DA SOLICITACAO (0 = CONSULTA AVULSA) =>".
003670     ACCEPT W-NUMERO-SOL.
003680     IF W-NUMERO-SOL NOT NUMERIC
003690         MOVE ZERO TO W-NUMERO-SOL.
003700     MOVE "LGPDREL" TO RCT-PROGRAMA.
003710     MOVE ZERO TO RCT-DATA.
003720     MOVE "L" TO RCT-ACAO.
003730     CALL "RUNCTL" USING RCT-PARAMETROS.
003740     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003750     IF NOT W-TITULAR-OK-SIM
003760         MOVE ZERO TO RCT-REGISTROS
003770         MOVE "F" TO RCT-ACAO
003780         CALL "RUNCTL" USING RCT-PARAMETROS
003790         MOVE 8 TO RETURN-CODE
003800         GOBACK.
003810     PERFORM 2000-FUNCIONARIOS THRU 2000-EXIT.
003820     PERFORM 3000-DEPENDENTES THRU 3000-EXIT.
003830     PERFORM 3500-PENSOES THRU 3500-EXIT.
003840     PERFORM 4000-PARCEIROS THRU 4000-EXIT.
003850     MOVE "5 - CONTATOS (AMIGO)" TO LIN-SECAO.
003860     PERFORM 9500-TITULO-SECAO THRU 9500-EXIT.
003870     MOVE "C:\AMIGO.DAT" TO W-AMIGO-NOME.
003880     MOVE "PESSOAL" TO W-LISTA-AMIGO.
003890     PERFORM 5000-CONTATOS THRU 5000-EXIT.
003900     MOVE "C:\AMIGOTRAB.DAT" TO W-AMIGO-NOME.
003910     MOVE "TRABALHO" TO W-LISTA-AMIGO.
003920     PERFORM 5000-CONTATOS THRU 5000-EXIT.
003930     PERFORM 6000-TRILHA THRU 6000-EXIT.
003940     PERFORM 7000-RESUMO THRU 7000-EXIT.
003950     CLOSE REPLGPD.
003960     PERFORM 9000-ESPOLAR THRU 9000-EXIT.
003970     IF W-NUMERO-SOL NOT = ZERO
003980         PERFORM 8000-ANOTAR-SOLICITACAO THRU 8000-EXIT.
003990     DISPLAY "LGPDREL: REGISTROS DO TITULAR........: "
004000         W-QTDE-TOTAL.
004010     DISPLAY "LGPDREL: ENTRADAS DA TRILHA..........: "
004020         W-QTDE-TRILHA.
004030     DISPLAY "LGPDREL: RELATORIO EM REPLGPD, SPOOL " SPA-NUMERO.
004040     ADD W-QTDE-TRILHA TO W-QTDE-TOTAL.
004050     MOVE W-QTDE-TOTAL TO RCT-REGISTROS.
004060     MOVE "F" TO RCT-ACAO.
004070     CALL "RUNCTL" USING RCT-PARAMETROS.
004080     MOVE ZERO TO RETURN-CODE.
004090     GOBACK.
004100******************************************************************
004110*    1000-INICIALIZAR - CRITERIO DE BUSCA: DA SOLICITACAO DO     *
004120*    LGPDSOL OU, NA CONSULTA AVULSA, DO SYSIN. NOME EM MAIUSCULAS*
004130*    E TAMANHO SEM OS BRANCOS DA DIREITA                         *
004140******************************************************************
004150 1000-INICIALIZAR.
004160     ACCEPT W-HOJE FROM DATE YYYYMMDD.
004170     MOVE ZERO TO W-CPF-BUSCA.
004180     MOVE SPACES TO W-NOME-BUSCA.
004190     IF W-NUMERO-SOL = ZERO
004200         DISPLAY "CPF DO TITULAR (0 = SO PELO NOME) =>"
004210         ACCEPT W-CPF-BUSCA
004220         DISPLAY "NOME DO TITULAR (BRANCO = SO PELO CPF) =>"
004230         ACCEPT W-NOME-BUSCA
004240     ELSE
004250         PERFORM 1100-LER-SOLICITACAO THRU 1100-EXIT
004260     END-IF.
004270     IF W-CPF-BUSCA NOT NUMERIC
004280         MOVE ZERO TO W-CPF-BUSCA.
004290     INSPECT W-NOME-BUSCA CONVERTING W-MINUSCULAS TO W-MAIUSCULAS.
004300     MOVE 30 TO W-TAM-NOME.
004310     PERFORM 1200-MEDIR-NOME THRU 1200-EXIT
004320         UNTIL W-TAM-NOME = ZERO
004330            OR W-NOME-BUSCA(W-TAM-NOME:1) NOT = SPACE.
004340     IF W-CPF-BUSCA = ZERO AND W-TAM-NOME = ZERO
004350         DISPLAY "LGPDREL: SEM CPF E SEM NOME - NADA A PROCURAR"
004360         GO TO 1000-EXIT.
004370     MOVE "S" TO W-TITULAR-OK.
004380     OPEN OUTPUT REPLGPD.
004390     MOVE W-HJ-DIA TO LC1-DIA.
004400     MOVE W-HJ-MES TO LC1-MES.
004410     MOVE W-HJ-ANO TO LC1-ANO.
004420     WRITE REG-RELAT FROM LIN-CABEC1.
004430     MOVE W-NOME-BUSCA TO LC2-NOME.
004440     MOVE W-CPF-BUSCA TO LC2-CPF.
004450     IF W-NUMERO-SOL = ZERO
004460         MOVE "AVULSA" TO LC2-SOLICITACAO
004470     ELSE
004480         MOVE W-NUMERO-SOL TO LC2-SOLICITACAO.
004490     WRITE REG-RELAT FROM LIN-CABEC2.
004500 1000-EXIT. EXIT.
004510 1100-LER-SOLICITACAO.
004520     OPEN INPUT LGPDSOL.
004530     IF LGP-STATUS NOT = "00"
004540         DISPLAY "LGPDREL: LGPDSOL AUSENTE"
004550         GO TO 1100-EXIT.
004560     MOVE W-NUMERO-SOL TO LG-NUMERO.
004570     READ LGPDSOL
004580         INVALID KEY
004590             DISPLAY "LGPDREL: SOLICITACAO " W-NUMERO-SOL
004600                     " NAO CADASTRADA"
004610             CLOSE LGPDSOL
004620             GO TO 1100-EXIT.
004630     MOVE LG-TITULAR-CPF TO W-CPF-BUSCA.
004640     MOVE LG-TITULAR-NOME TO W-NOME-BUSCA.
004650     CLOSE LGPDSOL.
004660 1100-EXIT. EXIT.
004670 1200-MEDIR-NOME.
004680     SUBTRACT 1 FROM W-TAM-NOME.
004690 1200-EXIT. EXIT.
004700******************************************************************
004710*    2000-FUNCIONARIOS - CADFUNC PELO CPF OU PELO NOME           *
004720******************************************************************
004730 2000-FUNCIONARIOS.
004740     MOVE "1 - CADASTRO DE FUNCIONARIOS (CADFUNC)" TO LIN-SECAO.
004750     PERFORM 9500-TITULO-SECAO THRU 9500-EXIT.
004760     OPEN INPUT CADFUNC.
004770     IF FUNC-STATUS NOT = "00"
004780         GO TO 2000-EXIT.
004790     MOVE "N" TO W-EOF.
004800     MOVE ZEROS TO CODFUNC.
004810     START CADFUNC KEY IS NOT LESS THAN CODFUNC
004820         INVALID KEY MOVE "S" TO W-EOF.
004830     PERFORM 2100-LER-FUNC THRU 2100-EXIT
004840         UNTIL W-EOF-SIM.
004850     CLOSE CADFUNC.
004860 2000-EXIT. EXIT.
004870 2100-LER-FUNC.
004880     READ CADFUNC NEXT RECORD
004890         AT END
004900             MOVE "S" TO W-EOF
004910             GO TO 2100-EXIT.
004920     MOVE "N" TO W-ACHOU.
004930     IF W-CPF-BUSCA NOT = ZERO AND CPFFUNC = W-CPF-BUSCA
004940         MOVE "S" TO W-ACHOU.
004950     IF NOT W-ACHOU-SIM
004960         MOVE NOMEFUNC TO W-TEXTO
004970         PERFORM 9100-CONFERIR-NOME THRU 9100-EXIT.
004980     IF NOT W-ACHOU-SIM
004990         GO TO 2100-EXIT.
005000     ADD 1 TO W-QTDE-CADFUNC.
005010     ADD 1 TO W-QTDE-TOTAL.
005020     IF W-QTDE-FUNC < 50
005030         ADD 1 TO W-QTDE-FUNC
005040         MOVE CODFUNC TO TFU-CODFUNC(W-QTDE-FUNC).
005050     MOVE "CADFUNC" TO W-NC-ARQUIVO.
005060     MOVE CODFUNC TO W-NC-CHAVE.
005070     MOVE 6 TO W-NC-TAM.
005080     PERFORM 9200-GUARDAR-CHAVE THRU 9200-EXIT.
005090     MOVE "FDEPEND" TO W-NC-ARQUIVO.
005100     PERFORM 9200-GUARDAR-CHAVE THRU 9200-EXIT.
005110     MOVE CODFUNC TO LF1-CODFUNC.
005120     MOVE NOMEFUNC TO LF1-NOME.
005130     MOVE CPFFUNC TO LF1-CPF.
005140     STRING DIAADM "/" MESADM "/" ANOADM
005150         DELIMITED BY SIZE INTO LF1-ADMISSAO.
005160     MOVE SITUACAOFUNC TO LF1-SITUACAO.
005170     MOVE SPACES TO LF1-DESLIGAMENTO.
005180     IF FUNC-DESLIGADO
005190         STRING DIADEM "/" MESDEM "/" ANODEM
005200             DELIMITED BY SIZE INTO LF1-DESLIGAMENTO.
005210     MOVE SPACES TO LF1-ANONIMIZADO.
005220     IF FUNC-ANONIMIZADO-SIM
005230         STRING "ANONIMIZADO EM " DATA-ANONIMIZ
005240             DELIMITED BY SIZE INTO LF1-ANONIMIZADO.
005250     WRITE REG-RELAT FROM LIN-FUNC-1.
005260     MOVE LOGRAFUNC TO LF2-LOGRADOURO.
005270     MOVE NUMEROFUNC TO LF2-NUMERO.
005280     MOVE BAIRROFUNC TO LF2-BAIRRO.
005290     MOVE CIDADEFUNC TO LF2-CIDADE.
005300     MOVE UFFUNC TO LF2-UF.
005310     MOVE NCEPFUNC TO LF2-CEP.
005320     WRITE REG-RELAT FROM LIN-FUNC-2.
005330     MOVE BANCOFUNC TO LF3-BANCO.
005340     MOVE AGENCIAFUNC TO LF3-AGENCIA.
005350     MOVE CONTAFUNC TO LF3-CONTA.
005360     MOVE DVCONTAFUNC TO LF3-DV.
005370     WRITE REG-RELAT FROM LIN-FUNC-3.
005380 2100-EXIT. EXIT.
005390******************************************************************
005400*    3000-DEPENDENTES - FDEPEND PELO NOME DO DEPENDENTE OU PELO  *
005410*    VINCULO COM UM FUNCIONARIO ACHADO                           *
005420******************************************************************
005430 3000-DEPENDENTES.
005440     MOVE "2 - DEPENDENTES (FDEPEND)" TO LIN-SECAO.
005450     PERFORM 9500-TITULO-SECAO THRU 9500-EXIT.
005460     OPEN INPUT FDEPEND.
005470     IF DPN-STATUS NOT = "00"
005480         GO TO 3000-EXIT.
005490     MOVE "N" TO W-EOF.
005500     MOVE LOW-VALUES TO DPN-CHAVE.
005510     START FDEPEND KEY IS NOT LESS THAN DPN-CHAVE
005520         INVALID KEY MOVE "S" TO W-EOF.
005530     PERFORM 3100-LER-DPN THRU 3100-EXIT
005540         UNTIL W-EOF-SIM.
005550     CLOSE FDEPEND.
005560 3000-EXIT. EXIT.
005570 3100-LER-DPN.
005580     READ FDEPEND NEXT RECORD
005590         AT END
005600             MOVE "S" TO W-EOF
005610             GO TO 3100-EXIT.
005620     MOVE DPN-NOME TO W-TEXTO.
005630     PERFORM 9100-CONFERIR-NOME THRU 9100-EXIT.
005640     MOVE DPN-CODFUNC TO W-NC-CHAVE.
005650     PERFORM 9300-VER-VINCULO THRU 9300-EXIT.
005660     IF NOT W-ACHOU-SIM AND NOT W-VINCULO-SIM
005670         GO TO 3100-EXIT.
005680     ADD 1 TO W-QTDE-FDEPEND.
005690     ADD 1 TO W-QTDE-TOTAL.
005700     IF W-ACHOU-SIM
005710         MOVE "FDEPEND" TO W-NC-ARQUIVO
005720         MOVE DPN-CHAVE TO W-NC-CHAVE
005730         MOVE 8 TO W-NC-TAM
005740         PERFORM 9200-GUARDAR-CHAVE THRU 9200-EXIT
005750         MOVE "PELO NOME" TO LD-ORIGEM
005760     ELSE
005770         MOVE "DEPENDENTE DO FUNCIONARIO" TO LD-ORIGEM.
005780     MOVE DPN-CODFUNC TO LD-CODFUNC.
005790     MOVE DPN-SEQ TO LD-SEQ.
005800     MOVE DPN-NOME TO LD-NOME.
005810     STRING DPN-DIA-NASC "/" DPN-MES-NASC "/" DPN-ANO-NASC
005820         DELIMITED BY SIZE INTO LD-NASC.
005830     MOVE DPN-PARENTESCO TO LD-PARENTESCO.
005840     WRITE REG-RELAT FROM LIN-DPN.
005850 3100-EXIT. EXIT.
005860******************************************************************
005870*    3500-PENSOES - PENSAO PELO CPF/NOME DO BENEFICIARIO OU PELO *
005880*    VINCULO COM UM FUNCIONARIO ACHADO                           *
005890******************************************************************
005900 3500-PENSOES.
005910     MOVE "3 - PENSOES ALIMENTICIAS (PENSAO)" TO LIN-SECAO.
005920     PERFORM 9500-TITULO-SECAO THRU 9500-EXIT.
005930     OPEN INPUT PENSAO.
005940     IF PEN-STATUS NOT = "00"
005950         GO TO 3500-EXIT.
005960     MOVE "N" TO W-EOF.
005970     MOVE LOW-VALUES TO PN-CHAVE.
005980     START PENSAO KEY IS NOT LESS THAN PN-CHAVE
005990         INVALID KEY MOVE "S" TO W-EOF.
006000     PERFORM 3600-LER-PEN THRU 3600-EXIT
006010         UNTIL W-EOF-SIM.
006020     CLOSE PENSAO.
006030 3500-EXIT. EXIT.
006040 3600-LER-PEN.
006050     READ PENSAO NEXT RECORD
006060         AT END
006070             MOVE "S" TO W-EOF
006080             GO TO 3600-EXIT.
006090     MOVE PN-NOME TO W-TEXTO.
006100     PERFORM 9100-CONFERIR-NOME THRU 9100-EXIT.
006110     IF W-CPF-BUSCA NOT = ZERO AND PN-CPF = W-CPF-BUSCA
006120         MOVE "S" TO W-ACHOU.
006130     MOVE PN-CODFUNC TO W-NC-CHAVE.
006140     PERFORM 9300-VER-VINCULO THRU 9300-EXIT.
006150     IF NOT W-ACHOU-SIM AND NOT W-VINCULO-SIM
006160         GO TO 3600-EXIT.
006170     ADD 1 TO W-QTDE-PENSAO.
006180     ADD 1 TO W-QTDE-TOTAL.
006190     IF W-ACHOU-SIM
006200         MOVE "BENEFICIARIO (CPF/NOME)" TO LP-ORIGEM
006210     ELSE
006220         MOVE "PENSAO PAGA PELO FUNCIONARIO" TO LP-ORIGEM.
006230     MOVE PN-CODFUNC TO LP-CODFUNC.
006240     MOVE PN-SEQ TO LP-SEQ.
006250     MOVE PN-NOME TO LP-NOME.
006260     MOVE PN-CPF TO LP-CPF.
006270     MOVE PN-BANCO TO LP-BANCO.
006280     MOVE PN-AGENCIA TO LP-AGENCIA.
006290     MOVE PN-CONTA TO LP-CONTA.
006300     MOVE PN-DV TO LP-DV.
006310     WRITE REG-RELAT FROM LIN-PEN.
006320 3600-EXIT. EXIT.
006330******************************************************************
006340*    4000-PARCEIROS - CADPARCEIRO PELO CPF (PESSOA FISICA GUARDA *
006350*    O CPF NO CAMPO CNPJ) OU PELO NOME                           *
006360******************************************************************
006370 4000-PARCEIROS.
006380     MOVE "4 - CLIENTES E FORNECEDORES (CADPARCEIRO)"
006390         TO LIN-SECAO.
006400     PERFORM 9500-TITULO-SECAO THRU 9500-EXIT.
006410     OPEN INPUT CADPARCEIRO.
006420     IF PARC-STATUS NOT = "00"
006430         GO TO 4000-EXIT.
006440     MOVE "N" TO W-EOF.
006450     MOVE ZEROS TO CODIGO.
006460     START CADPARCEIRO KEY IS NOT LESS THAN CODIGO
006470         INVALID KEY MOVE "S" TO W-EOF.
006480     PERFORM 4100-LER-PARCEIRO THRU 4100-EXIT
006490         UNTIL W-EOF-SIM.
006500     CLOSE CADPARCEIRO.
006510 4000-EXIT. EXIT.
006520 4100-LER-PARCEIRO.
006530     READ CADPARCEIRO NEXT RECORD
006540         AT END
006550             MOVE "S" TO W-EOF
006560             GO TO 4100-EXIT.
006570     MOVE NOME TO W-TEXTO.
006580     PERFORM 9100-CONFERIR-NOME THRU 9100-EXIT.
006590     IF W-CPF-BUSCA NOT = ZERO AND CNPJ = W-CPF-BUSCA
006600         MOVE "S" TO W-ACHOU.
006610     IF NOT W-ACHOU-SIM
006620         GO TO 4100-EXIT.
006630     ADD 1 TO W-QTDE-PARCEIRO.
006640     ADD 1 TO W-QTDE-TOTAL.
006650     MOVE "CADPARCEIRO" TO W-NC-ARQUIVO.
006660     MOVE CODIGO TO W-NC-CHAVE.
006670     MOVE 4 TO W-NC-TAM.
006680     PERFORM 9200-GUARDAR-CHAVE THRU 9200-EXIT.
006690     MOVE CODIGO TO LPC-CODIGO.
006700     MOVE TIPO-PARCEIRO TO LPC-TIPO.
006710     MOVE NOME TO LPC-NOME.
006720     MOVE APELIDO TO LPC-APELIDO.
006730     MOVE CNPJ TO LPC-CNPJ.
006740     WRITE REG-RELAT FROM LIN-PAC-1.
006750     MOVE LOGRADOURO TO LPC-LOGRADOURO.
006760     MOVE BAIRRO TO LPC-BAIRRO.
006770     MOVE CIDADE TO LPC-CIDADE.
006780     MOVE UF TO LPC-UF.
006790     MOVE NCEP TO LPC-CEP.
006800     WRITE REG-RELAT FROM LIN-PAC-2.
006810     MOVE DDD1 TO LPC-DDD1.
006820     MOVE TELEFONE1 TO LPC-TEL1.
006830     MOVE DDD2 TO LPC-DDD2.
006840     MOVE TELEFONE2 TO LPC-TEL2.
006850     MOVE DDD3 TO LPC-DDD3.
006860     MOVE TELEFONE3 TO LPC-TEL3.
006870     WRITE REG-RELAT FROM LIN-PAC-3.
006880 4100-EXIT. EXIT.
006890******************************************************************
006900*    5000-CONTATOS - UMA LISTA DO AMIGO (W-AMIGO-NOME) PELO NOME *
006910*    E SOBRENOME                                                 *
006920******************************************************************
006930 5000-CONTATOS.
006940     OPEN INPUT AMIGOS.
006950     IF AMG-STATUS NOT = "00"
006960         GO TO 5000-EXIT.
006970     MOVE "N" TO W-EOF.
006980     MOVE LOW-VALUES TO AMIGO-APELIDO.
006990     START AMIGOS KEY IS NOT LESS THAN AMIGO-APELIDO
007000         INVALID KEY MOVE "S" TO W-EOF.
007010     PERFORM 5100-LER-AMIGO THRU 5100-EXIT
007020         UNTIL W-EOF-SIM.
007030     CLOSE AMIGOS.
007040 5000-EXIT. EXIT.
007050 5100-LER-AMIGO.
007060     READ AMIGOS NEXT RECORD
007070         AT END
007080             MOVE "S" TO W-EOF
007090             GO TO 5100-EXIT.
007100     MOVE SPACES TO W-TEXTO.
007110     STRING AMIGO-NOME DELIMITED BY "  "
007120            " " DELIMITED BY SIZE
007130            AMIGO-SOBRENOME DELIMITED BY "  "
007140         INTO W-TEXTO.
007150     PERFORM 9100-CONFERIR-NOME THRU 9100-EXIT.
007160     IF NOT W-ACHOU-SIM
007170         GO TO 5100-EXIT.
007180     ADD 1 TO W-QTDE-AMIGO.
007190     ADD 1 TO W-QTDE-TOTAL.
007200     MOVE "AMIGO" TO W-NC-ARQUIVO.
007210     MOVE AMIGO-APELIDO TO W-NC-CHAVE.
007220     MOVE 10 TO W-NC-TAM.
007230     PERFORM 9200-GUARDAR-CHAVE THRU 9200-EXIT.
007240     MOVE "EVENTOS" TO W-NC-ARQUIVO.
007250     PERFORM 9200-GUARDAR-CHAVE THRU 9200-EXIT.
007260     MOVE W-LISTA-AMIGO TO LA-LISTA.
007270     MOVE AMIGO-APELIDO TO LA-APELIDO.
007280     MOVE AMIGO-NOME TO LA-NOME.
007290     MOVE AMIGO-SOBRENOME TO LA-SOBRENOME.
007300     MOVE AMIGO-NASC TO LA-NASC.
007310     MOVE AMIGO-CELULAR TO LA-CELULAR.
007320     WRITE REG-RELAT FROM LIN-AMG.
007330 5100-EXIT. EXIT.
007340******************************************************************
007350*    6000-TRILHA - FAUDIT E MORTO FAUDARQ: ENTRADAS DOS REGISTROS*
007360*    ACHADOS OU COM O CPF/NOME NAS IMAGENS                       *
007370******************************************************************
007380 6000-TRILHA.
007390     MOVE "6 - TRILHA DE AUDITORIA (FAUDIT E FAUDARQ)"
007400         TO LIN-SECAO.
007410     PERFORM 9500-TITULO-SECAO THRU 9500-EXIT.
007420     IF W-AVISO-CHAVES-SIM
007430         MOVE "MAIS DE 300 CHAVES ACHADAS - TRILHA SO PELO TEXTO"
007440             TO LAV-TEXTO
007450         MOVE ZERO TO LAV-QTDE
007460         WRITE REG-RELAT FROM LIN-AVISO.
007470     OPEN INPUT FAUDARQ.
007480     IF AUA-STATUS = "00"
007490         MOVE "N" TO W-EOF
007500         MOVE "FAUDARQ" TO LU-ORIGEM
007510         PERFORM 6100-LER-FAUDARQ THRU 6100-EXIT
007520             UNTIL W-EOF-SIM
007530         CLOSE FAUDARQ
007540     END-IF.
007550     OPEN INPUT FAUDIT.
007560     IF AUD-STATUS = "00"
007570         MOVE "N" TO W-EOF
007580         MOVE "FAUDIT" TO LU-ORIGEM
007590         PERFORM 6200-LER-FAUDIT THRU 6200-EXIT
007600             UNTIL W-EOF-SIM
007610         CLOSE FAUDIT
007620     END-IF.
007630 6000-EXIT. EXIT.
007640 6100-LER-FAUDARQ.
007650     READ FAUDARQ INTO REG-AUDITLOG
007660         AT END
007670             MOVE "S" TO W-EOF
007680             GO TO 6100-EXIT.
007690     PERFORM 6300-CONFERIR-ENTRADA THRU 6300-EXIT.
007700 6100-EXIT. EXIT.
007710 6200-LER-FAUDIT.
007720     READ FAUDIT INTO REG-AUDITLOG
007730         AT END
007740             MOVE "S" TO W-EOF
007750             GO TO 6200-EXIT.
007760     PERFORM 6300-CONFERIR-ENTRADA THRU 6300-EXIT.
007770 6200-EXIT. EXIT.
007780 6300-CONFERIR-ENTRADA.
007790     MOVE "N" TO W-ACHOU.
007800     PERFORM 6310-CONFERIR-CHAVE THRU 6310-EXIT
007810         VARYING W-IDX FROM 1 BY 1
007820         UNTIL W-IDX > W-QTDE-CHAVES OR W-ACHOU-SIM.
007830     IF NOT W-ACHOU-SIM
007840         MOVE SPACES TO W-TEXTO
007850         STRING AUD-ANTES AUD-DEPOIS
007860             DELIMITED BY SIZE INTO W-TEXTO
007870         PERFORM 9150-CONFERIR-TEXTO THRU 9150-EXIT.
007880     IF NOT W-ACHOU-SIM
007890         GO TO 6300-EXIT.
007900     ADD 1 TO W-QTDE-TRILHA.
007910     MOVE AUD-DATA TO LU-DATA.
007920     MOVE AUD-HORA TO LU-HORA.
007930     MOVE AUD-PROGRAMA TO LU-PROGRAMA.
007940     MOVE AUD-OPERACAO TO LU-OPERACAO.
007950     MOVE AUD-OPERADOR TO LU-OPERADOR.
007960     MOVE AUD-ARQUIVO TO LU-ARQUIVO.
007970     MOVE AUD-CHAVE TO LU-CHAVE.
007980     WRITE REG-RELAT FROM LIN-AUD-1.
007990     IF AUD-ANTES NOT = SPACES
008000         MOVE "ANTES:" TO LU-ROTULO
008010         MOVE AUD-ANTES TO LU-IMAGEM
008020         WRITE REG-RELAT FROM LIN-AUD-2.
008030     IF AUD-DEPOIS NOT = SPACES
008040         MOVE "DEPOIS:" TO LU-ROTULO
008050         MOVE AUD-DEPOIS TO LU-IMAGEM
008060         WRITE REG-RELAT FROM LIN-AUD-2.
008070 6300-EXIT. EXIT.
008080 6310-CONFERIR-CHAVE.
008090     IF AUD-ARQUIVO = TCH-ARQUIVO(W-IDX)
008100         AND AUD-CHAVE(1:TCH-TAM(W-IDX)) =
008110             TCH-CHAVE(W-IDX)(1:TCH-TAM(W-IDX))
008120         MOVE "S" TO W-ACHOU.
008130 6310-EXIT. EXIT.
008140******************************************************************
008150*    7000-RESUMO - QUANTIDADES POR ARQUIVO                       *
008160******************************************************************
008170 7000-RESUMO.
008180     MOVE "RESUMO" TO LIN-SECAO.
008190     PERFORM 9500-TITULO-SECAO THRU 9500-EXIT.
008200     MOVE "FUNCIONARIOS (CADFUNC)" TO LAV-TEXTO.
008210     MOVE W-QTDE-CADFUNC TO LAV-QTDE.
008220     WRITE REG-RELAT FROM LIN-AVISO.
008230     MOVE "DEPENDENTES (FDEPEND)" TO LAV-TEXTO.
008240     MOVE W-QTDE-FDEPEND TO LAV-QTDE.
008250     WRITE REG-RELAT FROM LIN-AVISO.
008260     MOVE "PENSOES (PENSAO)" TO LAV-TEXTO.
008270     MOVE W-QTDE-PENSAO TO LAV-QTDE.
008280     WRITE REG-RELAT FROM LIN-AVISO.
008290     MOVE "CLIENTES E FORNECEDORES (CADPARCEIRO)" TO LAV-TEXTO.
008300     MOVE W-QTDE-PARCEIRO TO LAV-QTDE.
008310     WRITE REG-RELAT FROM LIN-AVISO.
008320     MOVE "CONTATOS (AMIGO)" TO LAV-TEXTO.
008330     MOVE W-QTDE-AMIGO TO LAV-QTDE.
008340     WRITE REG-RELAT FROM LIN-AVISO.
008350     MOVE "ENTRADAS DA TRILHA (FAUDIT/FAUDARQ)" TO LAV-TEXTO.
008360     MOVE W-QTDE-TRILHA TO LAV-QTDE.
008370     WRITE REG-RELAT FROM LIN-AVISO.
008380 7000-EXIT. EXIT.
008390******************************************************************
008400*    8000-ANOTAR-SOLICITACAO - DATA E SPOOL DO RELATORIO NA      *
008410*    SOLICITACAO DO LGPDSOL                                      *
008420******************************************************************
008430 8000-ANOTAR-SOLICITACAO.
008440     OPEN I-O LGPDSOL.
008450     IF LGP-STATUS NOT = "00"
008460         GO TO 8000-EXIT.
008470     MOVE W-NUMERO-SOL TO LG-NUMERO.
008480     READ LGPDSOL
008490         INVALID KEY
008500             CLOSE LGPDSOL
008510             GO TO 8000-EXIT.
008520     MOVE W-HOJE TO LG-DATA-RELATORIO.
008530     MOVE SPA-NUMERO TO LG-SPOOL-RELATORIO.
008540     REWRITE REGLGP
008550         INVALID KEY
008560             DISPLAY "LGPDREL: ERRO NA REGRAVACAO DO LGPDSOL "
008570                     LGP-STATUS.
008580     CLOSE LGPDSOL.
008590 8000-EXIT. EXIT.
008600******************************************************************
008610*    9000-ESPOLAR - REGISTRA O RELATORIO NO SPOOL (SPL000) PARA O*
008620*    SPLREP REIMPRIMIR                                           *
008630******************************************************************
008640 9000-ESPOLAR.
008650     MOVE "I" TO SPA-ACAO.
008660     MOVE "LGPDREL" TO SPA-PROGRAMA.
008670     MOVE SPACES TO SPA-OPERADOR.
008680     MOVE SPACES TO SPA-PARAMS.
008690     IF W-NUMERO-SOL = ZERO
008700         MOVE "AVULSA" TO SPA-PARAMS
008710     ELSE
008720         STRING "SOLICITACAO " W-NUMERO-SOL
008730             DELIMITED BY SIZE INTO SPA-PARAMS.
008740     CALL "SPL000" USING SPL-PARAMETROS-AREA.
008750     OPEN INPUT REPLGPD.
008760     IF REL-STATUS NOT = "00"
008770         GO TO 9000-FIM.
008780     MOVE "N" TO W-EOF-SPL.
008790     PERFORM 9010-ESPOLAR-LER THRU 9010-EXIT
008800         UNTIL W-EOF-SPL-SIM.
008810     CLOSE REPLGPD.
008820 9000-FIM.
008830     MOVE "F" TO SPA-ACAO.
008840     CALL "SPL000" USING SPL-PARAMETROS-AREA.
008850 9000-EXIT. EXIT.
008860 9010-ESPOLAR-LER.
008870     READ REPLGPD
008880         AT END MOVE "S" TO W-EOF-SPL.
008890     IF NOT W-EOF-SPL-SIM
008900         MOVE "L" TO SPA-ACAO
008910         MOVE REG-RELAT TO SPA-LINHA
008920         CALL "SPL000" USING SPL-PARAMETROS-AREA.
008930 9010-EXIT. EXIT.
008940******************************************************************
008950*    9100-CONFERIR-NOME - W-ACHOU = "S" QUANDO O NOME PROCURADO  *
008960*    APARECE EM W-TEXTO (COMPARACAO EM MAIUSCULAS)               *
008970******************************************************************
008980 9100-CONFERIR-NOME.
008990     MOVE "N" TO W-ACHOU.
009000     IF W-TAM-NOME = ZERO
009010         GO TO 9100-EXIT.
009020     INSPECT W-TEXTO CONVERTING W-MINUSCULAS TO W-MAIUSCULAS.
009030     MOVE ZERO TO W-OCORRENCIAS.
009040     INSPECT W-TEXTO TALLYING W-OCORRENCIAS
009050         FOR ALL W-NOME-BUSCA(1:W-TAM-NOME).
009060     IF W-OCORRENCIAS > ZERO
009070         MOVE "S" TO W-ACHOU.
009080 9100-EXIT. EXIT.
009090******************************************************************
009100*    9150-CONFERIR-TEXTO - NOME OU CPF (OS 11 DIGITOS) EM W-TEXTO*
009110******************************************************************
009120 9150-CONFERIR-TEXTO.
009130     PERFORM 9100-CONFERIR-NOME THRU 9100-EXIT.
009140     IF W-ACHOU-SIM OR W-CPF-BUSCA = ZERO
009150         GO TO 9150-EXIT.
009160     MOVE ZERO TO W-OCORRENCIAS.
009170     INSPECT W-TEXTO TALLYING W-OCORRENCIAS
009180         FOR ALL W-CPF-BUSCA-X.
009190     IF W-OCORRENCIAS > ZERO
009200         MOVE "S" TO W-ACHOU.
009210 9150-EXIT. EXIT.
009220******************************************************************
009230*    9200-GUARDAR-CHAVE - APENSA W-NOVA-CHAVE A TAB-CHAVES       *
009240******************************************************************
009250 9200-GUARDAR-CHAVE.
009260     IF W-QTDE-CHAVES NOT < 300
009270         MOVE "S" TO W-AVISO-CHAVES
009280         GO TO 9200-EXIT.
009290     ADD 1 TO W-QTDE-CHAVES.
009300     MOVE W-NOVA-CHAVE TO TCH-OCR(W-QTDE-CHAVES).
009310 9200-EXIT. EXIT.
009320******************************************************************
009330*    9300-VER-VINCULO - W-VINCULO = "S" QUANDO O FUNCIONARIO EM  *
009340*    W-NC-CHAVE(1:6) ESTA ENTRE OS ACHADOS                       *
009350******************************************************************
009360 9300-VER-VINCULO.
009370     MOVE "N" TO W-VINCULO.
009380     PERFORM 9310-VER-FUNC THRU 9310-EXIT
009390         VARYING W-IDX FROM 1 BY 1
009400         UNTIL W-IDX > W-QTDE-FUNC OR W-VINCULO-SIM.
009410 9300-EXIT. EXIT.
009420 9310-VER-FUNC.
009430     IF TFU-CODFUNC(W-IDX) = W-NC-CHAVE(1:6)
009440         MOVE "S" TO W-VINCULO.
009450 9310-EXIT. EXIT.
009460******************************************************************
009470*    9500-TITULO-SECAO - LINHA EM BRANCO E TITULO DA SECAO       *
009480******************************************************************
009490 9500-TITULO-SECAO.
009500     WRITE REG-RELAT FROM LIN-BRANCO.
009510     WRITE REG-RELAT FROM LIN-SECAO.
009520 9500-EXIT. EXIT.
