000010******************************************************************
000020* PROGRAM-ID : CEP072                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-02                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : IMPORTACAO EM LOTE DE PEDIDOS DE COMPRA ENVIADOS   *
000080*              PELOS CLIENTES EM ARQUIVO (PEDIMP, CSV COM ";",    *
000090*              PRIMEIRA LINHA DE CABECALHO), UMA LINHA POR ITEM:  *
000100*              CODCLI;PEDIDO DO CLIENTE;PRODUTO;QUANTIDADE;PRECO  *
000110*              O PRODUTO PODE VIR COM O NOSSO CODPROD OU COM O    *
000120*              CODIGO DO CLIENTE, TRADUZIDO PELO DE-PARA PRODCLI  *
000130*              (CEP047); PRECO EM BRANCO OU ZERO ASSUME O PRECO   *
000140*              SUGERIDO. LINHAS SEGUIDAS DO MESMO CLIENTE E       *
000150*              PEDIDO FORMAM UM PEDIDO DE VENDA PENDENTE          *
000160*              (PEDVENDA/PEDITEM), CRITICADO COM AS MESMAS        *
000170*              REGRAS DA DIGITACAO DO CEP012: CLIENTE COM         *
000180*              CREDITO BLOQUEADO, PRODUTO/KIT/DISPONIVEL, PRECO   *
000190*              SUGERIDO PELO ACORDO (PRECLI) OU TABPRECO,         *
000200*              ALCADA DE DESCONTO DO OPERADOR (ALEM DELA O        *
000210*              PEDIDO NASCE "B" PARA O CEP048) E LIMITE DE        *
000220*              CREDITO (SEM LIBERACAO DE SUPERVISOR NO LOTE).     *
000230*              O PEDIDO E TUDO OU NADA: QUALQUER LINHA RECUSADA   *
000240*              DEVOLVE O PEDIDO INTEIRO AO ARQUIVO DE ERROS       *
000250*              PEDIMPE (LINHA ORIGINAL + MOTIVO), PARA O CLIENTE  *
000260*              CORRIGIR E REENVIAR. PEDIDO DO CLIENTE JA          *
000270*              IMPORTADO (PV-PEDIDO-CLI, EXCETO CANCELADO) E      *
000280*              RECUSADO, PARA UM ARQUIVO REENVIADO NAO DOBRAR O   *
000290*              PEDIDO. RETURN-CODE 4 QUANDO HOUVER RECUSA.        *
000300*------------------------------------------------------------------
000310* HISTORICO DE ALTERACOES                                         *
000320* DATA       INICIAIS  DESCRICAO                                  *
000330* 2026-10-02 BH        VERSAO INICIAL                             *
000330* 2026-10-04 BH        PEDIDO DE CLIENTE COM CARTEIRA VAI PARA    *
000330*                      O VENDEDOR DONO (VEND-CARTEIRA); O         *
000330*                      VENDEDOR INFORMADO FICA PARA CLIENTE SEM   *
000330*                      DONO                                       *
000330* 2026-10-05 BH        PRECO DE CAMPANHA PROMOCIONAL (CMP000)     *
000330*                      NA SUGESTAO E COMO BASE DA ALCADA          *
000330* 2026-10-06 BH        FRETE DO PEDIDO IMPORTADO PELA TABFRETE    *
000330*                      (FRT000), GRAVADO EM PV-PESO/PV-FRETE E    *
000330*                      SOMADO NA CHECAGEM DE CREDITO              *
000330* 2026-10-11 BH        DISPONIVEL DESCONTA A QUARENTENA DO        *
000330*                      CADPROD (MERCADORIA AGUARDANDO INSPECAO    *
000330*                      NAO E VENDIDA)                             *
000330* 2026-10-15 BH        PEDIDO IMPORTADO GRAVADO COM               *
000330*                      PV-CONSIGNACAO EM BRANCO                   *
000330* 2026-10-15 BH        PVI-VALOR-ICMS ZERADO NA GRAVACAO DO ITEM  *
000330*                      (O ICMS DO ITEM E GRAVADO NA EMISSAO DA    *
000330*                      NOTA PELO CEP013)                          *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CEP072.
000370 AUTHOR. BRUNO HARNIK.
000380 INSTALLATION. FATEC.
000390 DATE-WRITTEN. 2026-10-02.
000400 DATE-COMPILED.
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PEDIMP ASSIGN TO "PEDIMP"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS IMP-STATUS.
000500     SELECT PEDIMPE ASSIGN TO "PEDIMPE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ERR-STATUS.
000530     SELECT CADPROD ASSIGN TO "CADPROD"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CODPROD
000570         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000590         FILE STATUS IS PROD-STATUS.
000600     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CODIGO
000640         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000650         FILE STATUS IS PARC-STATUS.
000660     SELECT PEDVENDA ASSIGN TO "PEDVENDA"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PV-NUMERO
000700         FILE STATUS IS PED-STATUS.
000710     SELECT PEDITEM ASSIGN TO "PEDITEM"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS PVI-CHAVE
000750         FILE STATUS IS ITM-STATUS.
000760     SELECT KITBOM ASSIGN TO "KITBOM"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS KB-CHAVE
000800         FILE STATUS IS KIT-STATUS.
000810     SELECT CADVEND ASSIGN TO "CADVEND"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS VD-CODIGO
000850         FILE STATUS IS VND-STATUS.
000860     SELECT TABPRECO ASSIGN TO "TABPRECO"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS PR-CHAVE
000900         FILE STATUS IS PRC-STATUS.
000910     SELECT CRECEBER ASSIGN TO "CRECEBER"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS CR-CHAVE
000950         FILE STATUS IS CRC-STATUS.
000960     SELECT CADUSER ASSIGN TO "CADUSER"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS USR-CODIGO
001000         FILE STATUS IS USR-STATUS.
001010     SELECT PARMSYS ASSIGN TO "PARMSYS"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS PARM-STATUS.
001040     SELECT PRECLI ASSIGN TO "PRECLI"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS PA-CHAVE
001080         FILE STATUS IS PRA-STATUS.
001090     SELECT PRODCLI ASSIGN TO "PRODCLI"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS XP-CHAVE
001130         FILE STATUS IS XPR-STATUS.
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  PEDIMP
001170     LABEL RECORDS ARE STANDARD.
001180 01  REG-PEDIMP                  PIC X(150).
001190 FD  PEDIMPE
001200     LABEL RECORDS ARE STANDARD.
001210 01  REG-PEDIMPE                 PIC X(210).
001220 FD  CADPROD
001230     LABEL RECORDS ARE STANDARD.
001240     COPY REGPROD.
001250 FD  CADPARCEIRO
001260     LABEL RECORDS ARE STANDARD.
001270     COPY REGPAC.
001280 FD  PEDVENDA
001290     LABEL RECORDS ARE STANDARD.
001300     COPY REGPEDV.
001310 FD  PEDITEM
001320     LABEL RECORDS ARE STANDARD.
001330     COPY REGPEDI.
001340 FD  KITBOM
001350     LABEL RECORDS ARE STANDARD.
001360     COPY REGKIT.
001370 FD  CADVEND
001380     LABEL RECORDS ARE STANDARD.
001390     COPY REGVEND.
001400 FD  TABPRECO
001410     LABEL RECORDS ARE STANDARD.
001420     COPY REGPRC.
001430 FD  CRECEBER
001440     LABEL RECORDS ARE STANDARD.
001450     COPY REGCREC.
001460 FD  CADUSER
001470     LABEL RECORDS ARE STANDARD.
001480     COPY REGUSER.
001490 FD  PARMSYS
001500     LABEL RECORDS ARE STANDARD.
001510     COPY PARMSYS.
001520 FD  PRECLI
001530     LABEL RECORDS ARE STANDARD.
001540     COPY REGPRA.
001550 FD  PRODCLI
001560     LABEL RECORDS ARE STANDARD.
001570     COPY REGXPR.
001580 WORKING-STORAGE SECTION.
001590******************************************************************
001600*    AREAS DE CONTROLE DE ARQUIVO                                 *
001610******************************************************************
001620 01  IMP-STATUS                  PIC X(02).
001630 01  ERR-STATUS                  PIC X(02).
001640 01  PROD-STATUS                 PIC X(02).
001650 01  PARC-STATUS                 PIC X(02).
001660 01  PED-STATUS                  PIC X(02).
001670 01  ITM-STATUS                  PIC X(02).
001680 01  KIT-STATUS                  PIC X(02).
001690 01  VND-STATUS                  PIC X(02).
001700 01  PRC-STATUS                  PIC X(02).
001710 01  CRC-STATUS                  PIC X(02).
001720 01  USR-STATUS                  PIC X(02).
001730 01  PARM-STATUS                 PIC X(02).
001740 01  PRA-STATUS                  PIC X(02).
001750 01  XPR-STATUS                  PIC X(02).
001760 COPY NUMPARM.
001760 COPY CMPPARM.
001760 COPY FRTPARM.
001770 01  W-SWITCHES.
001780     05  W-EOF                   PIC X(01) VALUE "N".
001790         88  W-EOF-SIM           VALUE "S".
001800     05  W-PRIMEIRA-LINHA        PIC X(01) VALUE "S".
001810         88  W-PRIMEIRA-LINHA-SIM VALUE "S".
001820     05  W-ABORTA                PIC X(01) VALUE "N".
001830         88  W-ABORTA-SIM        VALUE "S".
001840     05  W-KIT-ABERTO            PIC X(01) VALUE "N".
001850         88  W-KIT-ABERTO-SIM    VALUE "S".
001860     05  W-PRC-ABERTO            PIC X(01) VALUE "N".
001870         88  W-PRC-ABERTO-SIM    VALUE "S".
001880     05  W-PRA-ABERTO            PIC X(01) VALUE "N".
001890         88  W-PRA-ABERTO-SIM    VALUE "S".
001900     05  W-XPR-ABERTO            PIC X(01) VALUE "N".
001910         88  W-XPR-ABERTO-SIM    VALUE "S".
001920     05  W-CRC-ABERTO            PIC X(01) VALUE "N".
001930         88  W-CRC-ABERTO-SIM    VALUE "S".
001940     05  W-EOF2                  PIC X(01).
001950         88  W-EOF2-SIM          VALUE "S".
001960     05  W-EOF3                  PIC X(01).
001970         88  W-EOF3-SIM          VALUE "S".
001980     05  W-EOF4                  PIC X(01).
001990         88  W-EOF4-SIM          VALUE "S".
002000     05  W-EOF-KIT               PIC X(01).
002010         88  W-EOF-KIT-SIM       VALUE "S".
002020     05  W-E-KIT                 PIC X(01).
002030         88  W-E-KIT-SIM         VALUE "S".
002040     05  W-PRECO-ACHADO          PIC X(01).
002050         88  W-PRECO-ACHADO-SIM  VALUE "S".
002060     05  W-PED-BLOQUEADO         PIC X(01).
002070         88  W-PED-BLOQUEADO-SIM VALUE "S".
002080     05  W-LINHA-RECUSADA        PIC X(01).
002090         88  W-LINHA-RECUSADA-SIM VALUE "S".
002100     05  W-EXCESSO               PIC X(01).
002110         88  W-EXCESSO-SIM       VALUE "S".
002120 01  W-OPERADOR                  PIC X(08).
002130 01  W-PERFIL                    PIC X(01).
002140 01  W-DESC-MAXIMO               PIC 9(02)V99 VALUE ZERO.
002150 01  W-DESCONTO                  PIC 9(03)V99.
002160 01  W-CODVEND-INF               PIC 9(04).
002160 01  W-VEND-PED                  PIC 9(04).
002170 01  W-DATA-ATUAL.
002180     05  W-ANO-ATUAL             PIC 9(04).
002190     05  W-MES-ATUAL             PIC 9(02).
002200     05  W-DIA-ATUAL             PIC 9(02).
002210 01  W-DATA-ALVO                 PIC 9(08).
002220 01  W-VIG-NUM                   PIC 9(08).
002230 01  W-VENC-NUM                  PIC 9(08).
002240 01  W-PRECO-VIGENTE             PIC 9(12)V99.
002250 01  W-DISPONIVEL                PIC 9(07).
002260 01  W-LIMITE-CLI                PIC 9(12)V99.
002270 01  W-EXPOSICAO                 PIC 9(12)V99.
002280 01  W-TOTAL-PEDIDO              PIC 9(12)V99.
002290 01  W-VALOR-ITEM                PIC 9(12)V99.
002290 01  W-CEP-CLI                   PIC 9(08).
002290 01  W-UF-CLI                    PIC X(02).
002290 01  W-PESO-PEDIDO               PIC 9(06)V999.
002290 01  W-FRETE-PEDIDO              PIC 9(10)V99.
002300 01  W-MOTIVO-PED                PIC X(50).
002310 01  W-MOTIVO                    PIC X(50).
002320 01  W-NUMERO-ED                 PIC 9(08).
002330 01  W-TAM-CODIGO                PIC 9(02) COMP.
002340 01  W-IX                        PIC 9(03) COMP.
002350 01  W-QTDE-LINHAS               PIC 9(03) COMP.
002360******************************************************************
002370*    CONTADORES DO LOTE                                           *
002380******************************************************************
002390 01  W-QTDE-LIDAS                PIC 9(07) VALUE ZERO.
002400 01  W-QTDE-PEDIDOS              PIC 9(07) VALUE ZERO.
002410 01  W-QTDE-GRAVADOS             PIC 9(07) VALUE ZERO.
002420 01  W-QTDE-BLOQUEADOS           PIC 9(07) VALUE ZERO.
002430 01  W-QTDE-RECUSADOS            PIC 9(07) VALUE ZERO.
002440 01  W-QTDE-REJEITADAS           PIC 9(07) VALUE ZERO.
002450******************************************************************
002460*    CAMPOS DA LINHA CSV (TEXTO BRUTO E CONVERTIDOS)              *
002470******************************************************************
002480 01  W-CAMPOS-CSV.
002490     05  WC-CODCLI               PIC X(08).
002500     05  WC-PEDCLI               PIC X(20).
002510     05  WC-CODPROD              PIC X(20).
002520     05  WC-QUANTIDADE           PIC X(12).
002530     05  WC-PRECO                PIC X(18).
002540 01  W-LIN-CODCLI                PIC 9(04).
002550 01  W-CODCLI-PED                PIC 9(04).
002560 01  W-PEDCLI-PED                PIC X(20).
002570 01  W-NUM-CODPROD               PIC 9(08).
002580******************************************************************
002590*    LINHAS DO PEDIDO EM MONTAGEM (O PEDIDO E GRAVADO OU          *
002600*    RECUSADO INTEIRO)                                            *
002610******************************************************************
002620 01  W-TAB-LINHAS.
002630     05  TL-LINHA OCCURS 200 TIMES.
002640         10  TL-TEXTO            PIC X(150).
002650         10  TL-CODEXT           PIC X(20).
002660         10  TL-QTDE             PIC 9(07).
002670         10  TL-PRECO            PIC 9(12)V99.
002680         10  TL-CODPROD          PIC 9(08).
002690         10  TL-MOTIVO           PIC X(50).
002700 PROCEDURE DIVISION.
002710******************************************************************
002720*    0000-MAINLINE                                                *
002730******************************************************************
002740 0000-MAINLINE.
002750     PERFORM 1000-INICIAR THRU 1000-EXIT.
002760     IF W-ABORTA-SIM
002770         MOVE 8 TO RETURN-CODE
002780         STOP RUN.
002790     PERFORM 1500-LER-LINHA THRU 1500-EXIT.
002800     PERFORM 2000-PEDIDO THRU 2000-EXIT
002810         UNTIL W-EOF-SIM.
002820     PERFORM 8000-FECHAR THRU 8000-EXIT.
002830     DISPLAY "CEP072: LINHAS LIDAS..............: " W-QTDE-LIDAS.
002840     DISPLAY "CEP072: PEDIDOS NO ARQUIVO........: "
002850             W-QTDE-PEDIDOS.
002860     DISPLAY "CEP072: PEDIDOS GRAVADOS..........: "
002870             W-QTDE-GRAVADOS.
002880     DISPLAY "CEP072:   DOS QUAIS NA ALCADA (B)..: "
002890             W-QTDE-BLOQUEADOS.
002900     DISPLAY "CEP072: PEDIDOS RECUSADOS.........: "
002910             W-QTDE-RECUSADOS.
002920     DISPLAY "CEP072: LINHAS EM PEDIMPE.........: "
002930             W-QTDE-REJEITADAS.
002940     IF W-QTDE-RECUSADOS > ZERO
002950         MOVE 4 TO RETURN-CODE.
002960     STOP RUN.
002970******************************************************************
002980*    1000-INICIAR - PARAMETROS, PERFIL/ALCADA DO OPERADOR E       *
002990*    ABERTURA DOS ARQUIVOS                                        *
003000******************************************************************
003010 1000-INICIAR.
003020     DISPLAY "CEP072: OPERADOR =>".
003030     ACCEPT W-OPERADOR.
003040     DISPLAY "CEP072: VENDEDOR DOS CLIENTES SEM CARTEIRA =>".
003050     ACCEPT W-CODVEND-INF.
003060     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
003070     COMPUTE W-DATA-ALVO = (W-ANO-ATUAL * 10000)
003080         + (W-MES-ATUAL * 100) + W-DIA-ATUAL.
003090     OPEN INPUT CADVEND.
003100     IF VND-STATUS NOT = "00"
003110         DISPLAY "CEP072: ARQUIVO DE VENDEDORES NAO EXISTE"
003120         MOVE "S" TO W-ABORTA
003130         GO TO 1000-EXIT.
003140     MOVE W-CODVEND-INF TO VD-CODIGO.
003150     READ CADVEND
003160         INVALID KEY
003170             DISPLAY "CEP072: VENDEDOR NAO CADASTRADO"
003180             MOVE "S" TO W-ABORTA.
003190     CLOSE CADVEND.
003200     IF W-ABORTA-SIM
003210         GO TO 1000-EXIT.
003220     PERFORM 1100-LER-PERFIL THRU 1100-EXIT.
003230     PERFORM 1200-LER-ALCADA THRU 1200-EXIT.
003240     OPEN INPUT PEDIMP.
003250     IF IMP-STATUS NOT = "00"
003260         DISPLAY "CEP072: ARQUIVO PEDIMP NAO EXISTE"
003270         MOVE "S" TO W-ABORTA
003280         GO TO 1000-EXIT.
003290     OPEN INPUT CADPARCEIRO.
003300     IF PARC-STATUS NOT = "00"
003310         DISPLAY "CEP072: ARQUIVO DE PARCEIROS NAO EXISTE"
003320         CLOSE PEDIMP
003330         MOVE "S" TO W-ABORTA
003340         GO TO 1000-EXIT.
003350     OPEN INPUT CADPROD.
003360     IF PROD-STATUS NOT = "00"
003370         DISPLAY "CEP072: ARQUIVO DE PRODUTOS NAO EXISTE"
003380         CLOSE PEDIMP CADPARCEIRO
003390         MOVE "S" TO W-ABORTA
003400         GO TO 1000-EXIT.
003410     OPEN I-O PEDVENDA.
003420     IF PED-STATUS = "35"
003430         OPEN OUTPUT PEDVENDA
003440         CLOSE PEDVENDA
003450         OPEN I-O PEDVENDA.
003460     OPEN I-O PEDITEM.
003470     IF ITM-STATUS = "35"
003480         OPEN OUTPUT PEDITEM
003490         CLOSE PEDITEM
003500         OPEN I-O PEDITEM.
003510     OPEN INPUT KITBOM.
003520     IF KIT-STATUS = "00"
003530         MOVE "S" TO W-KIT-ABERTO.
003540     OPEN INPUT TABPRECO.
003550     IF PRC-STATUS = "00"
003560         MOVE "S" TO W-PRC-ABERTO.
003570     OPEN INPUT PRECLI.
003580     IF PRA-STATUS = "00"
003590         MOVE "S" TO W-PRA-ABERTO.
003600     OPEN INPUT CRECEBER.
003610     IF CRC-STATUS = "00"
003620         MOVE "S" TO W-CRC-ABERTO.
003630     OPEN INPUT PRODCLI.
003640     IF XPR-STATUS = "00"
003650         MOVE "S" TO W-XPR-ABERTO
003660     ELSE
003670         DISPLAY "CEP072: PRODCLI AUSENTE - SO CODPROD PROPRIO".
003680     OPEN OUTPUT PEDIMPE.
003690 1000-EXIT. EXIT.
003700******************************************************************
003710*    1100-LER-PERFIL - PERFIL DO OPERADOR (CADUSER); SEM O        *
003720*    ARQUIVO ASSUME ADMINISTRADOR, COMO O LOGON DO MENU000        *
003730******************************************************************
003740 1100-LER-PERFIL.
003750     MOVE "A" TO W-PERFIL.
003760     OPEN INPUT CADUSER.
003770     IF USR-STATUS NOT = "00"
003780         GO TO 1100-EXIT.
003790     MOVE W-OPERADOR TO USR-CODIGO.
003800     READ CADUSER
003810         INVALID KEY
003820             CONTINUE
003830         NOT INVALID KEY
003840             MOVE USR-PERFIL TO W-PERFIL.
003850     CLOSE CADUSER.
003860 1100-EXIT. EXIT.
003870******************************************************************
003880*    1200-LER-ALCADA - DESCONTO MAXIMO DO PERFIL NO PARMSYS       *
003890*    (ZERO = SEM CONTROLE DE ALCADA)                              *
003900******************************************************************
003910 1200-LER-ALCADA.
003920     MOVE ZERO TO W-DESC-MAXIMO.
003930     OPEN INPUT PARMSYS.
003940     IF PARM-STATUS NOT = "00"
003950         GO TO 1200-EXIT.
003960     READ PARMSYS
003970         AT END
003980             CLOSE PARMSYS
003990             GO TO 1200-EXIT.
004000     EVALUATE W-PERFIL
004010         WHEN "A"
004020             IF PARM-DESC-ADMIN IS NUMERIC
004030                 MOVE PARM-DESC-ADMIN TO W-DESC-MAXIMO
004040             END-IF
004050         WHEN "E"
004060             IF PARM-DESC-ESTOQUE IS NUMERIC
004070                 MOVE PARM-DESC-ESTOQUE TO W-DESC-MAXIMO
004080             END-IF
004090         WHEN "R"
004100             IF PARM-DESC-RH IS NUMERIC
004110                 MOVE PARM-DESC-RH TO W-DESC-MAXIMO
004120             END-IF
004130         WHEN OTHER
004140             CONTINUE
004150     END-EVALUATE.
004160     CLOSE PARMSYS.
004170 1200-EXIT. EXIT.
004180******************************************************************
004190*    1500-LER-LINHA - LE A PROXIMA LINHA UTIL DO ARQUIVO (A       *
004200*    PRIMEIRA E O CABECALHO; LINHAS EM BRANCO SAO IGNORADAS) E    *
004210*    SEPARA OS CAMPOS                                             *
004220******************************************************************
004230 1500-LER-LINHA.
004240     READ PEDIMP
004250         AT END
004260             MOVE "S" TO W-EOF
004270             GO TO 1500-EXIT.
004280     IF W-PRIMEIRA-LINHA-SIM
004290         MOVE "N" TO W-PRIMEIRA-LINHA
004300         GO TO 1500-LER-LINHA.
004310     IF REG-PEDIMP = SPACES
004320         GO TO 1500-LER-LINHA.
004330     ADD 1 TO W-QTDE-LIDAS.
004340     MOVE SPACES TO W-CAMPOS-CSV.
004350     UNSTRING REG-PEDIMP DELIMITED BY ";"
004360         INTO WC-CODCLI WC-PEDCLI WC-CODPROD WC-QUANTIDADE
004370              WC-PRECO.
004380     COMPUTE W-LIN-CODCLI = FUNCTION NUMVAL(WC-CODCLI).
004390 1500-EXIT. EXIT.
004400******************************************************************
004410*    2000-PEDIDO - JUNTA AS LINHAS SEGUIDAS DO MESMO CLIENTE E    *
004420*    PEDIDO DO CLIENTE, CRITICA E GRAVA OU RECUSA O PEDIDO        *
004430******************************************************************
004440 2000-PEDIDO.
004450     ADD 1 TO W-QTDE-PEDIDOS.
004460     MOVE W-LIN-CODCLI TO W-CODCLI-PED.
004470     MOVE WC-PEDCLI    TO W-PEDCLI-PED.
004480     MOVE ZERO TO W-QTDE-LINHAS.
004490     MOVE "N"  TO W-EXCESSO.
004500     PERFORM 2100-ACUMULAR THRU 2100-EXIT
004510         UNTIL W-EOF-SIM
004520            OR W-LIN-CODCLI NOT = W-CODCLI-PED
004530            OR WC-PEDCLI NOT = W-PEDCLI-PED.
004540     PERFORM 3000-CRITICAR-CABECALHO THRU 3000-EXIT.
004550     IF W-MOTIVO-PED NOT = SPACES
004560         PERFORM 4000-RECUSAR-PEDIDO THRU 4000-EXIT
004570         GO TO 2000-EXIT.
004580     MOVE ZERO TO W-TOTAL-PEDIDO.
004580     MOVE ZERO TO W-PESO-PEDIDO W-FRETE-PEDIDO.
004590     MOVE "N"  TO W-PED-BLOQUEADO.
004600     MOVE "N"  TO W-LINHA-RECUSADA.
004610     PERFORM 3500-CRITICAR-LINHA THRU 3500-EXIT
004620         VARYING W-IX FROM 1 BY 1
004630         UNTIL W-IX > W-QTDE-LINHAS.
004640     IF W-LINHA-RECUSADA-SIM
004650         MOVE "PEDIDO RECUSADO POR ERRO EM OUTRA LINHA"
004660             TO W-MOTIVO-PED
004670         PERFORM 4000-RECUSAR-PEDIDO THRU 4000-EXIT
004680         GO TO 2000-EXIT.
004690     PERFORM 3900-CALCULAR-FRETE THRU 3900-EXIT.
004690     PERFORM 5000-CHECAR-CREDITO THRU 5000-EXIT.
004700     IF W-MOTIVO-PED NOT = SPACES
004710         PERFORM 4000-RECUSAR-PEDIDO THRU 4000-EXIT
004720         GO TO 2000-EXIT.
004730     PERFORM 6000-GRAVAR-PEDIDO THRU 6000-EXIT.
004740 2000-EXIT. EXIT.
004750 2100-ACUMULAR.
004760     IF W-QTDE-LINHAS < 200
004770         ADD 1 TO W-QTDE-LINHAS
004780         MOVE W-QTDE-LINHAS TO W-IX
004790         MOVE REG-PEDIMP TO TL-TEXTO (W-IX)
004800         MOVE WC-CODPROD TO TL-CODEXT (W-IX)
004810         COMPUTE TL-QTDE (W-IX) =
004820             FUNCTION NUMVAL(WC-QUANTIDADE)
004830         COMPUTE TL-PRECO (W-IX) = FUNCTION NUMVAL(WC-PRECO)
004840         MOVE ZERO   TO TL-CODPROD (W-IX)
004850         MOVE SPACES TO TL-MOTIVO (W-IX)
004860     ELSE
004870         MOVE "S" TO W-EXCESSO
004880         MOVE SPACES TO REG-PEDIMPE
004890         STRING REG-PEDIMP DELIMITED BY SIZE
004900                ";ERRO: PEDIDO COM MAIS DE 200 LINHAS"
004910                    DELIMITED BY SIZE
004920             INTO REG-PEDIMPE
004930         WRITE REG-PEDIMPE
004940         ADD 1 TO W-QTDE-REJEITADAS.
004950     PERFORM 1500-LER-LINHA THRU 1500-EXIT.
004960 2100-EXIT. EXIT.
004970******************************************************************
004980*    3000-CRITICAR-CABECALHO - CLIENTE (EXISTENTE, NAO            *
004990*    FORNECEDOR, SEM BLOQUEIO DE CREDITO), NUMERO DO PEDIDO DO    *
005000*    CLIENTE PRESENTE E AINDA NAO IMPORTADO                       *
005010******************************************************************
005020 3000-CRITICAR-CABECALHO.
005030     MOVE SPACES TO W-MOTIVO-PED.
005040     IF W-EXCESSO-SIM
005050         MOVE "PEDIDO COM MAIS DE 200 LINHAS" TO W-MOTIVO-PED
005060         GO TO 3000-EXIT.
005070     IF W-PEDCLI-PED = SPACES
005080         MOVE "NUMERO DO PEDIDO DO CLIENTE AUSENTE"
005090             TO W-MOTIVO-PED
005100         GO TO 3000-EXIT.
005110     MOVE W-CODCLI-PED TO CODIGO.
005120     READ CADPARCEIRO
005130         INVALID KEY
005140             MOVE "CLIENTE NAO CADASTRADO" TO W-MOTIVO-PED
005150             GO TO 3000-EXIT.
005160     IF PARCEIRO-FORNECEDOR
005170         MOVE "PARCEIRO NAO E CLIENTE" TO W-MOTIVO-PED
005180         GO TO 3000-EXIT.
005190     IF CREDITO-BLOQUEADO
005200         MOVE "CLIENTE COM CREDITO BLOQUEADO (CEP061)"
005210             TO W-MOTIVO-PED
005220         GO TO 3000-EXIT.
005230     MOVE LIMITE-CREDITO TO W-LIMITE-CLI.
005230     MOVE NCEP           TO W-CEP-CLI.
005230     MOVE UF             TO W-UF-CLI.
005230     IF VEND-CARTEIRA NOT = ZERO
005230         MOVE VEND-CARTEIRA TO W-VEND-PED
005230     ELSE
005230         MOVE W-CODVEND-INF TO W-VEND-PED.
005240     PERFORM 3100-VERIFICAR-DUPLICADO THRU 3100-EXIT.
005250 3000-EXIT. EXIT.
005260******************************************************************
005270*    3100-VERIFICAR-DUPLICADO - O MESMO PEDIDO DO CLIENTE JA      *
005280*    GRAVADO NO PEDVENDA (QUALQUER SITUACAO, MENOS CANCELADO)     *
005290*    RECUSA O PEDIDO, PARA O ARQUIVO REENVIADO NAO DOBRAR         *
005300******************************************************************
005310 3100-VERIFICAR-DUPLICADO.
005320     MOVE "N" TO W-EOF2.
005330     MOVE LOW-VALUES TO PV-NUMERO.
005340     START PEDVENDA KEY IS NOT LESS THAN PV-NUMERO
005350         INVALID KEY MOVE "S" TO W-EOF2.
005360     IF NOT W-EOF2-SIM
005370         PERFORM 3110-LER-PEDIDO THRU 3110-EXIT.
005380     PERFORM 3120-TESTAR-PEDIDO THRU 3120-EXIT
005390         UNTIL W-EOF2-SIM.
005400 3100-EXIT. EXIT.
005410 3110-LER-PEDIDO.
005420     READ PEDVENDA NEXT RECORD
005430         AT END MOVE "S" TO W-EOF2.
005440 3110-EXIT. EXIT.
005450 3120-TESTAR-PEDIDO.
005460     IF PV-CODCLI = W-CODCLI-PED
005470         AND PV-PEDIDO-CLI = W-PEDCLI-PED
005480         AND NOT PEDIDO-CANCELADO
005490         MOVE PV-NUMERO TO W-NUMERO-ED
005500         MOVE SPACES TO W-MOTIVO-PED
005510         STRING "PEDIDO DO CLIENTE JA IMPORTADO NO PEDIDO "
005520                    DELIMITED BY SIZE
005530                W-NUMERO-ED DELIMITED BY SIZE
005540             INTO W-MOTIVO-PED
005550         MOVE "S" TO W-EOF2
005560         GO TO 3120-EXIT.
005570     PERFORM 3110-LER-PEDIDO THRU 3110-EXIT.
005580 3120-EXIT. EXIT.
005590******************************************************************
005600*    3500-CRITICAR-LINHA - MESMAS REGRAS DO ROT-DIGITAR-ITEM DO   *
005610*    CEP012: PRODUTO (DE-PARA OU CODPROD), KIT SEM SALDO,         *
005620*    QUANTIDADE CONTRA O DISPONIVEL, PRECO SUGERIDO E ALCADA      *
005630******************************************************************
005640 3500-CRITICAR-LINHA.
005650     MOVE SPACES TO W-MOTIVO.
005660     PERFORM 3510-RESOLVER-PRODUTO THRU 3510-EXIT.
005670     IF W-MOTIVO NOT = SPACES
005680         GO TO 3500-RECUSAR.
005690     IF TL-QTDE (W-IX) = ZERO
005700         MOVE "QUANTIDADE ZERADA" TO W-MOTIVO
005710         GO TO 3500-RECUSAR.
005720     MOVE TL-CODPROD (W-IX) TO CODPROD.
005730     READ CADPROD
005740         INVALID KEY
005750             MOVE "PRODUTO NAO CADASTRADO" TO W-MOTIVO
005760             GO TO 3500-RECUSAR.
005770     PERFORM 3520-VERIF-KIT THRU 3520-EXIT.
005780     IF W-E-KIT-SIM AND QUANTIDADE = ZERO
005790         MOVE "PRODUTO E KIT SEM SALDO MONTADO" TO W-MOTIVO
005800         GO TO 3500-RECUSAR.
005810     IF RESERVADA + QUARENTENA > QUANTIDADE
005820         MOVE ZERO TO W-DISPONIVEL
005830     ELSE
005840         COMPUTE W-DISPONIVEL =
005840             QUANTIDADE - RESERVADA - QUARENTENA.
005850     IF TL-QTDE (W-IX) > W-DISPONIVEL
005860         MOVE "QUANTIDADE MAIOR QUE O ESTOQUE DISPONIVEL"
005870             TO W-MOTIVO
005880         GO TO 3500-RECUSAR.
005890     PERFORM 3600-SUGERIR-PRECO THRU 3600-EXIT.
005900     IF TL-PRECO (W-IX) = ZERO
005910         IF W-PRECO-ACHADO-SIM
005920             MOVE W-PRECO-VIGENTE TO TL-PRECO (W-IX)
005930         ELSE
005940             MOVE "SEM PRECO NO ARQUIVO NEM NA TABELA"
005950                 TO W-MOTIVO
005960             GO TO 3500-RECUSAR
005970         END-IF
005980     ELSE
005990         IF W-PRECO-ACHADO-SIM
006000             PERFORM 3800-CHECAR-ALCADA THRU 3800-EXIT
006010         END-IF
006020     END-IF.
006030     COMPUTE W-VALOR-ITEM = TL-QTDE (W-IX) * TL-PRECO (W-IX).
006040     ADD W-VALOR-ITEM TO W-TOTAL-PEDIDO.
006040     COMPUTE W-PESO-PEDIDO = W-PESO-PEDIDO
006040         + (PESO * TL-QTDE (W-IX)).
006050     GO TO 3500-EXIT.
006060 3500-RECUSAR.
006070     MOVE W-MOTIVO TO TL-MOTIVO (W-IX).
006080     MOVE "S" TO W-LINHA-RECUSADA.
006090 3500-EXIT. EXIT.
006100******************************************************************
006110*    3510-RESOLVER-PRODUTO - O CODIGO DO ARQUIVO E PROCURADO      *
006120*    PRIMEIRO NO DE-PARA DO CLIENTE (PRODCLI); NAO ACHANDO, SE    *
006130*    FOR NUMERICO DE ATE 8 DIGITOS E TOMADO COMO O NOSSO CODPROD  *
006140******************************************************************
006150 3510-RESOLVER-PRODUTO.
006160     IF TL-CODEXT (W-IX) = SPACES
006170         MOVE "CODIGO DO PRODUTO AUSENTE" TO W-MOTIVO
006180         GO TO 3510-EXIT.
006190     IF W-XPR-ABERTO-SIM
006200         MOVE W-CODCLI-PED     TO XP-CODCLI
006210         MOVE TL-CODEXT (W-IX) TO XP-CODEXT
006220         READ PRODCLI
006230             INVALID KEY
006240                 CONTINUE
006250             NOT INVALID KEY
006260                 MOVE XP-CODPROD TO TL-CODPROD (W-IX)
006270                 GO TO 3510-EXIT
006280         END-READ.
006290     MOVE ZERO TO W-TAM-CODIGO.
006300     INSPECT TL-CODEXT (W-IX) TALLYING W-TAM-CODIGO
006310         FOR CHARACTERS BEFORE INITIAL SPACE.
006320     IF W-TAM-CODIGO = ZERO OR W-TAM-CODIGO > 8
006330         MOVE "PRODUTO SEM DE-PARA NO PRODCLI" TO W-MOTIVO
006340         GO TO 3510-EXIT.
006350     IF TL-CODEXT (W-IX) (1:W-TAM-CODIGO) IS NOT NUMERIC
006360         MOVE "PRODUTO SEM DE-PARA NO PRODCLI" TO W-MOTIVO
006370         GO TO 3510-EXIT.
006380     COMPUTE W-NUM-CODPROD = FUNCTION NUMVAL(TL-CODEXT (W-IX)).
006390     MOVE W-NUM-CODPROD TO TL-CODPROD (W-IX).
006400 3510-EXIT. EXIT.
006410******************************************************************
006420*    3520-VERIF-KIT - O PRODUTO TEM COMPONENTES NO KITBOM?        *
006430******************************************************************
006440 3520-VERIF-KIT.
006450     MOVE "N" TO W-E-KIT.
006460     IF NOT W-KIT-ABERTO-SIM
006470         GO TO 3520-EXIT.
006480     MOVE "N" TO W-EOF-KIT.
006490     MOVE TL-CODPROD (W-IX) TO KB-CODKIT.
006500     MOVE ZERO TO KB-CODCOMP.
006510     START KITBOM KEY IS NOT LESS THAN KB-CHAVE
006520         INVALID KEY MOVE "S" TO W-EOF-KIT.
006530     IF NOT W-EOF-KIT-SIM
006540         READ KITBOM NEXT RECORD
006550             AT END MOVE "S" TO W-EOF-KIT
006560         END-READ.
006570     IF NOT W-EOF-KIT-SIM AND KB-CODKIT = TL-CODPROD (W-IX)
006580         MOVE "S" TO W-E-KIT.
006590 3520-EXIT. EXIT.
006600******************************************************************
006610*    3600-SUGERIR-PRECO - ACORDO DO CLIENTE (PRECLI) E, NA FALTA  *
006620*    DELE, A ULTIMA VIGENCIA DA TABPRECO ATE A DATA DO PEDIDO,    *
006620*    TROCADA PELO PRECO DA CAMPANHA PROMOCIONAL EM VIGOR (CMP000) *
006630******************************************************************
006640 3600-SUGERIR-PRECO.
006650     MOVE "N"  TO W-PRECO-ACHADO.
006660     MOVE ZERO TO W-PRECO-VIGENTE.
006670     PERFORM 3700-SUGERIR-ACORDO THRU 3700-EXIT.
006680     IF W-PRECO-ACHADO-SIM
006690         GO TO 3600-EXIT.
006700     IF NOT W-PRC-ABERTO-SIM
006710         GO TO 3600-CAMPANHA.
006720     MOVE "N" TO W-EOF3.
006730     MOVE TL-CODPROD (W-IX) TO PR-CODPROD.
006740     MOVE ZERO TO PR-VIGENCIA.
006750     START TABPRECO KEY IS NOT LESS THAN PR-CHAVE
006760         INVALID KEY MOVE "S" TO W-EOF3.
006770     IF NOT W-EOF3-SIM
006780         PERFORM 3610-LER-VIGENCIA THRU 3610-EXIT.
006790     PERFORM 3620-TESTAR-VIGENCIA THRU 3620-EXIT
006800         UNTIL W-EOF3-SIM.
006800 3600-CAMPANHA.
006800     PERFORM 3650-SUGERIR-CAMPANHA THRU 3650-EXIT.
006810 3600-EXIT. EXIT.
006820 3610-LER-VIGENCIA.
006830     READ TABPRECO NEXT RECORD
006840         AT END MOVE "S" TO W-EOF3.
006850     IF NOT W-EOF3-SIM AND PR-CODPROD NOT = TL-CODPROD (W-IX)
006860         MOVE "S" TO W-EOF3.
006870 3610-EXIT. EXIT.
006880 3620-TESTAR-VIGENCIA.
006890     COMPUTE W-VIG-NUM = (PR-VIG-ANO * 10000)
006900         + (PR-VIG-MES * 100) + PR-VIG-DIA.
006910     IF W-VIG-NUM NOT > W-DATA-ALVO
006920         MOVE PR-PRECO TO W-PRECO-VIGENTE
006930         MOVE "S" TO W-PRECO-ACHADO
006940         PERFORM 3610-LER-VIGENCIA THRU 3610-EXIT
006950     ELSE
006960         MOVE "S" TO W-EOF3.
006970 3620-EXIT. EXIT.
006970******************************************************************
006970*    3650-SUGERIR-CAMPANHA - PRECO DA CAMPANHA EM VIGOR NA DATA   *
006970*    DO PEDIDO PARA O PRODUTO OU A CATEGORIA, COM A FAIXA DA      *
006970*    QUANTIDADE DA LINHA; ACHANDO, E ELE A BASE DA ALCADA         *
006970******************************************************************
006970 3650-SUGERIR-CAMPANHA.
006970     MOVE TL-CODPROD (W-IX) TO CMP-CODPROD.
006970     MOVE TIPOPROD          TO CMP-TIPOPROD.
006970     MOVE TL-QTDE (W-IX)    TO CMP-QTDE.
006970     MOVE W-DATA-ALVO       TO CMP-DATA.
006970     IF W-PRECO-ACHADO-SIM
006970         MOVE W-PRECO-VIGENTE TO CMP-PRECO-TABELA
006970     ELSE
006970         MOVE ZERO TO CMP-PRECO-TABELA.
006970     CALL "CMP000" USING CMP-PARAMETROS-AREA.
006970     IF CMP-ACHOU-SIM
006970         MOVE CMP-PRECO TO W-PRECO-VIGENTE
006970         MOVE "S" TO W-PRECO-ACHADO.
006970 3650-EXIT. EXIT.
006980******************************************************************
006990*    3700-SUGERIR-ACORDO - ACORDO DE PRECO DO CLIENTE EM VIGOR    *
007000*    E NAO VENCIDO NA DATA DO PEDIDO (PREVALECE SOBRE A TABELA)   *
007010******************************************************************
007020 3700-SUGERIR-ACORDO.
007030     IF NOT W-PRA-ABERTO-SIM
007040         GO TO 3700-EXIT.
007050     MOVE "N" TO W-EOF4.
007060     MOVE W-CODCLI-PED      TO PA-CODCLI.
007070     MOVE TL-CODPROD (W-IX) TO PA-CODPROD.
007080     MOVE ZERO TO PA-VIGENCIA.
007090     START PRECLI KEY IS NOT LESS THAN PA-CHAVE
007100         INVALID KEY MOVE "S" TO W-EOF4.
007110     IF NOT W-EOF4-SIM
007120         PERFORM 3710-LER-ACORDO THRU 3710-EXIT.
007130     PERFORM 3720-TESTAR-ACORDO THRU 3720-EXIT
007140         UNTIL W-EOF4-SIM.
007150 3700-EXIT. EXIT.
007160 3710-LER-ACORDO.
007170     READ PRECLI NEXT RECORD
007180         AT END MOVE "S" TO W-EOF4.
007190     IF NOT W-EOF4-SIM
007200         IF PA-CODCLI NOT = W-CODCLI-PED
007210             OR PA-CODPROD NOT = TL-CODPROD (W-IX)
007220             MOVE "S" TO W-EOF4.
007230 3710-EXIT. EXIT.
007240 3720-TESTAR-ACORDO.
007250     COMPUTE W-VIG-NUM = (PA-VIG-ANO * 10000)
007260         + (PA-VIG-MES * 100) + PA-VIG-DIA.
007270     COMPUTE W-VENC-NUM = (PA-VEN-ANO * 10000)
007280         + (PA-VEN-MES * 100) + PA-VEN-DIA.
007290     IF W-VIG-NUM NOT > W-DATA-ALVO
007300         IF W-VENC-NUM NOT < W-DATA-ALVO
007310             MOVE PA-PRECO TO W-PRECO-VIGENTE
007320             MOVE "S" TO W-PRECO-ACHADO
007330         END-IF
007340         PERFORM 3710-LER-ACORDO THRU 3710-EXIT
007350     ELSE
007360         MOVE "S" TO W-EOF4.
007370 3720-EXIT. EXIT.
007380******************************************************************
007390*    3800-CHECAR-ALCADA - PRECO DO ARQUIVO ABAIXO DO SUGERIDO     *
007400*    ALEM DA ALCADA DO OPERADOR DO LOTE: O PEDIDO NASCE "B" NA    *
007410*    FILA DE APROVACAO DO CEP048, COMO NA DIGITACAO               *
007420******************************************************************
007430 3800-CHECAR-ALCADA.
007440     IF W-DESC-MAXIMO = ZERO
007450         GO TO 3800-EXIT.
007460     IF TL-PRECO (W-IX) NOT < W-PRECO-VIGENTE
007470         GO TO 3800-EXIT.
007480     COMPUTE W-DESCONTO ROUNDED =
007490         (W-PRECO-VIGENTE - TL-PRECO (W-IX))
007500         / W-PRECO-VIGENTE * 100.
007510     IF W-DESCONTO > W-DESC-MAXIMO
007520         MOVE "S" TO W-PED-BLOQUEADO.
007530 3800-EXIT. EXIT.
007530******************************************************************
007530*    3900-CALCULAR-FRETE - FRETE DO PEDIDO IMPORTADO PELA         *
007530*    TABFRETE (FRT000), COMO NA DIGITACAO DO CEP012; SEM TABELA   *
007530*    PARA O DESTINO OU ACIMA DO LIMITE DE GRATIS O FRETE E ZERO   *
007530******************************************************************
007530 3900-CALCULAR-FRETE.
007530     MOVE W-CEP-CLI      TO FRT-CEP.
007530     MOVE W-UF-CLI       TO FRT-UF.
007530     MOVE W-PESO-PEDIDO  TO FRT-PESO.
007530     MOVE W-TOTAL-PEDIDO TO FRT-VALOR-PEDIDO.
007530     CALL "FRT000" USING FRT-PARAMETROS-AREA.
007530     IF FRT-ACHOU-SIM
007530         MOVE FRT-FRETE TO W-FRETE-PEDIDO.
007530 3900-EXIT. EXIT.
007540******************************************************************
007550*    4000-RECUSAR-PEDIDO - TODAS AS LINHAS DO PEDIDO VAO PARA O   *
007560*    PEDIMPE: A LINHA COM ERRO PROPRIO LEVA O SEU MOTIVO, AS      *
007570*    DEMAIS O MOTIVO DO PEDIDO                                    *
007580******************************************************************
007590 4000-RECUSAR-PEDIDO.
007600     ADD 1 TO W-QTDE-RECUSADOS.
007610     PERFORM 4100-REJEITAR-LINHA THRU 4100-EXIT
007620         VARYING W-IX FROM 1 BY 1
007630         UNTIL W-IX > W-QTDE-LINHAS.
007640 4000-EXIT. EXIT.
007650 4100-REJEITAR-LINHA.
007660     IF TL-MOTIVO (W-IX) = SPACES
007670         MOVE W-MOTIVO-PED TO TL-MOTIVO (W-IX).
007680     MOVE SPACES TO REG-PEDIMPE.
007690     STRING TL-TEXTO (W-IX) DELIMITED BY SIZE
007700            ";ERRO: " DELIMITED BY SIZE
007710            TL-MOTIVO (W-IX) DELIMITED BY SIZE
007720         INTO REG-PEDIMPE.
007730     WRITE REG-PEDIMPE.
007740     ADD 1 TO W-QTDE-REJEITADAS.
007750 4100-EXIT. EXIT.
007760******************************************************************
007770*    5000-CHECAR-CREDITO - EXPOSICAO DO CLIENTE (TITULOS EM       *
007780*    ABERTO + PEDIDOS CONFIRMADOS NAO FATURADOS) MAIS O PEDIDO    *
007790*    CONTRA O LIMITE DO CADPARCEIRO (ZERO = SEM CONTROLE); NO     *
007800*    LOTE NAO HA LIBERACAO DE SUPERVISOR: ESTOURO RECUSA O        *
007810*    PEDIDO, QUE PODE SER REENVIADO OU DIGITADO NO CEP012         *
007820******************************************************************
007830 5000-CHECAR-CREDITO.
007840     IF W-LIMITE-CLI = ZERO
007850         GO TO 5000-EXIT.
007860     MOVE ZERO TO W-EXPOSICAO.
007870     PERFORM 5100-SOMAR-TITULOS THRU 5100-EXIT.
007880     PERFORM 5200-SOMAR-PEDIDOS THRU 5200-EXIT.
007890     IF W-EXPOSICAO + W-TOTAL-PEDIDO + W-FRETE-PEDIDO
007890             > W-LIMITE-CLI
007900         MOVE "LIMITE DE CREDITO EXCEDIDO" TO W-MOTIVO-PED.
007910 5000-EXIT. EXIT.
007920 5100-SOMAR-TITULOS.
007930     IF NOT W-CRC-ABERTO-SIM
007940         GO TO 5100-EXIT.
007950     MOVE "N" TO W-EOF2.
007960     MOVE W-CODCLI-PED TO CR-CODCLI.
007970     MOVE ZERO TO CR-DOCUMENTO.
007980     START CRECEBER KEY IS NOT LESS THAN CR-CHAVE
007990         INVALID KEY MOVE "S" TO W-EOF2.
008000     IF NOT W-EOF2-SIM
008010         PERFORM 5110-LER-TITULO THRU 5110-EXIT.
008020     PERFORM 5120-SOMAR-UM-TITULO THRU 5120-EXIT
008030         UNTIL W-EOF2-SIM.
008040 5100-EXIT. EXIT.
008050 5110-LER-TITULO.
008060     READ CRECEBER NEXT RECORD
008070         AT END MOVE "S" TO W-EOF2.
008080     IF NOT W-EOF2-SIM AND CR-CODCLI NOT = W-CODCLI-PED
008090         MOVE "S" TO W-EOF2.
008100 5110-EXIT. EXIT.
008110 5120-SOMAR-UM-TITULO.
008120     IF CR-PAGO-NAO
008130         ADD CR-VALOR TO W-EXPOSICAO.
008140     PERFORM 5110-LER-TITULO THRU 5110-EXIT.
008150 5120-EXIT. EXIT.
008160 5200-SOMAR-PEDIDOS.
008170     MOVE "N" TO W-EOF2.
008180     MOVE LOW-VALUES TO PV-NUMERO.
008190     START PEDVENDA KEY IS NOT LESS THAN PV-NUMERO
008200         INVALID KEY MOVE "S" TO W-EOF2.
008210     IF NOT W-EOF2-SIM
008220         PERFORM 3110-LER-PEDIDO THRU 3110-EXIT.
008230     PERFORM 5210-SOMAR-UM-PEDIDO THRU 5210-EXIT
008240         UNTIL W-EOF2-SIM.
008250 5200-EXIT. EXIT.
008260 5210-SOMAR-UM-PEDIDO.
008270     IF PV-CODCLI = W-CODCLI-PED AND PEDIDO-CONFIRMADO
008280         ADD PV-TOTAL PV-FRETE TO W-EXPOSICAO.
008290     PERFORM 3110-LER-PEDIDO THRU 3110-EXIT.
008300 5210-EXIT. EXIT.
008310******************************************************************
008320*    6000-GRAVAR-PEDIDO - NUMERO DA NUMERACAO CENTRAL (NUM000,    *
008330*    SERIE "PV"), ITENS NO PEDITEM E CABECALHO PENDENTE ("P")     *
008340*    OU BLOQUEADO NA ALCADA ("B")                                 *
008350******************************************************************
008360 6000-GRAVAR-PEDIDO.
008370     MOVE "PV" TO NUM-TIPO.
008380     MOVE "1"  TO NUM-SERIE.
008390     CALL "NUM000" USING NUM-PARAMETROS-AREA.
008400     MOVE NUM-NUMERO TO PV-NUMERO.
008410     READ PEDVENDA
008420         INVALID KEY
008430             CONTINUE
008440         NOT INVALID KEY
008450             GO TO 6000-GRAVAR-PEDIDO.
008460     PERFORM 6100-GRAVAR-ITEM THRU 6100-EXIT
008470         VARYING W-IX FROM 1 BY 1
008480         UNTIL W-IX > W-QTDE-LINHAS.
008490     MOVE NUM-NUMERO     TO PV-NUMERO.
008500     MOVE W-CODCLI-PED   TO PV-CODCLI.
008510     MOVE W-VEND-PED     TO PV-CODVEND.
008520     MOVE W-DIA-ATUAL    TO PV-DIA.
008530     MOVE W-MES-ATUAL    TO PV-MES.
008540     MOVE W-ANO-ATUAL    TO PV-ANO.
008550     IF W-PED-BLOQUEADO-SIM
008560         MOVE "B" TO PV-SITUACAO
008570     ELSE
008580         MOVE "P" TO PV-SITUACAO.
008590     MOVE W-TOTAL-PEDIDO TO PV-TOTAL.
008600     MOVE W-PEDCLI-PED   TO PV-PEDIDO-CLI.
008600     MOVE W-PESO-PEDIDO  TO PV-PESO.
008600     MOVE W-FRETE-PEDIDO TO PV-FRETE.
008600     MOVE SPACE          TO PV-CONSIGNACAO.
008610     WRITE REGPEDV
008620         INVALID KEY
008630             DISPLAY "CEP072: ERRO NA GRAVACAO DO PEDIDO "
008640                     PV-NUMERO
008650             MOVE 8 TO RETURN-CODE
008660             GO TO 6000-EXIT.
008670     ADD 1 TO W-QTDE-GRAVADOS.
008680     IF W-PED-BLOQUEADO-SIM
008690         ADD 1 TO W-QTDE-BLOQUEADOS.
008700     DISPLAY "CEP072: PEDIDO " PV-NUMERO " CLIENTE " PV-CODCLI
008710             " PED.CLIENTE " PV-PEDIDO-CLI " SITUACAO "
008720             PV-SITUACAO.
008730 6000-EXIT. EXIT.
008740 6100-GRAVAR-ITEM.
008750     MOVE NUM-NUMERO        TO PVI-NUMERO.
008760     MOVE W-IX              TO PVI-SEQ.
008770     MOVE TL-CODPROD (W-IX) TO PVI-CODPROD.
008780     MOVE TL-QTDE (W-IX)    TO PVI-QUANTIDADE.
008790     MOVE TL-PRECO (W-IX)   TO PVI-PRECO.
008800     COMPUTE PVI-VALOR = TL-QTDE (W-IX) * TL-PRECO (W-IX).
008810     MOVE ZERO              TO PVI-CUSTO.
008820     MOVE ZERO              TO PVI-QTDE-DEVOLVIDA.
008820     MOVE ZERO              TO PVI-VALOR-ICMS.
008830     WRITE REGPEDI
008840         INVALID KEY
008850             DISPLAY "CEP072: ERRO NA GRAVACAO DO ITEM "
008860                     PVI-CHAVE.
008870 6100-EXIT. EXIT.
008880******************************************************************
008890*    8000-FECHAR - FECHA OS ARQUIVOS DO LOTE                      *
008900******************************************************************
008910 8000-FECHAR.
008920     CLOSE PEDIMP PEDIMPE CADPARCEIRO CADPROD PEDVENDA PEDITEM.
008930     IF W-KIT-ABERTO-SIM
008940         CLOSE KITBOM.
008950     IF W-PRC-ABERTO-SIM
008960         CLOSE TABPRECO.
008970     IF W-PRA-ABERTO-SIM
008980         CLOSE PRECLI.
008990     IF W-CRC-ABERTO-SIM
009000         CLOSE CRECEBER.
009010     IF W-XPR-ABERTO-SIM
009020         CLOSE PRODCLI.
009030 8000-EXIT. EXIT.
