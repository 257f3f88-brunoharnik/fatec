000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-08-22 BH        VERSAO INICIAL                             *
000170* 2026-10-05 BH        CAMPANHAS PROMOCIONAIS                     *
000170*                      (CAMPANHA/CAMPITEM): INCLUSAO, ITENS POR   *
000170*                      PRODUTO OU CATEGORIA COM FAIXAS DE         *
000170*                      QUANTIDADE, ENCERRAMENTO E CONSULTA        *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CEP017.
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PR-CHAVE
000410         FILE STATUS IS PRC-STATUS.
000410     SELECT CAMPANHA ASSIGN TO "CAMPANHA"
000410         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CP-CODIGO
000410         FILE STATUS IS CMP-STATUS.
000410     SELECT CAMPITEM ASSIGN TO "CAMPITEM"
000410         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CI-CHAVE
000410         FILE STATUS IS CPI-STATUS.
000420     SELECT REPPRECO ASSIGN TO "REPPRECO"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS REL-STATUS.
000510 FD  TABPRECO
000520     LABEL RECORDS ARE STANDARD.
000530     COPY REGPRC.
000530 FD  CAMPANHA
000530     LABEL RECORDS ARE STANDARD.
000530     COPY REGCMP.
000530 FD  CAMPITEM
000530     LABEL RECORDS ARE STANDARD.
000530     COPY REGCPI.
000540 FD  REPPRECO
000550     LABEL RECORDS ARE STANDARD.
000560 01  REG-RELAT                   PIC X(100).
001280     05  LD-PRECO                PIC ZZZZZZZZZZZ9,99.
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  LD-OBS                  PIC X(09).
001300 01  CMP-STATUS                  PIC X(02).
001300 01  CPI-STATUS                  PIC X(02).
001300 01  W-CONF                      PIC X(01).
001300 01  W-CODCAMP-INF               PIC 9(04).
001300 01  W-DESC-CAMP-INF             PIC X(30).
001300 01  W-INI-CAMP.
001300     05  W-INI-ANO               PIC 9(04).
001300     05  W-INI-MES               PIC 9(02).
001300     05  W-INI-DIA               PIC 9(02).
001300 01  W-FIM-CAMP.
001300     05  W-FIM-ANO               PIC 9(04).
001300     05  W-FIM-MES               PIC 9(02).
001300     05  W-FIM-DIA               PIC 9(02).
001300 01  W-CAMP-ACHADA               PIC X(01).
001300     88  W-CAMP-NAO-ACHADA       VALUE "N".
001300 01  W-ITEM-EXISTE               PIC X(01).
001300     88  W-ITEM-EXISTE-SIM       VALUE "S".
001300 01  W-FIM-FAIXAS                PIC X(01).
001300     88  W-FIM-FAIXAS-SIM        VALUE "S".
001300 01  W-ALVO-ITEM                 PIC X(01).
001300 01  W-TIPO-ITEM                 PIC X(01).
001300 01  W-CHAVE-ITEM                PIC X(13).
001300 01  W-VALOR-INF                 PIC 9(12)V99.
001300 01  W-QTDE-FX-INF               PIC 9(07).
001300 01  W-VALOR-FX-INF              PIC 9(12)V99.
001300 01  W-FX                        PIC 9(01) COMP.
001300 01  W-TAB-FAIXAS.
001300     05  WF-FAIXA OCCURS 3 TIMES.
001300         10  WF-QTDE             PIC 9(07).
001300         10  WF-VALOR            PIC 9(12)V99.
001300 01  DET-CAMPANHA.
001300     05  FILLER                  PIC X(13) VALUE "PERIODO....: ".
001300     05  DC-INI-DIA              PIC 9(02).
001300     05  FILLER                  PIC X(01) VALUE "/".
001300     05  DC-INI-MES              PIC 9(02).
001300     05  FILLER                  PIC X(01) VALUE "/".
001300     05  DC-INI-ANO              PIC 9(04).
001300     05  FILLER                  PIC X(03) VALUE " A ".
001300     05  DC-FIM-DIA              PIC 9(02).
001300     05  FILLER                  PIC X(01) VALUE "/".
001300     05  DC-FIM-MES              PIC 9(02).
001300     05  FILLER                  PIC X(01) VALUE "/".
001300     05  DC-FIM-ANO              PIC 9(04).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DC-SITUACAO             PIC X(09).
001300 01  DET-ITEM-CAMP.
001300     05  DI-CODPROD              PIC 9(08).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DI-TIPOPROD             PIC X(01).
001300     05  FILLER                  PIC X(03) VALUE SPACES.
001300     05  DI-TIPO                 PIC X(01).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DI-VALOR                PIC ZZZZZZZZZZZ9,99.
001300 01  DET-FAIXA.
001300     05  FILLER                  PIC X(17) VALUE
001300         "      A PARTIR DE".
001300     05  DF-QTDE                 PIC ZZZZZZ9.
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DF-VALOR                PIC ZZZZZZZZZZZ9,99.
001310 PROCEDURE DIVISION.
001320******************************************************************
001330*    0000-MAINLINE                                                *
001430     DISPLAY " ".
001440     DISPLAY "CEP017 - TABELA DE PRECOS DE VENDA".
001450     DISPLAY "1-INCLUIR VIGENCIA   2-HISTORICO DO PRODUTO".
001460     DISPLAY "3-LISTA DE PRECOS    4-INCLUIR CAMPANHA".
001460     DISPLAY "5-ITEM DE CAMPANHA   6-ENCERRAR CAMPANHA".
001460     DISPLAY "7-CONSULTAR CAMPANHA 9-FIM".
001470     ACCEPT W-OPCAO.
001480     EVALUATE W-OPCAO
001490         WHEN "1"
001530             PERFORM ROT-HISTORICO THRU ROT-HISTORICO-EXIT
001540         WHEN "3"
001550             PERFORM ROT-LISTA-PRECOS THRU ROT-LISTA-PRECOS-EXIT
001550         WHEN "4"
001550             PERFORM ROT-INCLUIR-CAMPANHA
001550                 THRU ROT-INCLUIR-CAMPANHA-EXIT
001550         WHEN "5"
001550             PERFORM ROT-ITEM-CAMPANHA
001550                 THRU ROT-ITEM-CAMPANHA-EXIT
001550         WHEN "6"
001550             PERFORM ROT-ENCERRAR-CAMPANHA
001550                 THRU ROT-ENCERRAR-CAMPANHA-EXIT
001550         WHEN "7"
001550             PERFORM ROT-CONSULTAR-CAMPANHA
001550                 THRU ROT-CONSULTAR-CAMPANHA-EXIT
001560         WHEN "9"
001570             MOVE "S" TO W-FIM
001580         WHEN OTHER
004270         MOVE "N" TO W-DATA-VIG-VALIDA
004280         DISPLAY "DIA INVALIDO".
004290 ROT-VALIDAR-DATA-VIG-EXIT. EXIT.
004300******************************************************************
004310*    ROT-INCLUIR-CAMPANHA - CADASTRA UMA CAMPANHA PROMOCIONAL COM *
004320*    PERIODO DE INICIO E FIM; OS PRODUTOS ENTRAM PELA OPCAO 5     *
004330******************************************************************
004340 ROT-INCLUIR-CAMPANHA.
004350     DISPLAY "CODIGO DA CAMPANHA =>".
004360     ACCEPT W-CODCAMP-INF.
004370     IF W-CODCAMP-INF = ZERO
004380         DISPLAY "CODIGO INVALIDO"
004390         GO TO ROT-INCLUIR-CAMPANHA-EXIT.
004400     DISPLAY "DESCRICAO =>".
004410     ACCEPT W-DESC-CAMP-INF.
004420     DISPLAY "DATA DE INICIO DA CAMPANHA".
004430     PERFORM ROT-DIGITAR-DATA-VIG
004440         THRU ROT-DIGITAR-DATA-VIG-EXIT.
004450     MOVE W-ANO-VIG TO W-INI-ANO.
004460     MOVE W-MES-VIG TO W-INI-MES.
004470     MOVE W-DIA-VIG TO W-INI-DIA.
004480     DISPLAY "DATA DE FIM DA CAMPANHA".
004490     PERFORM ROT-DIGITAR-DATA-VIG
004500         THRU ROT-DIGITAR-DATA-VIG-EXIT.
004510     MOVE W-ANO-VIG TO W-FIM-ANO.
004520     MOVE W-MES-VIG TO W-FIM-MES.
004530     MOVE W-DIA-VIG TO W-FIM-DIA.
004540     IF W-FIM-CAMP < W-INI-CAMP
004550         DISPLAY "FIM ANTERIOR AO INICIO - CAMPANHA RECUSADA"
004560         GO TO ROT-INCLUIR-CAMPANHA-EXIT.
004570     OPEN I-O CAMPANHA.
004580     IF CMP-STATUS = "35"
004590         OPEN OUTPUT CAMPANHA
004600         CLOSE CAMPANHA
004610         OPEN I-O CAMPANHA.
004620     MOVE W-CODCAMP-INF   TO CP-CODIGO.
004630     MOVE W-DESC-CAMP-INF TO CP-DESCRICAO.
004640     MOVE W-INI-ANO       TO CP-INI-ANO.
004650     MOVE W-INI-MES       TO CP-INI-MES.
004660     MOVE W-INI-DIA       TO CP-INI-DIA.
004670     MOVE W-FIM-ANO       TO CP-FIM-ANO.
004680     MOVE W-FIM-MES       TO CP-FIM-MES.
004690     MOVE W-FIM-DIA       TO CP-FIM-DIA.
004700     MOVE "A"             TO CP-SITUACAO.
004710     WRITE REGCMP
004720         INVALID KEY
004730             DISPLAY "CAMPANHA JA CADASTRADA"
004740         NOT INVALID KEY
004750             DISPLAY "*** CAMPANHA GRAVADA COM SUCESSO ***".
004760     CLOSE CAMPANHA.
004770 ROT-INCLUIR-CAMPANHA-EXIT. EXIT.
004780******************************************************************
004790*    ROT-LER-CAMPANHA - LOCALIZA A CAMPANHA INFORMADA (O ARQUIVO  *
004800*    FICA ABERTO PELO CHAMADOR)                                   *
004810******************************************************************
004820 ROT-LER-CAMPANHA.
004830     MOVE "S" TO W-CAMP-ACHADA.
004840     DISPLAY "CODIGO DA CAMPANHA =>".
004850     ACCEPT W-CODCAMP-INF.
004860     MOVE W-CODCAMP-INF TO CP-CODIGO.
004870     READ CAMPANHA
004880         INVALID KEY
004890             DISPLAY "CAMPANHA NAO CADASTRADA"
004900             MOVE "N" TO W-CAMP-ACHADA
004910             GO TO ROT-LER-CAMPANHA-EXIT.
004920     MOVE CP-INI-DIA TO DC-INI-DIA.
004930     MOVE CP-INI-MES TO DC-INI-MES.
004940     MOVE CP-INI-ANO TO DC-INI-ANO.
004950     MOVE CP-FIM-DIA TO DC-FIM-DIA.
004960     MOVE CP-FIM-MES TO DC-FIM-MES.
004970     MOVE CP-FIM-ANO TO DC-FIM-ANO.
004980     IF CAMPANHA-ENCERRADA
004990         MOVE "ENCERRADA" TO DC-SITUACAO
005000     ELSE
005010         MOVE "ATIVA"     TO DC-SITUACAO.
005020     DISPLAY "CAMPANHA...: " CP-DESCRICAO.
005030     DISPLAY DET-CAMPANHA.
005040 ROT-LER-CAMPANHA-EXIT. EXIT.
005050******************************************************************
005060*    ROT-ITEM-CAMPANHA - INCLUI OU ALTERA O ITEM DA CAMPANHA PARA *
005070*    UM PRODUTO OU PARA UMA CATEGORIA INTEIRA, COM O PRECO OU O   *
005080*    PERCENTUAL E ATE 3 FAIXAS DE QUANTIDADE                      *
005090******************************************************************
005100 ROT-ITEM-CAMPANHA.
005110     OPEN INPUT CAMPANHA.
005120     IF CMP-STATUS NOT = "00"
005130         DISPLAY "ARQUIVO DE CAMPANHAS NAO EXISTE"
005140         GO TO ROT-ITEM-CAMPANHA-EXIT.
005150     PERFORM ROT-LER-CAMPANHA THRU ROT-LER-CAMPANHA-EXIT.
005160     CLOSE CAMPANHA.
005170     IF W-CAMP-NAO-ACHADA
005180         GO TO ROT-ITEM-CAMPANHA-EXIT.
005190     IF CAMPANHA-ENCERRADA
005200         DISPLAY "CAMPANHA ENCERRADA - ITEM NAO PERMITIDO"
005210         GO TO ROT-ITEM-CAMPANHA-EXIT.
005220     DISPLAY "ITEM POR (P)RODUTO OU POR (C)ATEGORIA =>".
005230     ACCEPT W-ALVO-ITEM.
005240     IF W-ALVO-ITEM = "P" OR W-ALVO-ITEM = "p"
005250         PERFORM ROT-LER-PRODUTO THRU ROT-LER-PRODUTO-EXIT
005260         IF W-PROD-NAO-ACHADO
005270             GO TO ROT-ITEM-CAMPANHA-EXIT
005280         END-IF
005290         MOVE W-CODPROD-INF TO CI-CODPROD
005300         MOVE SPACES        TO CI-TIPOPROD
005310     ELSE
005320         DISPLAY "CATEGORIA (H/A/E/L/D) =>"
005330         ACCEPT W-TIPOPROD-ANTERIOR
005340         PERFORM 4400-TABTIPOPROD THRU 4400-EXIT
005350         IF W-TIPOPROD-DESCR = "?"
005360             DISPLAY "CATEGORIA INVALIDA"
005370             GO TO ROT-ITEM-CAMPANHA-EXIT
005380         END-IF
005390         DISPLAY "CATEGORIA..: " W-TIPOPROD-DESCR
005400         MOVE ZERO                TO CI-CODPROD
005410         MOVE W-TIPOPROD-ANTERIOR TO CI-TIPOPROD.
005420     MOVE W-CODCAMP-INF TO CI-CODCAMP.
005430     MOVE CI-CHAVE      TO W-CHAVE-ITEM.
005440     DISPLAY "(P)RECO PROMOCIONAL OU (D)ESCONTO % S/ TABELA =>".
005450     ACCEPT W-TIPO-ITEM.
005460     IF W-TIPO-ITEM = "p"
005470         MOVE "P" TO W-TIPO-ITEM.
005480     IF W-TIPO-ITEM = "d"
005490         MOVE "D" TO W-TIPO-ITEM.
005500     IF W-TIPO-ITEM NOT = "P" AND W-TIPO-ITEM NOT = "D"
005510         DISPLAY "TIPO INVALIDO"
005520         GO TO ROT-ITEM-CAMPANHA-EXIT.
005530     IF W-TIPO-ITEM = "P"
005540         DISPLAY "PRECO PROMOCIONAL =>"
005550     ELSE
005560         DISPLAY "PERCENTUAL DE DESCONTO =>".
005570     ACCEPT W-VALOR-INF.
005580     IF W-VALOR-INF = ZERO
005590         DISPLAY "VALOR INVALIDO"
005600         GO TO ROT-ITEM-CAMPANHA-EXIT.
005610     IF W-TIPO-ITEM = "D" AND W-VALOR-INF NOT < 100
005620         DISPLAY "PERCENTUAL INVALIDO"
005630         GO TO ROT-ITEM-CAMPANHA-EXIT.
005640     INITIALIZE W-TAB-FAIXAS.
005650     MOVE "N" TO W-FIM-FAIXAS.
005660     DISPLAY "FAIXAS DE QUANTIDADE (QUANTIDADE 0 ENCERRA)".
005670     PERFORM ROT-DIGITAR-FAIXA THRU ROT-DIGITAR-FAIXA-EXIT
005680         VARYING W-FX FROM 1 BY 1
005690         UNTIL W-FX > 3 OR W-FIM-FAIXAS-SIM.
005700     OPEN I-O CAMPITEM.
005710     IF CPI-STATUS = "35"
005720         OPEN OUTPUT CAMPITEM
005730         CLOSE CAMPITEM
005740         OPEN I-O CAMPITEM.
005750     MOVE W-CHAVE-ITEM TO CI-CHAVE.
005760     MOVE "S" TO W-ITEM-EXISTE.
005770     READ CAMPITEM
005780         INVALID KEY MOVE "N" TO W-ITEM-EXISTE.
005790     MOVE W-CHAVE-ITEM TO CI-CHAVE.
005800     MOVE W-TIPO-ITEM  TO CI-TIPO.
005810     MOVE W-VALOR-INF  TO CI-VALOR.
005820     PERFORM ROT-MOVER-FAIXA THRU ROT-MOVER-FAIXA-EXIT
005830         VARYING W-FX FROM 1 BY 1
005840         UNTIL W-FX > 3.
005850     IF W-ITEM-EXISTE-SIM
005860         REWRITE REGCPI
005870             INVALID KEY
005880                 DISPLAY "ERRO NA ALTERACAO DO ITEM"
005890             NOT INVALID KEY
005900                 DISPLAY "*** ITEM DA CAMPANHA ALTERADO ***"
005910         END-REWRITE
005920     ELSE
005930         WRITE REGCPI
005940             INVALID KEY
005950                 DISPLAY "ERRO NA GRAVACAO DO ITEM"
005960             NOT INVALID KEY
005970                 DISPLAY "*** ITEM DA CAMPANHA GRAVADO ***"
005980         END-WRITE.
005990     CLOSE CAMPITEM.
006000 ROT-ITEM-CAMPANHA-EXIT. EXIT.
006010******************************************************************
006020*    ROT-DIGITAR-FAIXA - QUANTIDADE MINIMA E VALOR DA FAIXA       *
006030*    W-FX; CADA FAIXA PRECISA DE QUANTIDADE MAIOR QUE A ANTERIOR  *
006040******************************************************************
006050 ROT-DIGITAR-FAIXA.
006060     DISPLAY "FAIXA " W-FX " - A PARTIR DA QUANTIDADE =>".
006070     ACCEPT W-QTDE-FX-INF.
006080     IF W-QTDE-FX-INF = ZERO
006090         MOVE "S" TO W-FIM-FAIXAS
006100         GO TO ROT-DIGITAR-FAIXA-EXIT.
006110     IF W-FX > 1
006120         IF W-QTDE-FX-INF NOT > WF-QTDE (W-FX - 1)
006130             DISPLAY "QUANTIDADE DEVE SER MAIOR QUE A DA FAIXA"
006140                 " ANTERIOR"
006150             GO TO ROT-DIGITAR-FAIXA.
006160     IF W-TIPO-ITEM = "P"
006170         DISPLAY "PRECO DA FAIXA =>"
006180     ELSE
006190         DISPLAY "PERCENTUAL DA FAIXA =>".
006200     ACCEPT W-VALOR-FX-INF.
006210     IF W-VALOR-FX-INF = ZERO
006220         OR (W-TIPO-ITEM = "D" AND W-VALOR-FX-INF NOT < 100)
006230         DISPLAY "VALOR INVALIDO"
006240         GO TO ROT-DIGITAR-FAIXA.
006250     MOVE W-QTDE-FX-INF  TO WF-QTDE (W-FX).
006260     MOVE W-VALOR-FX-INF TO WF-VALOR (W-FX).
006270 ROT-DIGITAR-FAIXA-EXIT. EXIT.
006280 ROT-MOVER-FAIXA.
006290     MOVE WF-QTDE (W-FX)  TO CI-FX-QTDE (W-FX).
006300     MOVE WF-VALOR (W-FX) TO CI-FX-VALOR (W-FX).
006310 ROT-MOVER-FAIXA-EXIT. EXIT.
006320******************************************************************
006330*    ROT-ENCERRAR-CAMPANHA - TIRA A CAMPANHA DE VIGOR ANTES DO    *
006340*    FIM PREVISTO; OS ITENS FICAM PARA O RELATORIO DO CEP075      *
006350******************************************************************
006360 ROT-ENCERRAR-CAMPANHA.
006370     OPEN I-O CAMPANHA.
006380     IF CMP-STATUS NOT = "00"
006390         DISPLAY "ARQUIVO DE CAMPANHAS NAO EXISTE"
006400         GO TO ROT-ENCERRAR-CAMPANHA-EXIT.
006410     PERFORM ROT-LER-CAMPANHA THRU ROT-LER-CAMPANHA-EXIT.
006420     IF W-CAMP-NAO-ACHADA OR CAMPANHA-ENCERRADA
006430         CLOSE CAMPANHA
006440         GO TO ROT-ENCERRAR-CAMPANHA-EXIT.
006450     DISPLAY "CONFIRMA O ENCERRAMENTO (S/N) =>".
006460     ACCEPT W-CONF.
006470     IF W-CONF = "S" OR W-CONF = "s"
006480         MOVE "E" TO CP-SITUACAO
006490         REWRITE REGCMP
006500             INVALID KEY
006510                 DISPLAY "ERRO NO ENCERRAMENTO"
006520             NOT INVALID KEY
006530                 DISPLAY "*** CAMPANHA ENCERRADA ***"
006540         END-REWRITE.
006550     CLOSE CAMPANHA.
006560 ROT-ENCERRAR-CAMPANHA-EXIT. EXIT.
006570******************************************************************
006580*    ROT-CONSULTAR-CAMPANHA - CABECALHO E ITENS DA CAMPANHA       *
006590******************************************************************
006600 ROT-CONSULTAR-CAMPANHA.
006610     OPEN INPUT CAMPANHA.
006620     IF CMP-STATUS NOT = "00"
006630         DISPLAY "ARQUIVO DE CAMPANHAS NAO EXISTE"
006640         GO TO ROT-CONSULTAR-CAMPANHA-EXIT.
006650     PERFORM ROT-LER-CAMPANHA THRU ROT-LER-CAMPANHA-EXIT.
006660     CLOSE CAMPANHA.
006670     IF W-CAMP-NAO-ACHADA
006680         GO TO ROT-CONSULTAR-CAMPANHA-EXIT.
006690     OPEN INPUT CAMPITEM.
006700     IF CPI-STATUS NOT = "00"
006710         DISPLAY "CAMPANHA SEM ITENS"
006720         GO TO ROT-CONSULTAR-CAMPANHA-EXIT.
006730     MOVE "N" TO W-EOF.
006740     MOVE W-CODCAMP-INF TO CI-CODCAMP.
006750     MOVE ZERO          TO CI-CODPROD.
006760     MOVE LOW-VALUES    TO CI-TIPOPROD.
006770     START CAMPITEM KEY IS NOT LESS THAN CI-CHAVE
006780         INVALID KEY MOVE "S" TO W-EOF.
006790     DISPLAY "PRODUTO  CAT T              VALOR".
006800     IF NOT W-EOF-SIM
006810         PERFORM ROT-LER-ITEM-CAMP THRU ROT-LER-ITEM-CAMP-EXIT.
006820     PERFORM ROT-EXIBIR-ITEM-CAMP THRU ROT-EXIBIR-ITEM-CAMP-EXIT
006830         UNTIL W-EOF-SIM.
006840     CLOSE CAMPITEM.
006850 ROT-CONSULTAR-CAMPANHA-EXIT. EXIT.
006860 ROT-LER-ITEM-CAMP.
006870     READ CAMPITEM NEXT RECORD
006880         AT END MOVE "S" TO W-EOF.
006890     IF NOT W-EOF-SIM AND CI-CODCAMP NOT = W-CODCAMP-INF
006900         MOVE "S" TO W-EOF.
006910 ROT-LER-ITEM-CAMP-EXIT. EXIT.
006920 ROT-EXIBIR-ITEM-CAMP.
006930     MOVE CI-CODPROD  TO DI-CODPROD.
006940     MOVE CI-TIPOPROD TO DI-TIPOPROD.
006950     MOVE CI-TIPO     TO DI-TIPO.
006960     MOVE CI-VALOR    TO DI-VALOR.
006970     DISPLAY DET-ITEM-CAMP.
006980     PERFORM ROT-EXIBIR-FAIXA THRU ROT-EXIBIR-FAIXA-EXIT
006990         VARYING W-FX FROM 1 BY 1
007000         UNTIL W-FX > 3.
007010     PERFORM ROT-LER-ITEM-CAMP THRU ROT-LER-ITEM-CAMP-EXIT.
007020 ROT-EXIBIR-ITEM-CAMP-EXIT. EXIT.
007030 ROT-EXIBIR-FAIXA.
007040     IF CI-FX-QTDE (W-FX) = ZERO
007050         GO TO ROT-EXIBIR-FAIXA-EXIT.
007060     MOVE CI-FX-QTDE (W-FX)  TO DF-QTDE.
007070     MOVE CI-FX-VALOR (W-FX) TO DF-VALOR.
007080     DISPLAY DET-FAIXA.
007090 ROT-EXIBIR-FAIXA-EXIT. EXIT.
