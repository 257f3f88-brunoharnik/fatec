000010******************************************************************
000020* PROGRAM-ID : CEP065                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-14                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : NOTA FISCAL ELETRONICA (NF-E) - MONTA O XML DE     *
000080*              CADA NOTA EMITIDA PELO CEP013 E AINDA NAO          *
000090*              AUTORIZADA (NOTAREG SITUACAO "E", NF-E EM BRANCO   *
000100*              OU REJEITADA) NO ARQUIVO NFEXML: EMITENTE DO       *
000110*              PARMSYS, DESTINATARIO DO CADPARCEIRO, ITENS DO     *
000120*              PEDITEM COM O NCM E A ALIQUOTA (TAXICMS OU A       *
000130*              INTERESTADUAL DA TABUFS, MESMA REGRA DO CEP013)    *
000140*              E A CHAVE DE ACESSO DE 44 DIGITOS COM O DIGITO     *
000150*              VERIFICADOR (MODULO 11). LE TAMBEM O RETORNO DA    *
000160*              SEFAZ (NFERET) E GRAVA NO NOTAREG O PROTOCOLO DE   *
000170*              AUTORIZACAO OU O MOTIVO DA REJEICAO, PARA O        *
000180*              CANCELAMENTO (CEP049) E A AUDITORIA DE NUMERACAO   *
000190*              (NUMAUD) SEPARAREM NOTA AUTORIZADA DE NOTA NUNCA   *
000200*              TRANSMITIDA.                                       *
000210*-----------------------------------------------------------------
000220* HISTORICO DE ALTERACOES                                         *
000230* DATA       INICIAIS  DESCRICAO                                  *
000240* 2026-09-14 BH        VERSAO INICIAL                             *
000240* 2026-09-15 BH        GRUPOS PIS E COFINS POR ITEM (PISALIQ,     *
000240*                      PISNT OU PISOUTR CONFORME O CST DA         *
000240*                      TABPIS, PELA SUB-ROTINA PIS000) E VPIS/    *
000240*                      VCOFINS NOS TOTAIS                         *
000240* 2026-09-16 BH        ITEM COM ICMS-ST (TABNST PELO NCM E UF DO  *
000240*                      CLIENTE) SAI NO GRUPO ICMS10 COM BASE,     *
000240*                      MVA, ALIQUOTA E VALOR DO ST; VBCST/VST NOS *
000240*                      TOTAIS E VNF COM O ST                      *
000240* 2026-10-15 BH        FRETE DA NOTA (NF-TOTAL-FRETE) RATEADO POR *
000240*                      ITEM COMO NO CEP013: ENTRA NA BASE DO ICMS *
000240*                      E DO ST, SAI EM VFRETE NO ITEM E NO        *
000240*                      ICMSTOT, SOMA NO VNF E MODFRETE PASSA A 0  *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CEP065.
000280 AUTHOR. BRUNO HARNIK.
000290 INSTALLATION. FATEC.
000300 DATE-WRITTEN. 2026-09-14.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT NOTAREG ASSIGN TO "NOTAREG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS NF-NUMERO
000420         FILE STATUS IS NOT-STATUS.
000430     SELECT CADPARCEIRO ASSIGN TO "CADPARCEIRO"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CODIGO
000470         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000480         FILE STATUS IS PARC-STATUS.
000490     SELECT PEDITEM ASSIGN TO "PEDITEM"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PVI-CHAVE
000530         FILE STATUS IS ITM-STATUS.
000540     SELECT CADPROD ASSIGN TO "CADPROD"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CODPROD
000580         ALTERNATE RECORD KEY IS DESCPROD WITH DUPLICATES
000590         ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
000600         FILE STATUS IS PROD-STATUS.
000610     SELECT TABUFS ASSIGN TO "TABUFS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS UFI-CHAVE
000650         FILE STATUS IS UFI-STATUS.
000650     SELECT TABNST ASSIGN TO "TABNST"
000650         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS NST-CHAVE
000650         FILE STATUS IS NST-STATUS.
000660     SELECT PARMSYS ASSIGN TO "PARMSYS"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS PARM-STATUS.
000690     SELECT NFEXML ASSIGN TO "NFEXML"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS XML-STATUS.
000720     SELECT NFERET ASSIGN TO "NFERET"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS RET-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  NOTAREG
000780     LABEL RECORDS ARE STANDARD.
000790     COPY REGNOT.
000800 FD  CADPARCEIRO
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGPAC.
000830 FD  PEDITEM
000840     LABEL RECORDS ARE STANDARD.
000850     COPY REGPEDI.
000860 FD  CADPROD
000870     LABEL RECORDS ARE STANDARD.
000880     COPY REGPROD.
000890 FD  TABUFS
000900     LABEL RECORDS ARE STANDARD.
000910     COPY REGUFI.
000910 FD  TABNST
000910     LABEL RECORDS ARE STANDARD.
000910     COPY REGNST.
000920 FD  PARMSYS
000930     LABEL RECORDS ARE STANDARD.
000940     COPY PARMSYS.
000950 FD  NFEXML
000960     LABEL RECORDS ARE STANDARD.
000970 01  REG-NFEXML                  PIC X(200).
000980 FD  NFERET
000990     LABEL RECORDS ARE STANDARD.
001000     COPY REGNFR.
001010 WORKING-STORAGE SECTION.
001020 01  NOT-STATUS                  PIC X(02).
001030 01  PARC-STATUS                 PIC X(02).
001040 01  ITM-STATUS                  PIC X(02).
001050 01  PROD-STATUS                 PIC X(02).
001060 01  UFI-STATUS                  PIC X(02).
001060 01  NST-STATUS                  PIC X(02).
001070 01  PARM-STATUS                 PIC X(02).
001080 01  XML-STATUS                  PIC X(02).
001090 01  RET-STATUS                  PIC X(02).
001100 COPY GERPARM.
001100 COPY PISPARM.
001110 01  W-SWITCHES.
001120     05  W-FIM                   PIC X(01) VALUE "N".
001130         88  W-FIM-SIM           VALUE "S".
001140     05  W-EOF                   PIC X(01).
001150         88  W-EOF-SIM           VALUE "S".
001160     05  W-EOF-ITEM              PIC X(01).
001170         88  W-EOF-ITEM-SIM      VALUE "S".
001180     05  W-TABUFS-ABERTA         PIC X(01).
001190         88  W-TABUFS-ABERTA-SIM VALUE "S".
001190     05  W-TABNST-ABERTA         PIC X(01).
001190         88  W-TABNST-ABERTA-SIM VALUE "S".
001200     05  W-INCLUIR-GERADAS       PIC X(01).
001210         88  W-INCLUIR-GERADAS-SIM VALUE "S" "s".
001220 01  W-OPCAO                     PIC X(01).
001230 01  W-NUMERO-INF                PIC 9(08).
001240******************************************************************
001250*    EMITENTE (PARMSYS)                                           *
001260******************************************************************
001270 01  W-CNPJ-EMPRESA              PIC 9(14) VALUE ZERO.
001280 01  W-IE-EMPRESA                PIC X(14) VALUE SPACES.
001290 01  W-RAZAO-EMPRESA             PIC X(40) VALUE SPACES.
001300 01  W-UF-EMPRESA                PIC X(02) VALUE SPACES.
001310 01  W-CUF-EMPRESA               PIC 9(02) VALUE ZERO.
001320 01  W-CMUN-EMPRESA              PIC 9(07) VALUE ZERO.
001330 01  W-AMBIENTE-NFE              PIC 9(01) VALUE 2.
001340******************************************************************
001350*    CHAVE DE ACESSO - CUF, AAMM, CNPJ, MODELO 55, SERIE, NUMERO,*
001360*    TIPO DE EMISSAO, CODIGO NUMERICO E DIGITO VERIFICADOR        *
001370******************************************************************
001380 01  W-CHAVE.
001390     05  CH-CUF                  PIC 9(02).
001400     05  CH-ANO                  PIC 9(02).
001410     05  CH-MES                  PIC 9(02).
001420     05  CH-CNPJ                 PIC 9(14).
001430     05  CH-MODELO               PIC 9(02).
001440     05  CH-SERIE                PIC 9(03).
001450     05  CH-NNF                  PIC 9(09).
001460     05  CH-TPEMIS               PIC 9(01).
001470     05  CH-CNF                  PIC 9(08).
001480     05  CH-DV                   PIC 9(01).
001490 01  W-CHAVE-R REDEFINES W-CHAVE.
001500     05  CH-DIGITO               PIC 9(01) OCCURS 44 TIMES.
001510 01  W-CHAVE-X REDEFINES W-CHAVE PIC X(44).
001520 01  W-IND                       PIC S9(03) COMP.
001530 01  W-PESO                      PIC 9(02) COMP.
001540 01  W-SOMA-DV                   PIC 9(05) COMP.
001550 01  W-QUOC-DV                   PIC 9(05) COMP.
001560 01  W-RESTO-DV                  PIC 9(02) COMP.
001570******************************************************************
001580*    NOTA EM MONTAGEM                                             *
001590******************************************************************
001600 01  W-UF-CLIENTE                PIC X(02).
001610 01  W-CNPJ-DEST                 PIC 9(14).
001620 01  W-ALIQ-ITEM                 PIC 9(02)V99.
001630 01  W-ALIQ-INTER                PIC 9(02)V99.
001640 01  W-INTERESTADUAL             PIC X(01).
001650     88  W-INTERESTADUAL-SIM     VALUE "S".
001660 01  W-VALICMS-ITEM              PIC 9(12)V99.
001670 01  W-TOT-PROD                  PIC 9(13)V99.
001680 01  W-TOT-BC                    PIC 9(13)V99.
001690 01  W-TOT-ICMS                  PIC 9(13)V99.
001690 01  W-TOT-PIS                   PIC 9(13)V99.
001690 01  W-TOT-COFINS                PIC 9(13)V99.
001690 01  W-GRUPO-PIS                 PIC X(08).
001690 01  W-BCST-ITEM                 PIC 9(12)V99.
001690 01  W-VALST-ITEM                PIC 9(12)V99.
001690 01  W-ST-CALC                   PIC S9(12)V99.
001690 01  W-TOT-BCST                  PIC 9(13)V99.
001690 01  W-TOT-ST                    PIC 9(13)V99.
001690 01  W-TOT-NF                    PIC 9(13)V99.
001690 01  W-FRETE-NOTA                PIC 9(10)V99.
001690 01  W-FRETE-ITEM                PIC 9(10)V99.
001690 01  W-FRETE-RATEADO             PIC 9(10)V99.
001690 01  W-MERC-RATEADA              PIC 9(12)V99.
001690 01  W-TOT-FRETE                 PIC 9(13)V99.
001700 01  W-NITEM                     PIC 9(03).
001710 01  W-CFOP                      PIC X(04).
001720 01  W-DATA-ATUAL.
001730     05  W-ANO-ATUAL             PIC 9(04).
001740     05  W-MES-ATUAL             PIC 9(02).
001750     05  W-DIA-ATUAL             PIC 9(02).
001760 01  W-HOJE-NUM                  PIC 9(08).
001770 01  W-HORA-ATUAL.
001780     05  W-HH                    PIC 9(02).
001790     05  W-MI                    PIC 9(02).
001800     05  W-SS                    PIC 9(02).
001810     05  W-CC                    PIC 9(02).
001820 01  W-QTDE-GERADAS              PIC 9(05).
001830 01  W-QTDE-ERROS                PIC 9(05).
001840 01  W-QTDE-RETORNOS             PIC 9(05).
001850 01  W-QTDE-AUTORIZADAS          PIC 9(05).
001860 01  W-QTDE-REJEITADAS           PIC 9(05).
001870******************************************************************
001880*    MONTAGEM DAS LINHAS DO XML                                   *
001890******************************************************************
001900 01  W-LIN-XML                   PIC X(200).
001910 01  W-TAG-NOME                  PIC X(20).
001920 01  W-TAG-VALOR                 PIC X(60).
001930 01  W-ED-VALOR                  PIC 9(13)V99.
001940 01  W-ED-MASCARA                PIC Z(12)9,99.
001950 01  W-ED-INTEIRO                PIC 9(09).
001960 01  W-ED-MASC-INT               PIC Z(08)9.
001970 01  W-ED-BRANCOS                PIC 9(02) COMP.
001980 01  W-CNF-ED                    PIC 9(08).
001990 01  W-NNF-ED                    PIC 9(09).
002000 01  W-CEP-ED                    PIC 9(08).
002010 01  W-CMUN-ED                   PIC 9(07).
002020 01  W-DH-EMISSAO.
002030     05  DH-ANO                  PIC 9(04).
002040     05  FILLER                  PIC X(01) VALUE "-".
002050     05  DH-MES                  PIC 9(02).
002060     05  FILLER                  PIC X(01) VALUE "-".
002070     05  DH-DIA                  PIC 9(02).
002080     05  FILLER                  PIC X(01) VALUE "T".
002090     05  DH-HH                   PIC 9(02).
002100     05  FILLER                  PIC X(01) VALUE ":".
002110     05  DH-MI                   PIC 9(02).
002120     05  FILLER                  PIC X(01) VALUE ":".
002130     05  DH-SS                   PIC 9(02).
002140     05  FILLER                  PIC X(06) VALUE "-03:00".
002150 PROCEDURE DIVISION.
002160******************************************************************
002170*    0000-MAINLINE                                                *
002180******************************************************************
002190 0000-MAINLINE.
002200     MOVE "V" TO GPR-ACAO.
002210     CALL "GER000" USING GER-PARAMETROS-AREA.
002220     IF NOT GPR-AMBIENTE-OK
002230         GOBACK.
002240     PERFORM ROT-LER-PARM THRU ROT-LER-PARM-EXIT.
002250     PERFORM 2000-MENU THRU 2000-EXIT
002260         UNTIL W-FIM-SIM.
002270     GOBACK.
002280 2000-MENU.
002290     DISPLAY " ".
002300     DISPLAY "CEP065 - NOTA FISCAL ELETRONICA (NF-E)".
002310     DISPLAY "1-GERAR XML   2-LER RETORNO DA SEFAZ   "
002320             "3-CONSULTAR NOTA   9-FIM".
002330     ACCEPT W-OPCAO.
002340     EVALUATE W-OPCAO
002350         WHEN "1"
002360             PERFORM ROT-GERAR THRU ROT-GERAR-EXIT
002370         WHEN "2"
002380             PERFORM ROT-LER-RETORNO THRU ROT-LER-RETORNO-EXIT
002390         WHEN "3"
002400             PERFORM ROT-CONSULTAR THRU ROT-CONSULTAR-EXIT
002410         WHEN "9"
002420             MOVE "S" TO W-FIM
002430         WHEN OTHER
002440             DISPLAY "OPCAO INVALIDA"
002450     END-EVALUATE.
002460 2000-EXIT. EXIT.
002470******************************************************************
002480*    ROT-LER-PARM - DADOS DO EMITENTE NO PARMSYS (AMBIENTE EM     *
002490*    BRANCO OU ZERO = HOMOLOGACAO)                                *
002500******************************************************************
002510 ROT-LER-PARM.
002520     OPEN INPUT PARMSYS.
002530     IF PARM-STATUS = "00"
002540         READ PARMSYS
002550             AT END CONTINUE
002560         END-READ
002570         MOVE PARM-UF-EMPRESA TO W-UF-EMPRESA
002580         MOVE PARM-IE-EMPRESA TO W-IE-EMPRESA
002590         MOVE PARM-RAZAO-EMPRESA TO W-RAZAO-EMPRESA
002600         IF PARM-CNPJ-EMPRESA IS NUMERIC
002610             MOVE PARM-CNPJ-EMPRESA TO W-CNPJ-EMPRESA
002620         END-IF
002630         IF PARM-CUF-EMPRESA IS NUMERIC
002640             MOVE PARM-CUF-EMPRESA TO W-CUF-EMPRESA
002650         END-IF
002660         IF PARM-CMUN-EMPRESA IS NUMERIC
002670             MOVE PARM-CMUN-EMPRESA TO W-CMUN-EMPRESA
002680         END-IF
002690         IF PARM-AMBIENTE-NFE IS NUMERIC
002700             AND PARM-AMBIENTE-NFE NOT = ZERO
002710             MOVE PARM-AMBIENTE-NFE TO W-AMBIENTE-NFE
002720         END-IF
002730         CLOSE PARMSYS
002740     END-IF.
002750 ROT-LER-PARM-EXIT. EXIT.
002760******************************************************************
002770*    ROT-GERAR - MONTA O XML DE TODAS AS NOTAS EMITIDAS A         *
002780*    TRANSMITIR (NF-E EM BRANCO OU REJEITADA; A PEDIDO TAMBEM AS  *
002790*    JA GERADAS AGUARDANDO RETORNO, PARA REENVIO)                 *
002800******************************************************************
002810 ROT-GERAR.
002820     IF W-CNPJ-EMPRESA = ZERO OR W-CUF-EMPRESA = ZERO
002830         OR W-UF-EMPRESA = SPACES
002840         DISPLAY "EMITENTE NAO CONFIGURADO NO PARMSYS (CNPJ,"
002850                 " UF E CODIGO IBGE DA UF)"
002860         GO TO ROT-GERAR-EXIT.
002870     DISPLAY "INCLUIR AS NOTAS JA GERADAS AGUARDANDO RETORNO"
002880             " (S/N) =>".
002890     ACCEPT W-INCLUIR-GERADAS.
002900     OPEN I-O NOTAREG.
002910     IF NOT-STATUS NOT = "00"
002920         DISPLAY "ARQUIVO NOTAREG NAO EXISTE"
002930         GO TO ROT-GERAR-EXIT.
002940     OPEN INPUT CADPARCEIRO.
002950     IF PARC-STATUS NOT = "00"
002960         DISPLAY "ARQUIVO DE PARCEIROS NAO EXISTE"
002970         CLOSE NOTAREG
002980         GO TO ROT-GERAR-EXIT.
002990     OPEN INPUT PEDITEM.
003000     IF ITM-STATUS NOT = "00"
003010         DISPLAY "ARQUIVO DE ITENS NAO EXISTE"
003020         CLOSE NOTAREG CADPARCEIRO
003030         GO TO ROT-GERAR-EXIT.
003040     OPEN INPUT CADPROD.
003050     IF PROD-STATUS NOT = "00"
003060         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
003070         CLOSE NOTAREG CADPARCEIRO PEDITEM
003080         GO TO ROT-GERAR-EXIT.
003090     MOVE "N" TO W-TABUFS-ABERTA.
003100     OPEN INPUT TABUFS.
003110     IF UFI-STATUS = "00"
003120         MOVE "S" TO W-TABUFS-ABERTA.
003120     MOVE "N" TO W-TABNST-ABERTA.
003120     OPEN INPUT TABNST.
003120     IF NST-STATUS = "00"
003120         MOVE "S" TO W-TABNST-ABERTA.
003130     OPEN OUTPUT NFEXML.
003140     ACCEPT W-HORA-ATUAL FROM TIME.
003150     MOVE ZERO TO W-QTDE-GERADAS W-QTDE-ERROS.
003160     MOVE "N" TO W-EOF.
003170     MOVE LOW-VALUES TO NF-NUMERO.
003180     START NOTAREG KEY IS NOT LESS THAN NF-NUMERO
003190         INVALID KEY MOVE "S" TO W-EOF.
003200     IF NOT W-EOF-SIM
003210         PERFORM ROT-LER-NOTA THRU ROT-LER-NOTA-EXIT.
003220     PERFORM ROT-GERAR-NOTA THRU ROT-GERAR-NOTA-EXIT
003230         UNTIL W-EOF-SIM.
003240     CLOSE NFEXML.
003250     IF W-TABUFS-ABERTA-SIM
003260         CLOSE TABUFS.
003260     IF W-TABNST-ABERTA-SIM
003260         CLOSE TABNST.
003270     CLOSE NOTAREG CADPARCEIRO PEDITEM CADPROD.
003280     DISPLAY "NOTAS GERADAS NO NFEXML: " W-QTDE-GERADAS.
003290     DISPLAY "NOTAS COM ERRO.........: " W-QTDE-ERROS.
003300 ROT-GERAR-EXIT. EXIT.
003310 ROT-LER-NOTA.
003320     READ NOTAREG NEXT RECORD
003330         AT END MOVE "S" TO W-EOF.
003340 ROT-LER-NOTA-EXIT. EXIT.
003350******************************************************************
003360*    ROT-GERAR-NOTA - UMA NOTA: CHAVE, IDENTIFICACAO, EMITENTE,   *
003370*    DESTINATARIO, ITENS E TOTAIS; A NOTA PASSA A "G"             *
003380******************************************************************
003390 ROT-GERAR-NOTA.
003400     IF NOT NOTA-EMITIDA
003410         GO TO ROT-GERAR-NOTA-LER.
003420     IF NOT NFE-A-TRANSMITIR
003430         AND NOT (NFE-AGUARDANDO AND W-INCLUIR-GERADAS-SIM)
003440         GO TO ROT-GERAR-NOTA-LER.
003450     MOVE NF-CODCLI TO CODIGO.
003460     READ CADPARCEIRO
003470         INVALID KEY
003480             DISPLAY "NOTA " NF-NUMERO " - CLIENTE " NF-CODCLI
003490                     " NAO CADASTRADO"
003500             ADD 1 TO W-QTDE-ERROS
003510             GO TO ROT-GERAR-NOTA-LER.
003520     MOVE UF TO W-UF-CLIENTE.
003530     MOVE CNPJ TO W-CNPJ-DEST.
003540     MOVE "N" TO W-INTERESTADUAL.
003550     MOVE "5102" TO W-CFOP.
003560     IF W-UF-CLIENTE NOT = SPACES
003570         AND W-UF-CLIENTE NOT = W-UF-EMPRESA
003580         MOVE "S" TO W-INTERESTADUAL
003590         MOVE "6102" TO W-CFOP.
003600     PERFORM ROT-MONTAR-CHAVE THRU ROT-MONTAR-CHAVE-EXIT.
003610     MOVE "<NFe xmlns=""http://www.portalfiscal.inf.br/nfe"">"
003620         TO W-LIN-XML.
003630     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
003640     MOVE SPACES TO W-LIN-XML.
003650     STRING "<infNFe Id=""NFe" W-CHAVE-X
003660            """ versao=""4.00"">"
003670         DELIMITED BY SIZE INTO W-LIN-XML.
003680     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
003690     PERFORM ROT-GERAR-IDE THRU ROT-GERAR-IDE-EXIT.
003700     PERFORM ROT-GERAR-EMIT THRU ROT-GERAR-EMIT-EXIT.
003710     PERFORM ROT-GERAR-DEST THRU ROT-GERAR-DEST-EXIT.
003720     MOVE ZERO TO W-TOT-PROD W-TOT-BC W-TOT-ICMS W-NITEM
003720                  W-TOT-PIS W-TOT-COFINS.
003720     MOVE ZERO TO W-TOT-BCST W-TOT-ST.
003720     MOVE ZERO TO W-TOT-FRETE W-FRETE-RATEADO W-MERC-RATEADA.
003720     MOVE ZERO TO W-FRETE-NOTA.
003720     IF NF-TOTAL-FRETE IS NUMERIC
003720         MOVE NF-TOTAL-FRETE TO W-FRETE-NOTA.
003730     MOVE "N" TO W-EOF-ITEM.
003740     MOVE NF-NUMERO-PEDIDO TO PVI-NUMERO.
003750     MOVE ZERO TO PVI-SEQ.
003760     START PEDITEM KEY IS NOT LESS THAN PVI-CHAVE
003770         INVALID KEY MOVE "S" TO W-EOF-ITEM.
003780     IF NOT W-EOF-ITEM-SIM
003790         PERFORM ROT-LER-ITEM THRU ROT-LER-ITEM-EXIT.
003800     PERFORM ROT-GERAR-ITEM THRU ROT-GERAR-ITEM-EXIT
003810         UNTIL W-EOF-ITEM-SIM.
003820     PERFORM ROT-GERAR-TOTAL THRU ROT-GERAR-TOTAL-EXIT.
003830     MOVE "</infNFe>" TO W-LIN-XML.
003840     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
003850     MOVE "</NFe>" TO W-LIN-XML.
003860     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
003870     MOVE W-CHAVE-X TO NF-NFE-CHAVE.
003880     MOVE "G"       TO NF-NFE-SITUACAO.
003890     MOVE SPACES    TO NF-NFE-PROTOCOLO.
003900     MOVE SPACES    TO NF-NFE-MOTIVO.
003910     MOVE ZERO      TO NF-NFE-DATA-RETORNO.
003920     REWRITE REGNOT
003930         INVALID KEY
003940             DISPLAY "ERRO NA MARCACAO DA NOTA " NF-NUMERO.
003950     ADD 1 TO W-QTDE-GERADAS.
003960     DISPLAY "NOTA " NF-NUMERO " CHAVE " W-CHAVE-X.
003970 ROT-GERAR-NOTA-LER.
003980     PERFORM ROT-LER-NOTA THRU ROT-LER-NOTA-EXIT.
003990 ROT-GERAR-NOTA-EXIT. EXIT.
004000******************************************************************
004010*    ROT-MONTAR-CHAVE - CHAVE DE ACESSO DE 44 DIGITOS; O CODIGO   *
004020*    NUMERICO E O NUMERO DO PEDIDO DE ORIGEM DA NOTA              *
004030******************************************************************
004040 ROT-MONTAR-CHAVE.
004050     MOVE W-CUF-EMPRESA    TO CH-CUF.
004060     DIVIDE NF-EMI-ANO BY 100 GIVING W-QUOC-DV
004070         REMAINDER CH-ANO.
004080     MOVE NF-EMI-MES       TO CH-MES.
004090     MOVE W-CNPJ-EMPRESA   TO CH-CNPJ.
004100     MOVE 55               TO CH-MODELO.
004110     MOVE 1                TO CH-SERIE.
004120     MOVE NF-NUMERO        TO CH-NNF.
004130     MOVE 1                TO CH-TPEMIS.
004140     MOVE NF-NUMERO-PEDIDO TO CH-CNF.
004150     MOVE ZERO             TO CH-DV.
004160     MOVE ZERO TO W-SOMA-DV.
004170     MOVE 2 TO W-PESO.
004180     PERFORM ROT-SOMAR-DIGITO THRU ROT-SOMAR-DIGITO-EXIT
004190         VARYING W-IND FROM 43 BY -1
004200         UNTIL W-IND < 1.
004210     DIVIDE W-SOMA-DV BY 11 GIVING W-QUOC-DV
004220         REMAINDER W-RESTO-DV.
004230     IF W-RESTO-DV < 2
004240         MOVE ZERO TO CH-DV
004250     ELSE
004260         COMPUTE CH-DV = 11 - W-RESTO-DV.
004270 ROT-MONTAR-CHAVE-EXIT. EXIT.
004280 ROT-SOMAR-DIGITO.
004290     COMPUTE W-SOMA-DV = W-SOMA-DV + (CH-DIGITO(W-IND) * W-PESO).
004300     IF W-PESO = 9
004310         MOVE 2 TO W-PESO
004320     ELSE
004330         ADD 1 TO W-PESO.
004340 ROT-SOMAR-DIGITO-EXIT. EXIT.
004350******************************************************************
004360*    ROT-GERAR-IDE - GRUPO DE IDENTIFICACAO DA NOTA               *
004370******************************************************************
004380 ROT-GERAR-IDE.
004390     MOVE "<ide>" TO W-LIN-XML.
004400     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
004410     MOVE "cUF" TO W-TAG-NOME.
004420     MOVE CH-CUF TO W-TAG-VALOR.
004430     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004440     MOVE "cNF" TO W-TAG-NOME.
004450     MOVE CH-CNF TO W-CNF-ED.
004460     MOVE W-CNF-ED TO W-TAG-VALOR.
004470     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004480     MOVE "natOp" TO W-TAG-NOME.
004490     MOVE "VENDA DE MERCADORIA" TO W-TAG-VALOR.
004500     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004510     MOVE "mod" TO W-TAG-NOME.
004520     MOVE "55" TO W-TAG-VALOR.
004530     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004540     MOVE "serie" TO W-TAG-NOME.
004550     MOVE "1" TO W-TAG-VALOR.
004560     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004570     MOVE "nNF" TO W-TAG-NOME.
004580     MOVE NF-NUMERO TO W-ED-INTEIRO.
004590     PERFORM ROT-EDITAR-INTEIRO THRU ROT-EDITAR-INTEIRO-EXIT.
004600     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004610     MOVE NF-EMI-ANO TO DH-ANO.
004620     MOVE NF-EMI-MES TO DH-MES.
004630     MOVE NF-EMI-DIA TO DH-DIA.
004640     MOVE W-HH TO DH-HH.
004650     MOVE W-MI TO DH-MI.
004660     MOVE W-SS TO DH-SS.
004670     MOVE "dhEmi" TO W-TAG-NOME.
004680     MOVE W-DH-EMISSAO TO W-TAG-VALOR.
004690     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004700     MOVE "tpNF" TO W-TAG-NOME.
004710     MOVE "1" TO W-TAG-VALOR.
004720     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004730     MOVE "idDest" TO W-TAG-NOME.
004740     IF W-INTERESTADUAL-SIM
004750         MOVE "2" TO W-TAG-VALOR
004760     ELSE
004770         MOVE "1" TO W-TAG-VALOR.
004780     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004790     MOVE "cMunFG" TO W-TAG-NOME.
004800     MOVE W-CMUN-EMPRESA TO W-CMUN-ED.
004810     MOVE W-CMUN-ED TO W-TAG-VALOR.
004820     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004830     MOVE "tpImp" TO W-TAG-NOME.
004840     MOVE "1" TO W-TAG-VALOR.
004850     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004860     MOVE "tpEmis" TO W-TAG-NOME.
004870     MOVE "1" TO W-TAG-VALOR.
004880     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004890     MOVE "cDV" TO W-TAG-NOME.
004900     MOVE CH-DV TO W-TAG-VALOR.
004910     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004920     MOVE "tpAmb" TO W-TAG-NOME.
004930     MOVE W-AMBIENTE-NFE TO W-TAG-VALOR.
004940     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004950     MOVE "finNFe" TO W-TAG-NOME.
004960     MOVE "1" TO W-TAG-VALOR.
004970     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
004980     MOVE "indFinal" TO W-TAG-NOME.
004990     MOVE "0" TO W-TAG-VALOR.
005000     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005010     MOVE "indPres" TO W-TAG-NOME.
005020     MOVE "1" TO W-TAG-VALOR.
005030     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005040     MOVE "procEmi" TO W-TAG-NOME.
005050     MOVE "0" TO W-TAG-VALOR.
005060     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005070     MOVE "verProc" TO W-TAG-NOME.
005080     MOVE "CEP065" TO W-TAG-VALOR.
005090     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005100     MOVE "</ide>" TO W-LIN-XML.
005110     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
005120 ROT-GERAR-IDE-EXIT. EXIT.
005130******************************************************************
005140*    ROT-GERAR-EMIT - EMITENTE (PARMSYS)                          *
005150******************************************************************
005160 ROT-GERAR-EMIT.
005170     MOVE "<emit>" TO W-LIN-XML.
005180     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
005190     MOVE "CNPJ" TO W-TAG-NOME.
005200     MOVE W-CNPJ-EMPRESA TO W-TAG-VALOR.
005210     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005220     MOVE "xNome" TO W-TAG-NOME.
005230     MOVE W-RAZAO-EMPRESA TO W-TAG-VALOR.
005240     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005250     MOVE "<enderEmit>" TO W-LIN-XML.
005260     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
005270     MOVE "cMun" TO W-TAG-NOME.
005280     MOVE W-CMUN-EMPRESA TO W-CMUN-ED.
005290     MOVE W-CMUN-ED TO W-TAG-VALOR.
005300     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005310     MOVE "UF" TO W-TAG-NOME.
005320     MOVE W-UF-EMPRESA TO W-TAG-VALOR.
005330     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005340     MOVE "</enderEmit>" TO W-LIN-XML.
005350     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
005360     MOVE "IE" TO W-TAG-NOME.
005370     MOVE W-IE-EMPRESA TO W-TAG-VALOR.
005380     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005390     MOVE "CRT" TO W-TAG-NOME.
005400     MOVE "3" TO W-TAG-VALOR.
005410     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005420     MOVE "</emit>" TO W-LIN-XML.
005430     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
005440 ROT-GERAR-EMIT-EXIT. EXIT.
005450******************************************************************
005460*    ROT-GERAR-DEST - DESTINATARIO (CADPARCEIRO)                  *
005470******************************************************************
005480 ROT-GERAR-DEST.
005490     MOVE "<dest>" TO W-LIN-XML.
005500     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
005510     MOVE "CNPJ" TO W-TAG-NOME.
005520     MOVE W-CNPJ-DEST TO W-TAG-VALOR.
005530     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005540     MOVE "xNome" TO W-TAG-NOME.
005550     MOVE NOME TO W-TAG-VALOR.
005560     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005570     MOVE "<enderDest>" TO W-LIN-XML.
005580     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
005590     MOVE "xLgr" TO W-TAG-NOME.
005600     MOVE LOGRADOURO TO W-TAG-VALOR.
005610     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005620     MOVE "xBairro" TO W-TAG-NOME.
005630     MOVE BAIRRO TO W-TAG-VALOR.
005640     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005650     MOVE "xMun" TO W-TAG-NOME.
005660     MOVE CIDADE TO W-TAG-VALOR.
005670     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005680     MOVE "UF" TO W-TAG-NOME.
005690     MOVE UF TO W-TAG-VALOR.
005700     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005710     MOVE "CEP" TO W-TAG-NOME.
005720     MOVE NCEP TO W-CEP-ED.
005730     MOVE W-CEP-ED TO W-TAG-VALOR.
005740     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005750     MOVE "</enderDest>" TO W-LIN-XML.
005760     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
005770     MOVE "indIEDest" TO W-TAG-NOME.
005780     MOVE "9" TO W-TAG-VALOR.
005790     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
005800     MOVE "</dest>" TO W-LIN-XML.
005810     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
005820 ROT-GERAR-DEST-EXIT. EXIT.
005830******************************************************************
005840*    ROT-GERAR-ITEM - UM ITEM DO PEDIDO DA NOTA (DET), COM O      *
005850*    ICMS PELA MESMA REGRA DA EMISSAO DO CEP013 (BASE = VALOR DO  *
005850*    ITEM MAIS O FRETE RATEADO)                                   *
005860******************************************************************
005870 ROT-LER-ITEM.
005880     READ PEDITEM NEXT RECORD
005890         AT END MOVE "S" TO W-EOF-ITEM.
005900     IF NOT W-EOF-ITEM-SIM AND PVI-NUMERO NOT = NF-NUMERO-PEDIDO
005910         MOVE "S" TO W-EOF-ITEM.
005920 ROT-LER-ITEM-EXIT. EXIT.
005930 ROT-GERAR-ITEM.
005940     MOVE PVI-CODPROD TO CODPROD.
005950     READ CADPROD
005960         INVALID KEY
005970             MOVE SPACES TO DESCPROD
005980             MOVE "UN"   TO UNPROD
005990             MOVE ZERO   TO CODNCM
006000             MOVE ZERO   TO TAXICMS.
006010     MOVE TAXICMS TO W-ALIQ-ITEM.
006020     IF W-INTERESTADUAL-SIM AND W-TABUFS-ABERTA-SIM
006030         MOVE W-UF-EMPRESA TO UFI-UF-ORIGEM
006040         MOVE W-UF-CLIENTE TO UFI-UF-DESTINO
006050         READ TABUFS
006060             INVALID KEY
006070                 CONTINUE
006080             NOT INVALID KEY
006090                 MOVE UFI-ALIQUOTA TO W-ALIQ-ITEM
006100         END-READ
006110     END-IF.
006120     PERFORM ROT-RATEAR-FRETE THRU ROT-RATEAR-FRETE-EXIT.
006120     COMPUTE W-VALICMS-ITEM ROUNDED =
006130         (PVI-VALOR + W-FRETE-ITEM) * W-ALIQ-ITEM / 100.
006130     PERFORM ROT-CALCULAR-ST THRU ROT-CALCULAR-ST-EXIT.
006140     ADD 1 TO W-NITEM.
006150     MOVE SPACES TO W-LIN-XML.
006160     STRING "<det nItem=""" W-NITEM """>"
006170         DELIMITED BY SIZE INTO W-LIN-XML.
006180     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
006190     MOVE "<prod>" TO W-LIN-XML.
006200     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
006210     MOVE "cProd" TO W-TAG-NOME.
006220     MOVE PVI-CODPROD TO W-TAG-VALOR.
006230     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006240     MOVE "cEAN" TO W-TAG-NOME.
006250     MOVE "SEM GTIN" TO W-TAG-VALOR.
006260     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006270     MOVE "xProd" TO W-TAG-NOME.
006280     MOVE DESCPROD TO W-TAG-VALOR.
006290     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006300     MOVE "NCM" TO W-TAG-NOME.
006310     MOVE CODNCM TO W-TAG-VALOR.
006320     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006330     MOVE "CFOP" TO W-TAG-NOME.
006340     MOVE W-CFOP TO W-TAG-VALOR.
006350     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006360     MOVE "uCom" TO W-TAG-NOME.
006370     MOVE UNPROD TO W-TAG-VALOR.
006380     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006390     MOVE "qCom" TO W-TAG-NOME.
006400     MOVE PVI-QUANTIDADE TO W-ED-INTEIRO.
006410     PERFORM ROT-EDITAR-INTEIRO THRU ROT-EDITAR-INTEIRO-EXIT.
006420     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006430     MOVE "vUnCom" TO W-TAG-NOME.
006440     MOVE PVI-PRECO TO W-ED-VALOR.
006450     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
006460     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006470     MOVE "vProd" TO W-TAG-NOME.
006480     MOVE PVI-VALOR TO W-ED-VALOR.
006490     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
006500     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006510     MOVE "cEANTrib" TO W-TAG-NOME.
006520     MOVE "SEM GTIN" TO W-TAG-VALOR.
006530     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006540     MOVE "uTrib" TO W-TAG-NOME.
006550     MOVE UNPROD TO W-TAG-VALOR.
006560     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006570     MOVE "qTrib" TO W-TAG-NOME.
006580     MOVE PVI-QUANTIDADE TO W-ED-INTEIRO.
006590     PERFORM ROT-EDITAR-INTEIRO THRU ROT-EDITAR-INTEIRO-EXIT.
006600     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006610     MOVE "vUnTrib" TO W-TAG-NOME.
006620     MOVE PVI-PRECO TO W-ED-VALOR.
006630     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
006640     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006640     IF W-FRETE-ITEM > ZERO
006640         MOVE "vFrete" TO W-TAG-NOME
006640         MOVE W-FRETE-ITEM TO W-ED-VALOR
006640         PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT
006640         PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006650     MOVE "indTot" TO W-TAG-NOME.
006660     MOVE "1" TO W-TAG-VALOR.
006670     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006680     MOVE "</prod>" TO W-LIN-XML.
006690     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
006700     MOVE "<imposto>" TO W-LIN-XML.
006710     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
006720     MOVE "<ICMS>" TO W-LIN-XML.
006730     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
006740     IF W-VALST-ITEM > ZERO
006740         MOVE "<ICMS10>" TO W-LIN-XML
006740     ELSE
006740         MOVE "<ICMS00>" TO W-LIN-XML.
006750     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
006760     MOVE "orig" TO W-TAG-NOME.
006770     MOVE "0" TO W-TAG-VALOR.
006780     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006790     MOVE "CST" TO W-TAG-NOME.
006800     IF W-VALST-ITEM > ZERO
006800         MOVE "10" TO W-TAG-VALOR
006800     ELSE
006800         MOVE "00" TO W-TAG-VALOR.
006810     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006820     MOVE "modBC" TO W-TAG-NOME.
006830     MOVE "3" TO W-TAG-VALOR.
006840     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006850     MOVE "vBC" TO W-TAG-NOME.
006860     COMPUTE W-ED-VALOR = PVI-VALOR + W-FRETE-ITEM.
006870     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
006880     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006890     MOVE "pICMS" TO W-TAG-NOME.
006900     MOVE W-ALIQ-ITEM TO W-ED-VALOR.
006910     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
006920     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006930     MOVE "vICMS" TO W-TAG-NOME.
006940     MOVE W-VALICMS-ITEM TO W-ED-VALOR.
006950     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
006960     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
006960     IF W-VALST-ITEM > ZERO
006960         PERFORM ROT-GERAR-ST THRU ROT-GERAR-ST-EXIT
006960         MOVE "</ICMS10>" TO W-LIN-XML
006960     ELSE
006970         MOVE "</ICMS00>" TO W-LIN-XML.
006980     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
006990     MOVE "</ICMS>" TO W-LIN-XML.
007000     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007000     PERFORM ROT-GERAR-PIS THRU ROT-GERAR-PIS-EXIT.
007010     MOVE "</imposto>" TO W-LIN-XML.
007020     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007030     MOVE "</det>" TO W-LIN-XML.
007040     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007050     ADD PVI-VALOR      TO W-TOT-PROD.
007060     ADD PVI-VALOR      TO W-TOT-BC.
007060     ADD W-FRETE-ITEM   TO W-TOT-BC.
007060     ADD W-FRETE-ITEM   TO W-TOT-FRETE.
007070     ADD W-VALICMS-ITEM TO W-TOT-ICMS.
007070     ADD W-BCST-ITEM    TO W-TOT-BCST.
007070     ADD W-VALST-ITEM   TO W-TOT-ST.
007070     ADD PIS-VALOR-PIS    TO W-TOT-PIS.
007070     ADD PIS-VALOR-COFINS TO W-TOT-COFINS.
007080     PERFORM ROT-LER-ITEM THRU ROT-LER-ITEM-EXIT.
007090 ROT-GERAR-ITEM-EXIT. EXIT.
007090******************************************************************
007090*    ROT-RATEAR-FRETE - PARCELA DO FRETE DA NOTA (NF-TOTAL-FRETE) *
007090*    QUE CABE AO ITEM, NA PROPORCAO DO SEU VALOR, COMO NO         *
007090*    ROT-RATEAR-FRETE DO CEP013; O ITEM QUE FECHA O TOTAL DA      *
007090*    MERCADORIA LEVA A SOBRA DO ARREDONDAMENTO                    *
007090******************************************************************
007090 ROT-RATEAR-FRETE.
007090     MOVE ZERO TO W-FRETE-ITEM.
007090     IF W-FRETE-NOTA = ZERO OR NF-TOTAL-MERCADORIA = ZERO
007090         GO TO ROT-RATEAR-FRETE-EXIT.
007090     ADD PVI-VALOR TO W-MERC-RATEADA.
007090     IF W-MERC-RATEADA NOT < NF-TOTAL-MERCADORIA
007090         IF W-FRETE-RATEADO < W-FRETE-NOTA
007090             COMPUTE W-FRETE-ITEM = W-FRETE-NOTA - W-FRETE-RATEADO
007090         END-IF
007090     ELSE
007090         COMPUTE W-FRETE-ITEM ROUNDED =
007090             W-FRETE-NOTA * PVI-VALOR / NF-TOTAL-MERCADORIA.
007090     ADD W-FRETE-ITEM TO W-FRETE-RATEADO.
007090 ROT-RATEAR-FRETE-EXIT. EXIT.
007090******************************************************************
007090*    ROT-CALCULAR-ST - ICMS-ST DO ITEM PELA MESMA REGRA DO        *
007090*    CEP013: BASE ST = VALOR COM O FRETE RATEADO E A MVA DA       *
007090*    TABNST (NCM + UF DO CLIENTE),                                *
007090*    ST = BASE ST X ALIQUOTA INTERNA MENOS O ICMS PROPRIO         *
007090******************************************************************
007090 ROT-CALCULAR-ST.
007090     MOVE ZERO TO W-BCST-ITEM.
007090     MOVE ZERO TO W-VALST-ITEM.
007090     IF NOT W-TABNST-ABERTA-SIM
007090         OR CODNCM = ZERO OR W-UF-CLIENTE = SPACES
007090         GO TO ROT-CALCULAR-ST-EXIT.
007090     MOVE CODNCM       TO NST-CODNCM.
007090     MOVE W-UF-CLIENTE TO NST-UF.
007090     READ TABNST
007090         INVALID KEY
007090             GO TO ROT-CALCULAR-ST-EXIT.
007090     COMPUTE W-BCST-ITEM ROUNDED =
007090         (PVI-VALOR + W-FRETE-ITEM) * (100 + NST-MVA) / 100.
007090     COMPUTE W-ST-CALC ROUNDED =
007090         (W-BCST-ITEM * NST-ALIQ-INTERNA / 100) - W-VALICMS-ITEM.
007090     IF W-ST-CALC > ZERO
007090         MOVE W-ST-CALC TO W-VALST-ITEM.
007090 ROT-CALCULAR-ST-EXIT. EXIT.
007090******************************************************************
007090*    ROT-GERAR-ST - TAGS DO ST DENTRO DO GRUPO ICMS10 (MODALIDADE*
007090*    4 = MARGEM DE VALOR AGREGADO)                                *
007090******************************************************************
007090 ROT-GERAR-ST.
007090     MOVE "modBCST" TO W-TAG-NOME.
007090     MOVE "4" TO W-TAG-VALOR.
007090     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007090     MOVE "pMVAST" TO W-TAG-NOME.
007090     MOVE NST-MVA TO W-ED-VALOR.
007090     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007090     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007090     MOVE "vBCST" TO W-TAG-NOME.
007090     MOVE W-BCST-ITEM TO W-ED-VALOR.
007090     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007090     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007090     MOVE "pICMSST" TO W-TAG-NOME.
007090     MOVE NST-ALIQ-INTERNA TO W-ED-VALOR.
007090     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007090     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007090     MOVE "vICMSST" TO W-TAG-NOME.
007090     MOVE W-VALST-ITEM TO W-ED-VALOR.
007090     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007090     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007090 ROT-GERAR-ST-EXIT. EXIT.
007090******************************************************************
007090*    ROT-GERAR-PIS - GRUPOS PIS E COFINS DO ITEM: CST 01/02 SAI   *
007090*    EM PISALIQ/COFINSALIQ, CST 04 A 09 EM PISNT/COFINSNT E O     *
007090*    RESTO (OU PRODUTO FORA DA TABPIS, COMO CST 49) EM            *
007090*    PISOUTR/COFINSOUTR                                           *
007090******************************************************************
007090 ROT-GERAR-PIS.
007090     MOVE "C"            TO PIS-ACAO.
007090     MOVE "D"            TO PIS-TIPO.
007090     MOVE PVI-CODPROD    TO PIS-CODPROD.
007090     MOVE CODNCM         TO PIS-CODNCM.
007090     MOVE PVI-VALOR      TO PIS-BASE.
007090     MOVE ZERO           TO PIS-DATA PIS-DOCUMENTO.
007090     MOVE "CEP065"       TO PIS-PROGRAMA.
007090     CALL "PIS000" USING PIS-PARAMETROS-AREA.
007090     IF NOT PIS-ACHADO-SIM
007090         MOVE 49 TO PIS-CST.
007090     EVALUATE TRUE
007090         WHEN PIS-CST = 01 OR PIS-CST = 02
007090             MOVE "Aliq"     TO W-GRUPO-PIS
007090         WHEN PIS-CST > 03 AND PIS-CST < 10
007090             MOVE "NT"       TO W-GRUPO-PIS
007090         WHEN OTHER
007090             MOVE "Outr"     TO W-GRUPO-PIS
007090     END-EVALUATE.
007090     MOVE SPACES TO W-LIN-XML.
007090     STRING "<PIS><PIS" W-GRUPO-PIS DELIMITED BY SPACE
007090            ">" DELIMITED BY SIZE
007090            INTO W-LIN-XML.
007090     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007090     MOVE "CST" TO W-TAG-NOME.
007090     MOVE PIS-CST TO W-TAG-VALOR.
007090     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007090     IF W-GRUPO-PIS NOT = "NT"
007090         MOVE "vBC" TO W-TAG-NOME
007090         MOVE PIS-BASE TO W-ED-VALOR
007090         PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT
007090         PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT
007090         MOVE "pPIS" TO W-TAG-NOME
007090         MOVE PIS-ALIQ-PIS TO W-ED-VALOR
007090         PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT
007090         PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT
007090         MOVE "vPIS" TO W-TAG-NOME
007090         MOVE PIS-VALOR-PIS TO W-ED-VALOR
007090         PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT
007090         PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007090     MOVE SPACES TO W-LIN-XML.
007090     STRING "</PIS" W-GRUPO-PIS DELIMITED BY SPACE
007090            "></PIS>" DELIMITED BY SIZE
007090            INTO W-LIN-XML.
007090     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007090     MOVE SPACES TO W-LIN-XML.
007090     STRING "<COFINS><COFINS" W-GRUPO-PIS DELIMITED BY SPACE
007090            ">" DELIMITED BY SIZE
007090            INTO W-LIN-XML.
007090     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007090     MOVE "CST" TO W-TAG-NOME.
007090     MOVE PIS-CST TO W-TAG-VALOR.
007090     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007090     IF W-GRUPO-PIS NOT = "NT"
007090         MOVE "vBC" TO W-TAG-NOME
007090         MOVE PIS-BASE TO W-ED-VALOR
007090         PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT
007090         PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT
007090         MOVE "pCOFINS" TO W-TAG-NOME
007090         MOVE PIS-ALIQ-COFINS TO W-ED-VALOR
007090         PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT
007090         PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT
007090         MOVE "vCOFINS" TO W-TAG-NOME
007090         MOVE PIS-VALOR-COFINS TO W-ED-VALOR
007090         PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT
007090         PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007090     MOVE SPACES TO W-LIN-XML.
007090     STRING "</COFINS" W-GRUPO-PIS DELIMITED BY SPACE
007090            "></COFINS>" DELIMITED BY SIZE
007090            INTO W-LIN-XML.
007090     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007090 ROT-GERAR-PIS-EXIT. EXIT.
007100******************************************************************
007110*    ROT-GERAR-TOTAL - TOTAIS DA NOTA, TRANSPORTE E PAGAMENTO     *
007110*    (VNF = PRODUTOS + ST + FRETE; COM FRETE COBRADO NA NOTA A    *
007110*    MODALIDADE E 0 - POR CONTA DO EMITENTE, SENAO 9 - SEM FRETE) *
007120******************************************************************
007130 ROT-GERAR-TOTAL.
007140     MOVE "<total>" TO W-LIN-XML.
007150     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007160     MOVE "<ICMSTot>" TO W-LIN-XML.
007170     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007180     MOVE "vBC" TO W-TAG-NOME.
007190     MOVE W-TOT-BC TO W-ED-VALOR.
007200     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007210     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007220     MOVE "vICMS" TO W-TAG-NOME.
007230     MOVE W-TOT-ICMS TO W-ED-VALOR.
007240     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007250     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007250     MOVE "vBCST" TO W-TAG-NOME.
007250     MOVE W-TOT-BCST TO W-ED-VALOR.
007250     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007250     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007250     MOVE "vST" TO W-TAG-NOME.
007250     MOVE W-TOT-ST TO W-ED-VALOR.
007250     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007250     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007260     MOVE "vProd" TO W-TAG-NOME.
007270     MOVE W-TOT-PROD TO W-ED-VALOR.
007280     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007290     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007290     MOVE "vFrete" TO W-TAG-NOME.
007290     MOVE W-TOT-FRETE TO W-ED-VALOR.
007290     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007290     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007300     MOVE "vPIS" TO W-TAG-NOME.
007300     MOVE W-TOT-PIS TO W-ED-VALOR.
007300     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007300     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007300     MOVE "vCOFINS" TO W-TAG-NOME.
007300     MOVE W-TOT-COFINS TO W-ED-VALOR.
007300     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007300     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007300     MOVE "vNF" TO W-TAG-NOME.
007310     COMPUTE W-TOT-NF = W-TOT-PROD + W-TOT-ST + W-TOT-FRETE.
007310     MOVE W-TOT-NF TO W-ED-VALOR.
007320     PERFORM ROT-EDITAR-VALOR THRU ROT-EDITAR-VALOR-EXIT.
007330     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007340     MOVE "</ICMSTot>" TO W-LIN-XML.
007350     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007360     MOVE "</total>" TO W-LIN-XML.
007370     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007380     MOVE "<transp>" TO W-LIN-XML.
007390     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007400     MOVE "modFrete" TO W-TAG-NOME.
007410     IF W-TOT-FRETE > ZERO
007410         MOVE "0" TO W-TAG-VALOR
007410     ELSE
007410         MOVE "9" TO W-TAG-VALOR.
007420     PERFORM ROT-GRAVAR-TAG THRU ROT-GRAVAR-TAG-EXIT.
007430     MOVE "</transp>" TO W-LIN-XML.
007440     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007450 ROT-GERAR-TOTAL-EXIT. EXIT.
007460******************************************************************
007470*    ROT-GRAVAR-TAG - GRAVA <NOME>VALOR</NOME>; O VALOR VAI ATE   *
007480*    O PRIMEIRO PAR DE BRANCOS E PERDE OS CARACTERES RESERVADOS   *
007490*    DO XML                                                       *
007500******************************************************************
007510 ROT-GRAVAR-TAG.
007520     INSPECT W-TAG-VALOR REPLACING ALL "&" BY "E"
007530                                   ALL "<" BY " "
007540                                   ALL ">" BY " ".
007550     MOVE SPACES TO W-LIN-XML.
007560     STRING "<"         DELIMITED BY SIZE
007570            W-TAG-NOME  DELIMITED BY SPACE
007580            ">"         DELIMITED BY SIZE
007590            W-TAG-VALOR DELIMITED BY "  "
007600            "</"        DELIMITED BY SIZE
007610            W-TAG-NOME  DELIMITED BY SPACE
007620            ">"         DELIMITED BY SIZE
007630         INTO W-LIN-XML.
007640     PERFORM ROT-GRAVAR-LINHA THRU ROT-GRAVAR-LINHA-EXIT.
007650     MOVE SPACES TO W-TAG-VALOR.
007660 ROT-GRAVAR-TAG-EXIT. EXIT.
007670 ROT-GRAVAR-LINHA.
007680     WRITE REG-NFEXML FROM W-LIN-XML.
007690     MOVE SPACES TO W-LIN-XML.
007700 ROT-GRAVAR-LINHA-EXIT. EXIT.
007710******************************************************************
007720*    ROT-EDITAR-VALOR / ROT-EDITAR-INTEIRO - VALOR NO FORMATO DO  *
007730*    XML: PONTO DECIMAL E SEM ZEROS OU BRANCOS A ESQUERDA         *
007740******************************************************************
007750 ROT-EDITAR-VALOR.
007760     MOVE W-ED-VALOR TO W-ED-MASCARA.
007770     INSPECT W-ED-MASCARA REPLACING ALL "," BY ".".
007780     MOVE ZERO TO W-ED-BRANCOS.
007790     INSPECT W-ED-MASCARA TALLYING W-ED-BRANCOS
007800         FOR LEADING SPACES.
007810     MOVE SPACES TO W-TAG-VALOR.
007820     MOVE W-ED-MASCARA(W-ED-BRANCOS + 1:) TO W-TAG-VALOR.
007830 ROT-EDITAR-VALOR-EXIT. EXIT.
007840 ROT-EDITAR-INTEIRO.
007850     MOVE W-ED-INTEIRO TO W-ED-MASC-INT.
007860     MOVE ZERO TO W-ED-BRANCOS.
007870     INSPECT W-ED-MASC-INT TALLYING W-ED-BRANCOS
007880         FOR LEADING SPACES.
007890     MOVE SPACES TO W-TAG-VALOR.
007900     MOVE W-ED-MASC-INT(W-ED-BRANCOS + 1:) TO W-TAG-VALOR.
007910 ROT-EDITAR-INTEIRO-EXIT. EXIT.
007920******************************************************************
007930*    ROT-LER-RETORNO - LE O NFERET E GRAVA NA NOTA O PROTOCOLO    *
007940*    (AUTORIZADA) OU O CODIGO E O MOTIVO (REJEITADA); A CHAVE DO  *
007950*    RETORNO TEM DE CONFERIR COM A CHAVE GERADA                   *
007960******************************************************************
007970 ROT-LER-RETORNO.
007980     OPEN INPUT NFERET.
007990     IF RET-STATUS NOT = "00"
008000         DISPLAY "ARQUIVO DE RETORNO NFERET NAO ENCONTRADO"
008010         GO TO ROT-LER-RETORNO-EXIT.
008020     OPEN I-O NOTAREG.
008030     IF NOT-STATUS NOT = "00"
008040         DISPLAY "ARQUIVO NOTAREG NAO EXISTE"
008050         CLOSE NFERET
008060         GO TO ROT-LER-RETORNO-EXIT.
008070     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
008080     COMPUTE W-HOJE-NUM = (W-ANO-ATUAL * 10000)
008090         + (W-MES-ATUAL * 100) + W-DIA-ATUAL.
008100     MOVE ZERO TO W-QTDE-RETORNOS W-QTDE-AUTORIZADAS
008110                  W-QTDE-REJEITADAS W-QTDE-ERROS.
008120     MOVE "N" TO W-EOF.
008130     PERFORM ROT-LER-RET THRU ROT-LER-RET-EXIT.
008140     PERFORM ROT-TRATAR-RETORNO THRU ROT-TRATAR-RETORNO-EXIT
008150         UNTIL W-EOF-SIM.
008160     CLOSE NFERET NOTAREG.
008170     DISPLAY "RETORNOS LIDOS.....: " W-QTDE-RETORNOS.
008180     DISPLAY "NOTAS AUTORIZADAS..: " W-QTDE-AUTORIZADAS.
008190     DISPLAY "NOTAS REJEITADAS...: " W-QTDE-REJEITADAS.
008200     DISPLAY "RETORNOS IGNORADOS.: " W-QTDE-ERROS.
008210 ROT-LER-RETORNO-EXIT. EXIT.
008220 ROT-LER-RET.
008230     READ NFERET
008240         AT END MOVE "S" TO W-EOF.
008250 ROT-LER-RET-EXIT. EXIT.
008260 ROT-TRATAR-RETORNO.
008270     ADD 1 TO W-QTDE-RETORNOS.
008280     IF NFR-NNF IS NOT NUMERIC
008290         DISPLAY "CHAVE INVALIDA NO RETORNO: " NFR-CHAVE
008300         ADD 1 TO W-QTDE-ERROS
008310         GO TO ROT-TRATAR-RETORNO-LER.
008320     MOVE NFR-NNF TO NF-NUMERO.
008330     READ NOTAREG
008340         INVALID KEY
008350             DISPLAY "NOTA " NF-NUMERO " DO RETORNO NAO"
008360                     " REGISTRADA"
008370             ADD 1 TO W-QTDE-ERROS
008380             GO TO ROT-TRATAR-RETORNO-LER.
008390     IF NF-NFE-CHAVE NOT = NFR-CHAVE
008400         DISPLAY "NOTA " NF-NUMERO " - CHAVE DO RETORNO NAO"
008410                 " CONFERE COM A GERADA"
008420         ADD 1 TO W-QTDE-ERROS
008430         GO TO ROT-TRATAR-RETORNO-LER.
008440     IF NFR-DATA IS NUMERIC AND NFR-DATA NOT = ZERO
008450         MOVE NFR-DATA TO NF-NFE-DATA-RETORNO
008460     ELSE
008470         MOVE W-HOJE-NUM TO NF-NFE-DATA-RETORNO.
008480     IF NFR-AUTORIZADA
008490         MOVE "A" TO NF-NFE-SITUACAO
008500         MOVE NFR-PROTOCOLO TO NF-NFE-PROTOCOLO
008510         MOVE SPACES TO NF-NFE-MOTIVO
008520         ADD 1 TO W-QTDE-AUTORIZADAS
008530     ELSE
008540         MOVE "R" TO NF-NFE-SITUACAO
008550         MOVE SPACES TO NF-NFE-PROTOCOLO
008560         MOVE SPACES TO NF-NFE-MOTIVO
008570         STRING NFR-CSTAT " " NFR-MOTIVO
008580             DELIMITED BY SIZE INTO NF-NFE-MOTIVO
008590         DISPLAY "NOTA " NF-NUMERO " REJEITADA: " NF-NFE-MOTIVO
008600         ADD 1 TO W-QTDE-REJEITADAS.
008610     REWRITE REGNOT
008620         INVALID KEY
008630             DISPLAY "ERRO NA GRAVACAO DO RETORNO DA NOTA "
008640                     NF-NUMERO.
008650 ROT-TRATAR-RETORNO-LER.
008660     PERFORM ROT-LER-RET THRU ROT-LER-RET-EXIT.
008670 ROT-TRATAR-RETORNO-EXIT. EXIT.
008680******************************************************************
008690*    ROT-CONSULTAR - SITUACAO DA NF-E DE UMA NOTA                 *
008700******************************************************************
008710 ROT-CONSULTAR.
008720     DISPLAY "NUMERO DA NOTA =>".
008730     ACCEPT W-NUMERO-INF.
008740     OPEN INPUT NOTAREG.
008750     IF NOT-STATUS NOT = "00"
008760         DISPLAY "ARQUIVO NOTAREG NAO EXISTE"
008770         GO TO ROT-CONSULTAR-EXIT.
008780     MOVE W-NUMERO-INF TO NF-NUMERO.
008790     READ NOTAREG
008800         INVALID KEY
008810             DISPLAY "NOTA NAO REGISTRADA"
008820             CLOSE NOTAREG
008830             GO TO ROT-CONSULTAR-EXIT.
008840     DISPLAY "NOTA.......: " NF-NUMERO " SITUACAO " NF-SITUACAO.
008850     EVALUATE TRUE
008860         WHEN NFE-NAO-GERADA
008870             DISPLAY "NF-E.......: NUNCA TRANSMITIDA"
008880         WHEN NFE-AGUARDANDO
008890             DISPLAY "NF-E.......: XML GERADO, AGUARDANDO RETORNO"
008900         WHEN NFE-AUTORIZADA
008910             DISPLAY "NF-E.......: AUTORIZADA"
008920             DISPLAY "PROTOCOLO..: " NF-NFE-PROTOCOLO
008930         WHEN NFE-REJEITADA
008940             DISPLAY "NF-E.......: REJEITADA"
008950             DISPLAY "MOTIVO.....: " NF-NFE-MOTIVO
008960         WHEN OTHER
008970             DISPLAY "NF-E.......: SITUACAO " NF-NFE-SITUACAO
008980     END-EVALUATE.
008990     IF NOT NFE-NAO-GERADA
009000         DISPLAY "CHAVE......: " NF-NFE-CHAVE.
009010     IF NF-NFE-DATA-RETORNO IS NUMERIC
009020         AND NF-NFE-DATA-RETORNO NOT = ZERO
009030         DISPLAY "RETORNO EM.: " NF-NFE-DATA-RETORNO.
009040     CLOSE NOTAREG.
009050 ROT-CONSULTAR-EXIT. EXIT.
