000010******************************************************************
000020* PROGRAM-ID : CEP067                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-09-18                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : ATIVO IMOBILIZADO - CADASTRO DOS BENS (CADBEM)     *
000080*              COM DESCRICAO, AQUISICAO, VALOR, DEPARTAMENTO QUE  *
000090*              USA O BEM (CADDEP), CLASSE (TABCLB) E O TITULO DO  *
000100*              CPAGAR QUE O PAGOU; CADASTRO DAS CLASSES COM A     *
000110*              TAXA ANUAL DE DEPRECIACAO; E BAIXA OU VENDA DO     *
000120*              BEM, MOSTRANDO O VALOR RESIDUAL E O GANHO OU A     *
000130*              PERDA. OS LANCAMENTOS DA DEPRECIACAO E DA BAIXA    *
000140*              SAEM NO CTBDEPR, NA COMPETENCIA DA BAIXA.          *
000150*------------------------------------------------------------------
000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-09-18 BH        VERSAO INICIAL                             *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP067.
000220 AUTHOR. BRUNO HARNIK.
000230 INSTALLATION. FATEC.
000240 DATE-WRITTEN. 2026-09-18.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CADBEM ASSIGN TO "CADBEM"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS BEM-CODIGO
000360         FILE STATUS IS BEM-STATUS.
000370     SELECT TABCLB ASSIGN TO "TABCLB"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CLB-CLASSE
000410         FILE STATUS IS CLB-STATUS.
000420     SELECT CADDEP ASSIGN TO "CADDEP"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CODDEPC
000460         FILE STATUS IS DEP-STATUS.
000470     SELECT CPAGAR ASSIGN TO "CPAGAR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CP-CHAVE
000510         FILE STATUS IS CPG-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CADBEM
000550     LABEL RECORDS ARE STANDARD.
000560     COPY REGBEM.
000570 FD  TABCLB
000580     LABEL RECORDS ARE STANDARD.
000590     COPY REGCLB.
000600 FD  CADDEP
000610     LABEL RECORDS ARE STANDARD.
000620     COPY REGDEP.
000630 FD  CPAGAR
000640     LABEL RECORDS ARE STANDARD.
000650     COPY REGCPAG.
000660 WORKING-STORAGE SECTION.
000670 01  BEM-STATUS                  PIC X(02).
000680 01  CLB-STATUS                  PIC X(02).
000690 01  DEP-STATUS                  PIC X(02).
000700 01  CPG-STATUS                  PIC X(02).
000710 COPY GERPARM.
000720 01  W-SWITCHES.
000730     05  W-FIM                   PIC X(01) VALUE "N".
000740         88  W-FIM-SIM           VALUE "S".
000750     05  W-EOF                   PIC X(01).
000760         88  W-EOF-SIM           VALUE "S".
000770     05  W-DADOS-OK              PIC X(01).
000780         88  W-DADOS-OK-SIM      VALUE "S".
000790     05  W-CLASSE-EM-USO         PIC X(01).
000800         88  W-CLASSE-EM-USO-SIM VALUE "S".
000810 01  W-OPCAO                     PIC X(01).
000820 01  W-CONF                      PIC X(01).
000830 01  W-QTDE-LISTADAS             PIC 9(04).
000840******************************************************************
000850*    CAMPOS DE DIGITACAO DO BEM E DA CLASSE                       *
000860******************************************************************
000870 01  W-CODIGO-INF                PIC 9(06).
000880 01  W-DESCRICAO-INF             PIC X(30).
000890 01  W-VALOR-INF                 PIC 9(12)V99.
000900 01  W-CODDEPC-INF               PIC 9(04).
000910 01  W-CLASSE-INF                PIC X(02).
000920 01  W-CODFORN-INF               PIC 9(04).
000930 01  W-DOCUMENTO-INF             PIC 9(08).
000940 01  W-TAXA-INF                  PIC 9(03)V99.
000950 01  W-VENDA-INF                 PIC 9(12)V99.
000960 01  W-DIA-INF                   PIC 9(02).
000970 01  W-MES-INF                   PIC 9(02).
000980 01  W-ANO-INF                   PIC 9(04).
000990 01  W-DATA-INF-VALIDA           PIC X(01).
001000     88  W-DATA-INF-VALIDA-SIM   VALUE "S".
001010 01  W-DIAS-NO-MES-INF           PIC 9(02).
001020 01  W-RESTO-4                   PIC 9(03).
001030 01  W-RESTO-100                 PIC 9(03).
001040 01  W-RESTO-400                 PIC 9(03).
001050 01  W-QUOC-ANO                  PIC 9(04).
001060 01  W-DATA-ATUAL.
001070     05  W-ANO-ATUAL             PIC 9(04).
001080     05  W-MES-ATUAL             PIC 9(02).
001090     05  W-DIA-ATUAL             PIC 9(02).
001100******************************************************************
001110*    CALCULO DA DEPRECIACAO (MESMA REGRA DO CTBDEPR): O BEM       *
001120*    DEPRECIA DO MES SEGUINTE AO DA AQUISICAO ATE COMPLETAR A     *
001130*    VIDA UTIL; ACUMULADA DE N MESES = VALOR X N / VIDA           *
001140******************************************************************
001150 01  W-MESES-DEPR                PIC S9(05).
001160 01  W-DEPR-ACUM                 PIC 9(12)V99.
001170 01  W-RESIDUAL                  PIC 9(12)V99.
001180 01  W-GANHO                     PIC 9(12)V99.
001190 01  W-PERDA                     PIC 9(12)V99.
001200 PROCEDURE DIVISION.
001210******************************************************************
001220*    0000-MAINLINE                                                *
001230******************************************************************
001240 0000-MAINLINE.
001250     MOVE "V" TO GPR-ACAO.
001260     CALL "GER000" USING GER-PARAMETROS-AREA.
001270     IF NOT GPR-AMBIENTE-OK
001280         GOBACK.
001290     PERFORM 2000-MENU THRU 2000-EXIT
001300         UNTIL W-FIM-SIM.
001310     GOBACK.
001320 2000-MENU.
001330     DISPLAY " ".
001340     DISPLAY "CEP067 - ATIVO IMOBILIZADO".
001350     DISPLAY "1-BEM INCLUIR/ALTERAR  2-BEM EXCLUIR  3-LISTAR".
001360     DISPLAY "4-CLASSE INCLUIR/ALTERAR   5-CLASSE EXCLUIR".
001370     DISPLAY "6-LISTAR CLASSES   7-BAIXA/VENDA DO BEM   9-FIM".
001380     ACCEPT W-OPCAO.
001390     EVALUATE W-OPCAO
001400         WHEN "1"
001410             PERFORM ROT-GRAVAR-BEM THRU ROT-GRAVAR-BEM-EXIT
001420         WHEN "2"
001430             PERFORM ROT-EXCLUIR-BEM THRU ROT-EXCLUIR-BEM-EXIT
001440         WHEN "3"
001450             PERFORM ROT-LISTAR-BENS THRU ROT-LISTAR-BENS-EXIT
001460         WHEN "4"
001470             PERFORM ROT-GRAVAR-CLASSE
001480                 THRU ROT-GRAVAR-CLASSE-EXIT
001490         WHEN "5"
001500             PERFORM ROT-EXCLUIR-CLASSE
001510                 THRU ROT-EXCLUIR-CLASSE-EXIT
001520         WHEN "6"
001530             PERFORM ROT-LISTAR-CLASSES
001540                 THRU ROT-LISTAR-CLASSES-EXIT
001550         WHEN "7"
001560             PERFORM ROT-BAIXAR-BEM THRU ROT-BAIXAR-BEM-EXIT
001570         WHEN "9"
001580             MOVE "S" TO W-FIM
001590         WHEN OTHER
001600             DISPLAY "OPCAO INVALIDA"
001610     END-EVALUATE.
001620 2000-EXIT. EXIT.
001630******************************************************************
001640*    ROT-GRAVAR-BEM - INCLUI OU ALTERA UM BEM. DEPARTAMENTO,      *
001650*    CLASSE E TITULO DO CPAGAR (QUANDO INFORMADO) TEM DE EXISTIR; *
001660*    BEM BAIXADO OU VENDIDO NAO E MAIS ALTERADO                   *
001670******************************************************************
001680 ROT-GRAVAR-BEM.
001690     DISPLAY "CODIGO DO BEM =>".
001700     ACCEPT W-CODIGO-INF.
001710     IF W-CODIGO-INF = ZERO
001720         DISPLAY "CODIGO INVALIDO"
001730         GO TO ROT-GRAVAR-BEM-EXIT.
001740     OPEN I-O CADBEM.
001750     IF BEM-STATUS = "35"
001760         OPEN OUTPUT CADBEM
001770         CLOSE CADBEM
001780         OPEN I-O CADBEM.
001790     IF BEM-STATUS NOT = "00"
001800         DISPLAY "ERRO NA ABERTURA DO CADBEM: " BEM-STATUS
001810         GO TO ROT-GRAVAR-BEM-EXIT.
001820     MOVE W-CODIGO-INF TO BEM-CODIGO.
001830     READ CADBEM
001840         INVALID KEY
001850             DISPLAY "BEM NOVO"
001860             MOVE SPACES TO BEM-SITUACAO
001870         NOT INVALID KEY
001880             PERFORM ROT-EXIBIR-BEM THRU ROT-EXIBIR-BEM-EXIT.
001890     IF BEM-FORA-DE-USO
001900         DISPLAY "BEM JA BAIXADO - NAO PODE SER ALTERADO"
001910         CLOSE CADBEM
001920         GO TO ROT-GRAVAR-BEM-EXIT.
001930     PERFORM ROT-DIGITAR-BEM THRU ROT-DIGITAR-BEM-EXIT.
001940     IF NOT W-DADOS-OK-SIM
001950         CLOSE CADBEM
001960         GO TO ROT-GRAVAR-BEM-EXIT.
001970     MOVE W-CODIGO-INF    TO BEM-CODIGO.
001980     MOVE W-DESCRICAO-INF TO BEM-DESCRICAO.
001990     MOVE W-ANO-INF       TO BEM-AQ-ANO.
002000     MOVE W-MES-INF       TO BEM-AQ-MES.
002010     MOVE W-DIA-INF       TO BEM-AQ-DIA.
002020     MOVE W-VALOR-INF     TO BEM-VALOR-AQUIS.
002030     MOVE W-CODDEPC-INF   TO BEM-CODDEPC.
002040     MOVE W-CLASSE-INF    TO BEM-CLASSE.
002050     MOVE W-CODFORN-INF   TO BEM-CP-CODFORN.
002060     MOVE W-DOCUMENTO-INF TO BEM-CP-DOCUMENTO.
002070     IF BEM-ATIVO
002080         REWRITE REGBEM
002090             INVALID KEY
002100                 DISPLAY "ERRO NA ALTERACAO"
002110             NOT INVALID KEY
002120                 DISPLAY "*** BEM ALTERADO ***"
002130         END-REWRITE
002140     ELSE
002150         MOVE "A"  TO BEM-SITUACAO
002160         MOVE ZERO TO BEM-DATA-BAIXA
002170         MOVE ZERO TO BEM-VALOR-VENDA
002180         WRITE REGBEM
002190             INVALID KEY
002200                 DISPLAY "ERRO NA INCLUSAO"
002210             NOT INVALID KEY
002220                 DISPLAY "*** BEM INCLUIDO ***"
002230         END-WRITE.
002240     CLOSE CADBEM.
002250 ROT-GRAVAR-BEM-EXIT. EXIT.
002260******************************************************************
002270*    ROT-DIGITAR-BEM - DADOS DO BEM COM AS CONFERENCIAS           *
002280******************************************************************
002290 ROT-DIGITAR-BEM.
002300     MOVE "N" TO W-DADOS-OK.
002310     DISPLAY "DESCRICAO =>".
002320     ACCEPT W-DESCRICAO-INF.
002330     DISPLAY "DATA DE AQUISICAO".
002340     PERFORM ROT-DIGITAR-DATA THRU ROT-DIGITAR-DATA-EXIT.
002350     DISPLAY "VALOR DE AQUISICAO =>".
002360     ACCEPT W-VALOR-INF.
002370     IF W-VALOR-INF = ZERO
002380         DISPLAY "VALOR DE AQUISICAO OBRIGATORIO"
002390         GO TO ROT-DIGITAR-BEM-EXIT.
002400     DISPLAY "DEPARTAMENTO QUE USA O BEM (CODDEPC) =>".
002410     ACCEPT W-CODDEPC-INF.
002420     OPEN INPUT CADDEP.
002430     IF DEP-STATUS NOT = "00"
002440         DISPLAY "ARQUIVO CADDEP NAO EXISTE"
002450         GO TO ROT-DIGITAR-BEM-EXIT.
002460     MOVE W-CODDEPC-INF TO CODDEPC.
002470     READ CADDEP
002480         INVALID KEY
002490             DISPLAY "DEPARTAMENTO NAO CADASTRADO"
002500             CLOSE CADDEP
002510             GO TO ROT-DIGITAR-BEM-EXIT.
002520     DISPLAY "DEPARTAMENTO: " DENOMINACAO.
002530     CLOSE CADDEP.
002540     DISPLAY "CLASSE DO BEM =>".
002550     ACCEPT W-CLASSE-INF.
002560     OPEN INPUT TABCLB.
002570     IF CLB-STATUS NOT = "00"
002580         DISPLAY "ARQUIVO TABCLB NAO EXISTE - CADASTRE AS CLASSES"
002590         GO TO ROT-DIGITAR-BEM-EXIT.
002600     MOVE W-CLASSE-INF TO CLB-CLASSE.
002610     READ TABCLB
002620         INVALID KEY
002630             DISPLAY "CLASSE NAO CADASTRADA"
002640             CLOSE TABCLB
002650             GO TO ROT-DIGITAR-BEM-EXIT.
002660     DISPLAY "CLASSE: " CLB-DESCRICAO " TAXA " CLB-TAXA-ANUAL
002670             "% VIDA " CLB-VIDA-MESES " MESES".
002680     CLOSE TABCLB.
002690     DISPLAY "FORNECEDOR DO TITULO NO CPAGAR (0=SEM VINCULO) =>".
002700     ACCEPT W-CODFORN-INF.
002710     MOVE ZERO TO W-DOCUMENTO-INF.
002720     IF W-CODFORN-INF = ZERO
002730         MOVE "S" TO W-DADOS-OK
002740         GO TO ROT-DIGITAR-BEM-EXIT.
002750     DISPLAY "DOCUMENTO DO TITULO =>".
002760     ACCEPT W-DOCUMENTO-INF.
002770     OPEN INPUT CPAGAR.
002780     IF CPG-STATUS NOT = "00"
002790         DISPLAY "ARQUIVO CPAGAR NAO EXISTE"
002800         GO TO ROT-DIGITAR-BEM-EXIT.
002810     MOVE W-CODFORN-INF   TO CP-CODFORN.
002820     MOVE W-DOCUMENTO-INF TO CP-DOCUMENTO.
002830     READ CPAGAR
002840         INVALID KEY
002850             DISPLAY "TITULO NAO CADASTRADO NO CPAGAR"
002860         NOT INVALID KEY
002870             DISPLAY "TITULO DE " CP-VALOR " VENCTO " CP-VEN-DIA
002880                     "/" CP-VEN-MES "/" CP-VEN-ANO
002890             MOVE "S" TO W-DADOS-OK.
002900     CLOSE CPAGAR.
002910 ROT-DIGITAR-BEM-EXIT. EXIT.
002920******************************************************************
002930*    ROT-EXCLUIR-BEM - SO EXCLUI BEM QUE AINDA NAO DEPRECIOU      *
002940*    (CADASTRADO POR ENGANO); DEPOIS DISSO, SO PELA BAIXA         *
002950******************************************************************
002960 ROT-EXCLUIR-BEM.
002970     DISPLAY "CODIGO DO BEM =>".
002980     ACCEPT W-CODIGO-INF.
002990     OPEN I-O CADBEM.
003000     IF BEM-STATUS NOT = "00"
003010         DISPLAY "ARQUIVO CADBEM NAO EXISTE"
003020         GO TO ROT-EXCLUIR-BEM-EXIT.
003030     MOVE W-CODIGO-INF TO BEM-CODIGO.
003040     READ CADBEM
003050         INVALID KEY
003060             DISPLAY "BEM NAO CADASTRADO"
003070             CLOSE CADBEM
003080             GO TO ROT-EXCLUIR-BEM-EXIT.
003090     PERFORM ROT-EXIBIR-BEM THRU ROT-EXIBIR-BEM-EXIT.
003100     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
003110     COMPUTE W-MESES-DEPR =
003120         (W-ANO-ATUAL * 12 + W-MES-ATUAL)
003130         - (BEM-AQ-ANO * 12 + BEM-AQ-MES).
003140     IF W-MESES-DEPR > ZERO
003150         DISPLAY "BEM JA DEPRECIADO - USE A BAIXA (OPCAO 7)"
003160         CLOSE CADBEM
003170         GO TO ROT-EXCLUIR-BEM-EXIT.
003180     DISPLAY "EXCLUIR (S/N) ==>".
003190     ACCEPT W-CONF.
003200     IF W-CONF = "S" OR W-CONF = "s"
003210         DELETE CADBEM RECORD
003220             INVALID KEY
003230                 DISPLAY "ERRO NA EXCLUSAO"
003240             NOT INVALID KEY
003250                 DISPLAY "*** BEM EXCLUIDO ***"
003260     ELSE
003270         DISPLAY "EXCLUSAO CANCELADA".
003280     CLOSE CADBEM.
003290 ROT-EXCLUIR-BEM-EXIT. EXIT.
003300******************************************************************
003310*    ROT-LISTAR-BENS - LISTA O CADASTRO INTEIRO                   *
003320******************************************************************
003330 ROT-LISTAR-BENS.
003340     OPEN INPUT CADBEM.
003350     IF BEM-STATUS NOT = "00"
003360         DISPLAY "ARQUIVO CADBEM NAO EXISTE"
003370         GO TO ROT-LISTAR-BENS-EXIT.
003380     MOVE ZERO TO W-QTDE-LISTADAS.
003390     DISPLAY "CODIGO DESCRICAO                      AQUISICAO"
003400             "  DEPTO CL S          VALOR".
003410     MOVE "N" TO W-EOF.
003420     MOVE LOW-VALUES TO BEM-CODIGO.
003430     START CADBEM KEY IS NOT LESS THAN BEM-CODIGO
003440         INVALID KEY MOVE "S" TO W-EOF.
003450     IF NOT W-EOF-SIM
003460         PERFORM ROT-LER-BEM THRU ROT-LER-BEM-EXIT.
003470     PERFORM ROT-LISTAR-UM-BEM THRU ROT-LISTAR-UM-BEM-EXIT
003480         UNTIL W-EOF-SIM.
003490     DISPLAY "BENS LISTADOS: " W-QTDE-LISTADAS.
003500     CLOSE CADBEM.
003510 ROT-LISTAR-BENS-EXIT. EXIT.
003520 ROT-LER-BEM.
003530     READ CADBEM NEXT RECORD
003540         AT END MOVE "S" TO W-EOF.
003550 ROT-LER-BEM-EXIT. EXIT.
003560 ROT-LISTAR-UM-BEM.
003570     DISPLAY BEM-CODIGO " " BEM-DESCRICAO " " BEM-AQ-DIA "/"
003580             BEM-AQ-MES "/" BEM-AQ-ANO " " BEM-CODDEPC "  "
003590             BEM-CLASSE " " BEM-SITUACAO " " BEM-VALOR-AQUIS.
003600     ADD 1 TO W-QTDE-LISTADAS.
003610     PERFORM ROT-LER-BEM THRU ROT-LER-BEM-EXIT.
003620 ROT-LISTAR-UM-BEM-EXIT. EXIT.
003630 ROT-EXIBIR-BEM.
003640     DISPLAY "DESCRICAO..: " BEM-DESCRICAO.
003650     DISPLAY "AQUISICAO..: " BEM-AQ-DIA "/" BEM-AQ-MES "/"
003660             BEM-AQ-ANO "  VALOR: " BEM-VALOR-AQUIS.
003670     DISPLAY "DEPTO......: " BEM-CODDEPC "  CLASSE: " BEM-CLASSE.
003680     DISPLAY "TITULO CPAG: " BEM-CP-CODFORN "/" BEM-CP-DOCUMENTO.
003690     DISPLAY "SITUACAO...: " BEM-SITUACAO.
003700     IF BEM-FORA-DE-USO
003710         DISPLAY "BAIXA......: " BEM-BX-DIA "/" BEM-BX-MES "/"
003720                 BEM-BX-ANO "  VENDA: " BEM-VALOR-VENDA.
003730 ROT-EXIBIR-BEM-EXIT. EXIT.
003740******************************************************************
003750*    ROT-GRAVAR-CLASSE - INCLUI OU ALTERA UMA CLASSE; A VIDA UTIL *
003760*    EM MESES SAI DA TAXA ANUAL (1200 / TAXA)                     *
003770******************************************************************
003780 ROT-GRAVAR-CLASSE.
003790     DISPLAY "CLASSE (2 POSICOES) =>".
003800     ACCEPT W-CLASSE-INF.
003810     IF W-CLASSE-INF = SPACES
003820         DISPLAY "CLASSE INVALIDA"
003830         GO TO ROT-GRAVAR-CLASSE-EXIT.
003840     DISPLAY "DESCRICAO DA CLASSE =>".
003850     ACCEPT W-DESCRICAO-INF.
003860     DISPLAY "TAXA ANUAL DE DEPRECIACAO % (EX 10,00 / 20,00) =>".
003870     ACCEPT W-TAXA-INF.
003880     IF W-TAXA-INF = ZERO OR W-TAXA-INF > 100
003890         DISPLAY "TAXA INVALIDA"
003900         GO TO ROT-GRAVAR-CLASSE-EXIT.
003910     OPEN I-O TABCLB.
003920     IF CLB-STATUS = "35"
003930         OPEN OUTPUT TABCLB
003940         CLOSE TABCLB
003950         OPEN I-O TABCLB.
003960     IF CLB-STATUS NOT = "00"
003970         DISPLAY "ERRO NA ABERTURA DO TABCLB: " CLB-STATUS
003980         GO TO ROT-GRAVAR-CLASSE-EXIT.
003990     MOVE W-CLASSE-INF TO CLB-CLASSE.
004000     READ TABCLB
004010         INVALID KEY
004020             MOVE W-CLASSE-INF    TO CLB-CLASSE
004030             MOVE W-DESCRICAO-INF TO CLB-DESCRICAO
004040             MOVE W-TAXA-INF      TO CLB-TAXA-ANUAL
004050             COMPUTE CLB-VIDA-MESES ROUNDED = 1200 / W-TAXA-INF
004060             WRITE REGCLB
004070                 INVALID KEY
004080                     DISPLAY "ERRO NA INCLUSAO"
004090                 NOT INVALID KEY
004100                     DISPLAY "*** CLASSE INCLUIDA - VIDA UTIL "
004110                             CLB-VIDA-MESES " MESES ***"
004120             END-WRITE
004130         NOT INVALID KEY
004140             MOVE W-DESCRICAO-INF TO CLB-DESCRICAO
004150             MOVE W-TAXA-INF      TO CLB-TAXA-ANUAL
004160             COMPUTE CLB-VIDA-MESES ROUNDED = 1200 / W-TAXA-INF
004170             REWRITE REGCLB
004180                 INVALID KEY
004190                     DISPLAY "ERRO NA ALTERACAO"
004200                 NOT INVALID KEY
004210                     DISPLAY "*** CLASSE ALTERADA - VIDA UTIL "
004220                             CLB-VIDA-MESES " MESES ***"
004230             END-REWRITE.
004240     CLOSE TABCLB.
004250 ROT-GRAVAR-CLASSE-EXIT. EXIT.
004260******************************************************************
004270*    ROT-EXCLUIR-CLASSE - CLASSE COM BEM CADASTRADO NAO SAI       *
004280******************************************************************
004290 ROT-EXCLUIR-CLASSE.
004300     DISPLAY "CLASSE =>".
004310     ACCEPT W-CLASSE-INF.
004320     PERFORM ROT-VERIFICAR-USO THRU ROT-VERIFICAR-USO-EXIT.
004330     IF W-CLASSE-EM-USO-SIM
004340         DISPLAY "CLASSE EM USO NO CADBEM - NAO PODE SER EXCLUIDA"
004350         GO TO ROT-EXCLUIR-CLASSE-EXIT.
004360     OPEN I-O TABCLB.
004370     IF CLB-STATUS NOT = "00"
004380         DISPLAY "ARQUIVO TABCLB NAO EXISTE"
004390         GO TO ROT-EXCLUIR-CLASSE-EXIT.
004400     MOVE W-CLASSE-INF TO CLB-CLASSE.
004410     READ TABCLB
004420         INVALID KEY
004430             DISPLAY "CLASSE NAO CADASTRADA"
004440             CLOSE TABCLB
004450             GO TO ROT-EXCLUIR-CLASSE-EXIT.
004460     DISPLAY CLB-DESCRICAO " TAXA " CLB-TAXA-ANUAL.
004470     DISPLAY "EXCLUIR (S/N) ==>".
004480     ACCEPT W-CONF.
004490     IF W-CONF = "S" OR W-CONF = "s"
004500         DELETE TABCLB RECORD
004510             INVALID KEY
004520                 DISPLAY "ERRO NA EXCLUSAO"
004530             NOT INVALID KEY
004540                 DISPLAY "*** CLASSE EXCLUIDA ***"
004550     ELSE
004560         DISPLAY "EXCLUSAO CANCELADA".
004570     CLOSE TABCLB.
004580 ROT-EXCLUIR-CLASSE-EXIT. EXIT.
004590 ROT-VERIFICAR-USO.
004600     MOVE "N" TO W-CLASSE-EM-USO.
004610     OPEN INPUT CADBEM.
004620     IF BEM-STATUS NOT = "00"
004630         GO TO ROT-VERIFICAR-USO-EXIT.
004640     MOVE "N" TO W-EOF.
004650     MOVE LOW-VALUES TO BEM-CODIGO.
004660     START CADBEM KEY IS NOT LESS THAN BEM-CODIGO
004670         INVALID KEY MOVE "S" TO W-EOF.
004680     IF NOT W-EOF-SIM
004690         PERFORM ROT-LER-BEM THRU ROT-LER-BEM-EXIT.
004700     PERFORM ROT-TESTAR-USO THRU ROT-TESTAR-USO-EXIT
004710         UNTIL W-EOF-SIM OR W-CLASSE-EM-USO-SIM.
004720     CLOSE CADBEM.
004730 ROT-VERIFICAR-USO-EXIT. EXIT.
004740 ROT-TESTAR-USO.
004750     IF BEM-CLASSE = W-CLASSE-INF
004760         MOVE "S" TO W-CLASSE-EM-USO
004770         GO TO ROT-TESTAR-USO-EXIT.
004780     PERFORM ROT-LER-BEM THRU ROT-LER-BEM-EXIT.
004790 ROT-TESTAR-USO-EXIT. EXIT.
004800******************************************************************
004810*    ROT-LISTAR-CLASSES - LISTA A TABCLB                          *
004820******************************************************************
004830 ROT-LISTAR-CLASSES.
004840     OPEN INPUT TABCLB.
004850     IF CLB-STATUS NOT = "00"
004860         DISPLAY "ARQUIVO TABCLB NAO EXISTE"
004870         GO TO ROT-LISTAR-CLASSES-EXIT.
004880     MOVE ZERO TO W-QTDE-LISTADAS.
004890     DISPLAY "CL DESCRICAO                       TAXA   VIDA".
004900     MOVE "N" TO W-EOF.
004910     MOVE LOW-VALUES TO CLB-CLASSE.
004920     START TABCLB KEY IS NOT LESS THAN CLB-CLASSE
004930         INVALID KEY MOVE "S" TO W-EOF.
004940     IF NOT W-EOF-SIM
004950         PERFORM ROT-LER-CLASSE THRU ROT-LER-CLASSE-EXIT.
004960     PERFORM ROT-LISTAR-UMA-CLASSE
004970         THRU ROT-LISTAR-UMA-CLASSE-EXIT
004980         UNTIL W-EOF-SIM.
004990     DISPLAY "CLASSES LISTADAS: " W-QTDE-LISTADAS.
005000     CLOSE TABCLB.
005010 ROT-LISTAR-CLASSES-EXIT. EXIT.
005020 ROT-LER-CLASSE.
005030     READ TABCLB NEXT RECORD
005040         AT END MOVE "S" TO W-EOF.
005050 ROT-LER-CLASSE-EXIT. EXIT.
005060 ROT-LISTAR-UMA-CLASSE.
005070     DISPLAY CLB-CLASSE " " CLB-DESCRICAO " " CLB-TAXA-ANUAL
005080             " " CLB-VIDA-MESES.
005090     ADD 1 TO W-QTDE-LISTADAS.
005100     PERFORM ROT-LER-CLASSE THRU ROT-LER-CLASSE-EXIT.
005110 ROT-LISTAR-UMA-CLASSE-EXIT. EXIT.
005120******************************************************************
005130*    ROT-BAIXAR-BEM - BAIXA (SEM VENDA) OU VENDA DO BEM. A        *
005140*    DEPRECIACAO VAI ATE O MES ANTERIOR AO DA BAIXA; O RESIDUAL   *
005150*    (VALOR MENOS ACUMULADA) CONTRA O VALOR DA VENDA DA O GANHO   *
005160*    OU A PERDA, LANCADOS PELO CTBDEPR NA COMPETENCIA DA BAIXA    *
005170******************************************************************
005180 ROT-BAIXAR-BEM.
005190     DISPLAY "CODIGO DO BEM =>".
005200     ACCEPT W-CODIGO-INF.
005210     OPEN I-O CADBEM.
005220     IF BEM-STATUS NOT = "00"
005230         DISPLAY "ARQUIVO CADBEM NAO EXISTE"
005240         GO TO ROT-BAIXAR-BEM-EXIT.
005250     MOVE W-CODIGO-INF TO BEM-CODIGO.
005260     READ CADBEM
005270         INVALID KEY
005280             DISPLAY "BEM NAO CADASTRADO"
005290             CLOSE CADBEM
005300             GO TO ROT-BAIXAR-BEM-EXIT.
005310     PERFORM ROT-EXIBIR-BEM THRU ROT-EXIBIR-BEM-EXIT.
005320     IF NOT BEM-ATIVO
005330         DISPLAY "BEM JA BAIXADO"
005340         CLOSE CADBEM
005350         GO TO ROT-BAIXAR-BEM-EXIT.
005360     OPEN INPUT TABCLB.
005370     IF CLB-STATUS NOT = "00"
005380         DISPLAY "ARQUIVO TABCLB NAO EXISTE"
005390         CLOSE CADBEM
005400         GO TO ROT-BAIXAR-BEM-EXIT.
005410     MOVE BEM-CLASSE TO CLB-CLASSE.
005420     READ TABCLB
005430         INVALID KEY
005440             DISPLAY "CLASSE DO BEM NAO CADASTRADA"
005450             CLOSE TABCLB CADBEM
005460             GO TO ROT-BAIXAR-BEM-EXIT.
005470     CLOSE TABCLB.
005480     DISPLAY "DATA DA BAIXA".
005490     PERFORM ROT-DIGITAR-DATA THRU ROT-DIGITAR-DATA-EXIT.
005500     IF (W-ANO-INF * 12 + W-MES-INF)
005510         < (BEM-AQ-ANO * 12 + BEM-AQ-MES)
005520         DISPLAY "BAIXA ANTERIOR A AQUISICAO"
005530         CLOSE CADBEM
005540         GO TO ROT-BAIXAR-BEM-EXIT.
005550     DISPLAY "VALOR DA VENDA (0=BAIXA SEM VENDA) =>".
005560     ACCEPT W-VENDA-INF.
005570     COMPUTE W-MESES-DEPR =
005580         (W-ANO-INF * 12 + W-MES-INF)
005590         - (BEM-AQ-ANO * 12 + BEM-AQ-MES) - 1.
005600     PERFORM ROT-CALCULAR-ACUMULADA
005610         THRU ROT-CALCULAR-ACUMULADA-EXIT.
005620     COMPUTE W-RESIDUAL = BEM-VALOR-AQUIS - W-DEPR-ACUM.
005630     MOVE ZERO TO W-GANHO.
005640     MOVE ZERO TO W-PERDA.
005650     IF W-VENDA-INF > W-RESIDUAL
005660         COMPUTE W-GANHO = W-VENDA-INF - W-RESIDUAL
005670     ELSE
005680         COMPUTE W-PERDA = W-RESIDUAL - W-VENDA-INF.
005690     DISPLAY "DEPRECIACAO ACUMULADA: " W-DEPR-ACUM.
005700     DISPLAY "VALOR RESIDUAL.......: " W-RESIDUAL.
005710     DISPLAY "VALOR DA VENDA.......: " W-VENDA-INF.
005720     IF W-GANHO > ZERO
005730         DISPLAY "GANHO NA VENDA.......: " W-GANHO
005740     ELSE
005750         DISPLAY "PERDA NA BAIXA.......: " W-PERDA.
005760     DISPLAY "CONFIRMA A BAIXA (S/N) ==>".
005770     ACCEPT W-CONF.
005780     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
005790         DISPLAY "BAIXA CANCELADA"
005800         CLOSE CADBEM
005810         GO TO ROT-BAIXAR-BEM-EXIT.
005820     IF W-VENDA-INF > ZERO
005830         MOVE "V" TO BEM-SITUACAO
005840     ELSE
005850         MOVE "B" TO BEM-SITUACAO.
005860     MOVE W-ANO-INF   TO BEM-BX-ANO.
005870     MOVE W-MES-INF   TO BEM-BX-MES.
005880     MOVE W-DIA-INF   TO BEM-BX-DIA.
005890     MOVE W-VENDA-INF TO BEM-VALOR-VENDA.
005900     REWRITE REGBEM
005910         INVALID KEY
005920             DISPLAY "ERRO NA BAIXA DO BEM"
005930         NOT INVALID KEY
005940             DISPLAY "*** BEM BAIXADO - LANCAMENTOS NO CTBDEPR "
005950                     "DE " W-MES-INF "/" W-ANO-INF " ***".
005960     CLOSE CADBEM.
005970 ROT-BAIXAR-BEM-EXIT. EXIT.
005980******************************************************************
005990*    ROT-CALCULAR-ACUMULADA - DEPRECIACAO ACUMULADA EM            *
006000*    W-MESES-DEPR MESES PELA VIDA UTIL DA CLASSE (CLB-VIDA-MESES) *
006010******************************************************************
006020 ROT-CALCULAR-ACUMULADA.
006030     MOVE ZERO TO W-DEPR-ACUM.
006040     IF W-MESES-DEPR NOT > ZERO OR CLB-VIDA-MESES = ZERO
006050         GO TO ROT-CALCULAR-ACUMULADA-EXIT.
006060     IF W-MESES-DEPR NOT < CLB-VIDA-MESES
006070         MOVE BEM-VALOR-AQUIS TO W-DEPR-ACUM
006080         GO TO ROT-CALCULAR-ACUMULADA-EXIT.
006090     COMPUTE W-DEPR-ACUM ROUNDED =
006100         BEM-VALOR-AQUIS * W-MESES-DEPR / CLB-VIDA-MESES.
006110 ROT-CALCULAR-ACUMULADA-EXIT. EXIT.
006120******************************************************************
006130*    ROT-DIGITAR-DATA / ROT-VALIDAR-DATA - DIA, MES E ANO COM A   *
006140*    CONFERENCIA DO CALENDARIO (MESMA REGRA DO CEP037)            *
006150******************************************************************
006160 ROT-DIGITAR-DATA.
006170     DISPLAY "DIA =>".
006180     ACCEPT W-DIA-INF.
006190     DISPLAY "MES =>".
006200     ACCEPT W-MES-INF.
006210     DISPLAY "ANO (4 DIGITOS) =>".
006220     ACCEPT W-ANO-INF.
006230     PERFORM ROT-VALIDAR-DATA THRU ROT-VALIDAR-DATA-EXIT.
006240     IF NOT W-DATA-INF-VALIDA-SIM
006250         GO TO ROT-DIGITAR-DATA.
006260 ROT-DIGITAR-DATA-EXIT. EXIT.
006270 ROT-VALIDAR-DATA.
006280     MOVE "S" TO W-DATA-INF-VALIDA.
006290     IF W-ANO-INF < 1753
006300         MOVE "N" TO W-DATA-INF-VALIDA
006310         DISPLAY "ANO INVALIDO"
006320         GO TO ROT-VALIDAR-DATA-EXIT.
006330     IF W-MES-INF < 1 OR W-MES-INF > 12
006340         MOVE "N" TO W-DATA-INF-VALIDA
006350         DISPLAY "MES INVALIDO"
006360         GO TO ROT-VALIDAR-DATA-EXIT.
006370     EVALUATE W-MES-INF
006380         WHEN 4 WHEN 6 WHEN 9 WHEN 11
006390             MOVE 30 TO W-DIAS-NO-MES-INF
006400         WHEN 2
006410             DIVIDE W-ANO-INF BY 4 GIVING W-QUOC-ANO
006420                 REMAINDER W-RESTO-4
006430             DIVIDE W-ANO-INF BY 100 GIVING W-QUOC-ANO
006440                 REMAINDER W-RESTO-100
006450             DIVIDE W-ANO-INF BY 400 GIVING W-QUOC-ANO
006460                 REMAINDER W-RESTO-400
006470             IF W-RESTO-4 = ZERO
006480                     AND (W-RESTO-100 NOT = ZERO
006490                          OR W-RESTO-400 = ZERO)
006500                 MOVE 29 TO W-DIAS-NO-MES-INF
006510             ELSE
006520                 MOVE 28 TO W-DIAS-NO-MES-INF
006530             END-IF
006540         WHEN OTHER
006550             MOVE 31 TO W-DIAS-NO-MES-INF
006560     END-EVALUATE.
006570     IF W-DIA-INF < 1 OR W-DIA-INF > W-DIAS-NO-MES-INF
006580         MOVE "N" TO W-DATA-INF-VALIDA
006590         DISPLAY "DIA INVALIDO".
006600 ROT-VALIDAR-DATA-EXIT. EXIT.
