000010******************************************************************
000020* PROGRAM-ID : PEN000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DA PENSAO ALIMENTICIA JUDICIAL (MOLDE   *
000080*              DO PTO000). CALCULA O DESCONTO DE CADA PENSAO      *
000090*              ATIVA DO FUNCIONARIO (PENSAO DO FP16225) QUE       *
000100*              INCIDE NO TIPO DE FOLHA - VALOR FIXO, PERCENTUAL   *
000110*              DO LIQUIDO (BRUTO - INSS) OU DO BRUTO - COM O      *
000120*              TOTAL LIMITADO AO LIQUIDO, E GRAVA O DESCONTO POR  *
000130*              BENEFICIARIO NO PENPAGTO PARA A REMESSA DO         *
000140*              FP16215. USADA NA FOLHA MENSAL (FP16204), NO 13O   *
000150*              (FP16211), NAS FERIAS (FP16221) E NA RESCISAO      *
000160*              (FP16212).                                         *
000170*------------------------------------------------------------------
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-10-15 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. PEN000.
000240 AUTHOR. BRUNO HARNIK.
000250 INSTALLATION. FATEC.
000260 DATE-WRITTEN. 2026-10-15.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PENSAO ASSIGN TO "PENSAO"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PN-CHAVE
000380         FILE STATUS IS PEN-STATUS.
000390     SELECT PENPAGTO ASSIGN TO "PENPAGTO"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PP-CHAVE
000430         FILE STATUS IS PPG-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PENSAO
000470     LABEL RECORDS ARE STANDARD.
000480     COPY REGPEN.
000490 FD  PENPAGTO
000500     LABEL RECORDS ARE STANDARD.
000510     COPY REGPPG.
000520 WORKING-STORAGE SECTION.
000530 01  PEN-STATUS                  PIC X(02).
000540 01  PPG-STATUS                  PIC X(02).
000550 01  W-EOF                       PIC X(01).
000560     88  W-EOF-SIM               VALUE "S".
000570 01  W-INCIDE                    PIC X(01).
000580 01  W-LIQ-DISPONIVEL            PIC 9(09)V99.
000590 01  W-VALOR-CALC                PIC 9(09)V99.
000600 01  W-IND                       PIC 9(02) COMP.
000610 LINKAGE SECTION.
000620 COPY PENPARM.
000630 PROCEDURE DIVISION USING PEN-PARAMETROS-AREA.
000640******************************************************************
000650*    0000-MAINLINE                                                *
000660******************************************************************
000670 0000-MAINLINE.
000680     MOVE "N" TO PEN-RETORNO.
000690     EVALUATE PEN-ACAO
000700         WHEN "C"
000710             PERFORM 1000-CALCULAR THRU 1000-EXIT
000720         WHEN "G"
000730             PERFORM 2000-GRAVAR THRU 2000-EXIT
000740     END-EVALUATE.
000750     GOBACK.
000760******************************************************************
000770*    1000-CALCULAR - VARRE AS PENSOES DO FUNCIONARIO E MONTA A    *
000780*    TABELA DE DESCONTOS; O TOTAL NAO PASSA DO LIQUIDO            *
000790******************************************************************
000800 1000-CALCULAR.
000810     MOVE ZERO TO PEN-VALOR-TOTAL.
000820     MOVE ZERO TO PEN-QTDE.
000830     IF PEN-INSS < PEN-BRUTO
000840         COMPUTE W-LIQ-DISPONIVEL = PEN-BRUTO - PEN-INSS
000850     ELSE
000860         MOVE ZERO TO W-LIQ-DISPONIVEL.
000870     OPEN INPUT PENSAO.
000880     IF PEN-STATUS NOT = "00"
000890         GO TO 1000-EXIT.
000900     MOVE PEN-CODFUNC TO PN-CODFUNC.
000910     MOVE ZERO        TO PN-SEQ.
000920     MOVE "N" TO W-EOF.
000930     START PENSAO KEY IS NOT LESS THAN PN-CHAVE
000940         INVALID KEY
000950             MOVE "S" TO W-EOF.
000960     PERFORM 1100-LER-PENSAO THRU 1100-EXIT
000970         UNTIL W-EOF-SIM.
000980     CLOSE PENSAO.
000990     IF PEN-VALOR-TOTAL > ZERO
001000         MOVE "S" TO PEN-RETORNO.
001010 1000-EXIT. EXIT.
001020 1100-LER-PENSAO.
001030     READ PENSAO NEXT RECORD
001040         AT END
001050             MOVE "S" TO W-EOF
001060             GO TO 1100-EXIT.
001070     IF PN-CODFUNC NOT = PEN-CODFUNC
001080         MOVE "S" TO W-EOF
001090         GO TO 1100-EXIT.
001100     IF NOT PN-ATIVA
001110         GO TO 1100-EXIT.
001120     PERFORM 1200-VERIF-INCIDENCIA THRU 1200-EXIT.
001130     IF W-INCIDE NOT = "S"
001140         GO TO 1100-EXIT.
001150     PERFORM 1300-CALCULAR-VALOR THRU 1300-EXIT.
001160     IF PEN-VALOR-TOTAL + W-VALOR-CALC > W-LIQ-DISPONIVEL
001170         COMPUTE W-VALOR-CALC =
001180             W-LIQ-DISPONIVEL - PEN-VALOR-TOTAL.
001190     IF W-VALOR-CALC = ZERO
001200         GO TO 1100-EXIT.
001210     IF PEN-QTDE NOT < 5
001220         DISPLAY "PEN000: FUNC " PEN-CODFUNC
001230                 " COM MAIS DE 5 PENSOES - SEQ " PN-SEQ
001240                 " IGNORADA"
001250         GO TO 1100-EXIT.
001260     ADD 1 TO PEN-QTDE.
001270     MOVE PN-SEQ       TO PEN-SEQ(PEN-QTDE).
001280     MOVE W-VALOR-CALC TO PEN-VALOR(PEN-QTDE).
001290     ADD W-VALOR-CALC  TO PEN-VALOR-TOTAL.
001300 1100-EXIT. EXIT.
001310******************************************************************
001320*    1200-VERIF-INCIDENCIA - A PENSAO INCIDE NO TIPO DE FOLHA?    *
001330*    (M-MENSAL, T-13O, F-FERIAS, R-RESCISAO)                      *
001340******************************************************************
001350 1200-VERIF-INCIDENCIA.
001360     MOVE "N" TO W-INCIDE.
001370     EVALUATE PEN-TIPO-FOLHA
001380         WHEN "M"
001390             MOVE PN-INC-MENSAL   TO W-INCIDE
001400         WHEN "T"
001410             MOVE PN-INC-13       TO W-INCIDE
001420         WHEN "F"
001430             MOVE PN-INC-FERIAS   TO W-INCIDE
001440         WHEN "R"
001450             MOVE PN-INC-RESCISAO TO W-INCIDE
001460     END-EVALUATE.
001470 1200-EXIT. EXIT.
001480******************************************************************
001490*    1300-CALCULAR-VALOR - VALOR DA PENSAO PELA REGRA DO          *
001500*    CADASTRO (FIXO, % DO LIQUIDO OU % DO BRUTO)                  *
001510******************************************************************
001520 1300-CALCULAR-VALOR.
001530     MOVE ZERO TO W-VALOR-CALC.
001540     EVALUATE TRUE
001550         WHEN PN-REGRA-FIXO
001560             MOVE PN-VALOR TO W-VALOR-CALC
001570         WHEN PN-REGRA-LIQUIDO
001580             COMPUTE W-VALOR-CALC ROUNDED =
001590                 W-LIQ-DISPONIVEL * PN-PERC / 100
001600         WHEN PN-REGRA-BRUTO
001610             COMPUTE W-VALOR-CALC ROUNDED =
001620                 PEN-BRUTO * PN-PERC / 100
001630     END-EVALUATE.
001640 1300-EXIT. EXIT.
001650******************************************************************
001660*    2000-GRAVAR - APAGA O QUE HOUVER DO FUNCIONARIO NA           *
001670*    COMPETENCIA E TIPO (RECALCULO) E GRAVA A TABELA DO "C"       *
001680******************************************************************
001690 2000-GRAVAR.
001700     OPEN I-O PENPAGTO.
001710     IF PPG-STATUS = "35"
001720         OPEN OUTPUT PENPAGTO
001730         CLOSE PENPAGTO
001740         OPEN I-O PENPAGTO.
001750     IF PPG-STATUS NOT = "00"
001760         DISPLAY "PEN000: ERRO NA ABERTURA DO PENPAGTO "
001770                 PPG-STATUS
001780         GO TO 2000-EXIT.
001790     MOVE PEN-COMP-ANO   TO PP-COMP-ANO.
001800     MOVE PEN-COMP-MES   TO PP-COMP-MES.
001810     MOVE PEN-TIPO-FOLHA TO PP-TIPO-FOLHA.
001820     MOVE PEN-CODFUNC    TO PP-CODFUNC.
001830     MOVE ZERO           TO PP-SEQ.
001840     MOVE "N" TO W-EOF.
001850     START PENPAGTO KEY IS NOT LESS THAN PP-CHAVE
001860         INVALID KEY
001870             MOVE "S" TO W-EOF.
001880     PERFORM 2100-APAGAR-ANTERIOR THRU 2100-EXIT
001890         UNTIL W-EOF-SIM.
001900     PERFORM 2200-GRAVAR-BENEF THRU 2200-EXIT
001910         VARYING W-IND FROM 1 BY 1
001920         UNTIL W-IND > PEN-QTDE.
001930     CLOSE PENPAGTO.
001940 2000-EXIT. EXIT.
001950 2100-APAGAR-ANTERIOR.
001960     READ PENPAGTO NEXT RECORD
001970         AT END
001980             MOVE "S" TO W-EOF
001990             GO TO 2100-EXIT.
002000     IF PP-COMP-ANO   NOT = PEN-COMP-ANO
002010         OR PP-COMP-MES   NOT = PEN-COMP-MES
002020         OR PP-TIPO-FOLHA NOT = PEN-TIPO-FOLHA
002030         OR PP-CODFUNC    NOT = PEN-CODFUNC
002040         MOVE "S" TO W-EOF
002050         GO TO 2100-EXIT.
002060     DELETE PENPAGTO RECORD
002070         INVALID KEY
002080             DISPLAY "PEN000: ERRO AO APAGAR O PENPAGTO".
002090 2100-EXIT. EXIT.
002100 2200-GRAVAR-BENEF.
002110     MOVE PEN-COMP-ANO       TO PP-COMP-ANO.
002120     MOVE PEN-COMP-MES       TO PP-COMP-MES.
002130     MOVE PEN-TIPO-FOLHA     TO PP-TIPO-FOLHA.
002140     MOVE PEN-CODFUNC        TO PP-CODFUNC.
002150     MOVE PEN-SEQ(W-IND)     TO PP-SEQ.
002160     MOVE PEN-VALOR(W-IND)   TO PP-VALOR.
002170     WRITE REGPPG
002180         INVALID KEY
002190             DISPLAY "PEN000: ERRO NA GRAVACAO DO PENPAGTO".
002200     MOVE "S" TO PEN-RETORNO.
002210 2200-EXIT. EXIT.
