000010******************************************************************
000020* PROGRAM-ID : BHR000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DO BANCO DE HORAS (MOLDE DO PEN000/     *
000080*              ASO000). GRAVA O MOVIMENTO DA COMPETENCIA NO       *
000090*              BANCOHR E APURA O SALDO DO FUNCIONARIO: CADA       *
000100*              CREDITO DE HORAS EXTRAS E UM LOTE E OS DEBITOS     *
000110*              (FOLGAS, PAGAMENTOS) BAIXAM OS LOTES MAIS ANTIGOS  *
000120*              PRIMEIRO; O LOTE QUE CHEGA AO PRAZO DE COMPENSACAO *
000130*              DA ADESAO (BHADESAO) COM HORAS RESTANTES VENCE E   *
000140*              E PAGO NA FOLHA. USADA NO APONTAMENTO (FP16209),   *
000150*              NA FOLHA (FP16204), NA RESCISAO (FP16212), NA      *
000160*              MANUTENCAO DA ADESAO (FP16233) E NO EXTRATO        *
000170*              MENSAL (FP16232).                                  *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-10-15 BH        VERSAO INICIAL                             *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. BHR000.
000250 AUTHOR. BRUNO HARNIK.
000260 INSTALLATION. FATEC.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BANCOHR ASSIGN TO "BANCOHR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS BH-CHAVE
000390         FILE STATUS IS BHR-STATUS.
000400     SELECT BHADESAO ASSIGN TO "BHADESAO"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS BA-CODFUNC
000440         FILE STATUS IS BHA-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  BANCOHR
000480     LABEL RECORDS ARE STANDARD.
000490     COPY REGBHR.
000500 FD  BHADESAO
000510     LABEL RECORDS ARE STANDARD.
000520     COPY REGBHA.
000530 WORKING-STORAGE SECTION.
000540 01  BHR-STATUS                  PIC X(02).
000550 01  BHA-STATUS                  PIC X(02).
000560 01  W-EOF                       PIC X(01).
000570     88  W-EOF-SIM               VALUE "S".
000580 01  W-VENCE-TUDO                PIC X(01).
000590     88  W-VENCE-TUDO-SIM        VALUE "S".
000600 01  W-HOJE                      PIC 9(08).
000610 01  W-DATA-TRAB                 PIC 9(08).
000620 01  W-DATA-TRAB-R REDEFINES W-DATA-TRAB.
000630     05  W-DATA-ANO              PIC 9(04).
000640     05  W-DATA-MES              PIC 9(02).
000650     05  W-DATA-DIA              PIC 9(02).
000660 01  W-IDX-ATUAL                 PIC 9(06).
000670 01  W-IDX-ADESAO                PIC 9(06).
000680 01  W-IDX-ENCERRA               PIC 9(06).
000690 01  W-IDX-MOV                   PIC 9(06).
000700 01  W-TOT-CREDITO               PIC 9(06)V99.
000710 01  W-CONSUMO                   PIC S9(06)V99.
000720 01  W-RESTANTE                  PIC 9(04)V99.
000730 LINKAGE SECTION.
000740 COPY BHRPARM.
000750 PROCEDURE DIVISION USING BHR-PARAMETROS-AREA.
000760******************************************************************
000770*    0000-MAINLINE                                                *
000780******************************************************************
000790 0000-MAINLINE.
000800     MOVE "N" TO BHR-RETORNO.
000810     EVALUATE BHR-ACAO
000820         WHEN "G"
000830             PERFORM 1000-GRAVAR-MOVIMENTO THRU 1000-EXIT
000840         WHEN "V"
000850             PERFORM 2000-APURAR-SALDO THRU 2000-EXIT
000860         WHEN "S"
000870             PERFORM 2000-APURAR-SALDO THRU 2000-EXIT
000880         WHEN "T"
000890             PERFORM 2000-APURAR-SALDO THRU 2000-EXIT
000900     END-EVALUATE.
000910     GOBACK.
000920******************************************************************
000930*    1000-GRAVAR-MOVIMENTO - GRAVA OU REGRAVA O MOVIMENTO DO      *
000940*    TIPO/PERCENTUAL NA COMPETENCIA; HORAS ZERADAS EXCLUEM O      *
000950*    REGISTRO (RELANCAMENTO DO PONTO OU RECALCULO DA FOLHA)       *
000960******************************************************************
000970 1000-GRAVAR-MOVIMENTO.
000980     OPEN I-O BANCOHR.
000990     IF BHR-STATUS = "35"
001000         OPEN OUTPUT BANCOHR
001010         CLOSE BANCOHR
001020         OPEN I-O BANCOHR.
001030     IF BHR-STATUS NOT = "00"
001040         GO TO 1000-EXIT.
001050     ACCEPT W-HOJE FROM DATE YYYYMMDD.
001060     MOVE BHR-CODFUNC  TO BH-CODFUNC.
001070     MOVE BHR-COMP-ANO TO BH-COMP-ANO.
001080     MOVE BHR-COMP-MES TO BH-COMP-MES.
001090     MOVE BHR-TIPO     TO BH-TIPO.
001100     MOVE BHR-PERC     TO BH-PERC.
001110     READ BANCOHR
001120         INVALID KEY
001130             PERFORM 1100-INCLUIR THRU 1100-EXIT
001140         NOT INVALID KEY
001150             PERFORM 1200-ALTERAR THRU 1200-EXIT.
001160     CLOSE BANCOHR.
001170 1000-EXIT. EXIT.
001180 1100-INCLUIR.
001190     IF BHR-HORAS = ZERO
001200         MOVE "S" TO BHR-RETORNO
001210         GO TO 1100-EXIT.
001220     MOVE BHR-HORAS    TO BH-HORAS.
001230     MOVE BHR-VALOR    TO BH-VALOR.
001240     MOVE W-HOJE       TO BH-DATA-REGISTRO.
001250     WRITE REGBHR
001260         INVALID KEY
001270             GO TO 1100-EXIT.
001280     MOVE "S" TO BHR-RETORNO.
001290 1100-EXIT. EXIT.
001300 1200-ALTERAR.
001310     IF BHR-HORAS = ZERO
001320         DELETE BANCOHR RECORD
001330             INVALID KEY
001340                 GO TO 1200-EXIT
001350         END-DELETE
001360         MOVE "S" TO BHR-RETORNO
001370         GO TO 1200-EXIT.
001380     MOVE BHR-HORAS    TO BH-HORAS.
001390     MOVE BHR-VALOR    TO BH-VALOR.
001400     MOVE W-HOJE       TO BH-DATA-REGISTRO.
001410     REWRITE REGBHR
001420         INVALID KEY
001430             GO TO 1200-EXIT.
001440     MOVE "S" TO BHR-RETORNO.
001450 1200-EXIT. EXIT.
001460******************************************************************
001470*    2000-APURAR-SALDO - "V", "S" E "T". PRIMEIRA PASSADA SOMA    *
001480*    OS CREDITOS E O CONSUMO ATE A COMPETENCIA; SEGUNDA PASSADA   *
001490*    BAIXA O CONSUMO DOS LOTES DE CREDITO DO MAIS ANTIGO PARA O   *
001500*    MAIS NOVO E SEPARA O QUE RESTOU E O QUE JA VENCEU            *
001510******************************************************************
001520 2000-APURAR-SALDO.
001530     MOVE ZERO TO BHR-SALDO BHR-SALDO-50 BHR-SALDO-100.
001540     MOVE ZERO TO BHR-VENC-50 BHR-VENC-100.
001550     MOVE ZERO TO BHR-MES-CREDITO BHR-MES-FOLGA.
001560     MOVE ZERO TO BHR-MES-PAGO BHR-MES-DESCONTO.
001570     MOVE ZERO TO W-TOT-CREDITO W-CONSUMO.
001580     COMPUTE W-IDX-ATUAL = BHR-COMP-ANO * 12 + BHR-COMP-MES.
001590     PERFORM 2100-LER-ADESAO THRU 2100-EXIT.
001600     IF NOT BHR-OK
001610         GO TO 2000-EXIT.
001620     OPEN INPUT BANCOHR.
001630     IF BHR-STATUS NOT = "00"
001640         GO TO 2000-EXIT.
001650     PERFORM 2200-POSICIONAR THRU 2200-EXIT.
001660     PERFORM 2300-SOMAR-MOVIMENTO THRU 2300-EXIT
001670         UNTIL W-EOF-SIM.
001680     COMPUTE BHR-SALDO = W-TOT-CREDITO - W-CONSUMO.
001690     PERFORM 2200-POSICIONAR THRU 2200-EXIT.
001700     PERFORM 2400-BAIXAR-LOTE THRU 2400-EXIT
001710         UNTIL W-EOF-SIM.
001720     CLOSE BANCOHR.
001730 2000-EXIT. EXIT.
001740******************************************************************
001750*    2100-LER-ADESAO - PRAZO DE COMPENSACAO (ZERO = 6 MESES) E    *
001760*    VIGENCIA DA ADESAO. NA "V" O FUNCIONARIO PRECISA ESTAR       *
001770*    ADERIDO NA COMPETENCIA; NO MES DO ENCERRAMENTO E NA          *
001780*    RESCISAO TODO O SALDO VENCE                                  *
001790******************************************************************
001800 2100-LER-ADESAO.
001810     MOVE "N" TO W-VENCE-TUDO.
001820     MOVE ZERO TO BHR-MESES.
001830     OPEN INPUT BHADESAO.
001840     IF BHA-STATUS NOT = "00"
001850         GO TO 2100-EXIT.
001860     MOVE BHR-CODFUNC TO BA-CODFUNC.
001870     READ BHADESAO
001880         INVALID KEY
001890             CLOSE BHADESAO
001900             GO TO 2100-EXIT.
001910     CLOSE BHADESAO.
001920     MOVE BA-MESES-COMPENSA TO BHR-MESES.
001930     IF BHR-MESES = ZERO
001940         MOVE 6 TO BHR-MESES.
001950     MOVE BA-DATA-ADESAO TO W-DATA-TRAB.
001960     COMPUTE W-IDX-ADESAO = W-DATA-ANO * 12 + W-DATA-MES.
001970     MOVE 999999 TO W-IDX-ENCERRA.
001980     IF BA-ENCERRADA
001990         MOVE BA-DATA-ENCERRA TO W-DATA-TRAB
002000         COMPUTE W-IDX-ENCERRA = W-DATA-ANO * 12 + W-DATA-MES.
002010     IF BHR-ACAO = "T"
002020         MOVE "S" TO W-VENCE-TUDO.
002030     IF BA-ENCERRADA AND W-IDX-ATUAL NOT < W-IDX-ENCERRA
002040         MOVE "S" TO W-VENCE-TUDO.
002050     IF BHR-ACAO = "V"
002060         IF W-IDX-ATUAL < W-IDX-ADESAO
002070             OR W-IDX-ATUAL > W-IDX-ENCERRA
002080             GO TO 2100-EXIT.
002090     MOVE "S" TO BHR-RETORNO.
002100 2100-EXIT. EXIT.
002110 2200-POSICIONAR.
002120     MOVE "N" TO W-EOF.
002130     MOVE BHR-CODFUNC TO BH-CODFUNC.
002140     MOVE ZERO        TO BH-COMP-ANO.
002150     MOVE ZERO        TO BH-COMP-MES.
002160     MOVE SPACES      TO BH-TIPO.
002170     MOVE ZERO        TO BH-PERC.
002180     START BANCOHR KEY IS NOT LESS THAN BH-CHAVE
002190         INVALID KEY MOVE "S" TO W-EOF.
002200 2200-EXIT. EXIT.
002210 2210-LER-PROXIMO.
002220     READ BANCOHR NEXT RECORD
002230         AT END
002240             MOVE "S" TO W-EOF
002250             GO TO 2210-EXIT.
002260     COMPUTE W-IDX-MOV = BH-COMP-ANO * 12 + BH-COMP-MES.
002270     IF BH-CODFUNC NOT = BHR-CODFUNC
002280         OR W-IDX-MOV > W-IDX-ATUAL
002290         MOVE "S" TO W-EOF.
002300 2210-EXIT. EXIT.
002310******************************************************************
002320*    2300-SOMAR-MOVIMENTO - NA "V" O PAGAMENTO JA GRAVADO NA      *
002330*    PROPRIA COMPETENCIA NAO CONTA (RECALCULO DA FOLHA); NA "T"   *
002340*    O ACERTO DE RESCISAO JA GRAVADO NAO CONTA                    *
002350******************************************************************
002360 2300-SOMAR-MOVIMENTO.
002370     PERFORM 2210-LER-PROXIMO THRU 2210-EXIT.
002380     IF W-EOF-SIM
002390         GO TO 2300-EXIT.
002400     EVALUATE TRUE
002410         WHEN BH-CREDITO
002420             ADD BH-HORAS TO W-TOT-CREDITO
002430             IF W-IDX-MOV = W-IDX-ATUAL
002440                 ADD BH-HORAS TO BHR-MES-CREDITO
002450             END-IF
002460         WHEN BH-FOLGA
002470             ADD BH-HORAS TO W-CONSUMO
002480             IF W-IDX-MOV = W-IDX-ATUAL
002490                 ADD BH-HORAS TO BHR-MES-FOLGA
002500             END-IF
002510         WHEN BH-PAGO-FOLHA
002520             IF BHR-ACAO = "V" AND W-IDX-MOV = W-IDX-ATUAL
002530                 CONTINUE
002540             ELSE
002550                 ADD BH-HORAS TO W-CONSUMO
002560                 IF W-IDX-MOV = W-IDX-ATUAL
002570                     ADD BH-HORAS TO BHR-MES-PAGO
002580                 END-IF
002590             END-IF
002600         WHEN BH-PAGO-RESCISAO
002610             IF BHR-ACAO NOT = "T"
002620                 ADD BH-HORAS TO W-CONSUMO
002630                 IF W-IDX-MOV = W-IDX-ATUAL
002640                     ADD BH-HORAS TO BHR-MES-PAGO
002650                 END-IF
002660             END-IF
002670         WHEN BH-DESCONTADO
002680             IF BHR-ACAO NOT = "T"
002690                 SUBTRACT BH-HORAS FROM W-CONSUMO
002700                 IF W-IDX-MOV = W-IDX-ATUAL
002710                     ADD BH-HORAS TO BHR-MES-DESCONTO
002720                 END-IF
002730             END-IF
002740     END-EVALUATE.
002750 2300-EXIT. EXIT.
002760******************************************************************
002770*    2400-BAIXAR-LOTE - ABATE O CONSUMO DO LOTE DE CREDITO; O     *
002780*    QUE SOBRA ENTRA NO SALDO E, SE O LOTE JA CUMPRIU O PRAZO DE  *
002790*    COMPENSACAO, NAS HORAS VENCIDAS                              *
002800******************************************************************
002810 2400-BAIXAR-LOTE.
002820     PERFORM 2210-LER-PROXIMO THRU 2210-EXIT.
002830     IF W-EOF-SIM
002840         GO TO 2400-EXIT.
002850     IF NOT BH-CREDITO
002860         GO TO 2400-EXIT.
002870     MOVE BH-HORAS TO W-RESTANTE.
002880     IF W-CONSUMO > ZERO
002890         IF W-CONSUMO NOT < W-RESTANTE
002900             SUBTRACT W-RESTANTE FROM W-CONSUMO
002910             MOVE ZERO TO W-RESTANTE
002920         ELSE
002930             SUBTRACT W-CONSUMO FROM W-RESTANTE
002940             MOVE ZERO TO W-CONSUMO.
002950     IF W-RESTANTE = ZERO
002960         GO TO 2400-EXIT.
002970     IF BH-PERC = 100
002980         ADD W-RESTANTE TO BHR-SALDO-100
002990     ELSE
003000         ADD W-RESTANTE TO BHR-SALDO-50.
003010     IF W-VENCE-TUDO-SIM
003020         OR W-IDX-MOV + BHR-MESES NOT > W-IDX-ATUAL
003030         IF BH-PERC = 100
003040             ADD W-RESTANTE TO BHR-VENC-100
003050         ELSE
003060             ADD W-RESTANTE TO BHR-VENC-50.
003070 2400-EXIT. EXIT.
