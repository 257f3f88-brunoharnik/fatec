000010******************************************************************
000020* PROGRAM-ID : AUX000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DO INDICE DA TRILHA DE AUDITORIA (MOLDE *
000080*              DO PEN000/MVX000). TODO PROGRAMA QUE APENSA NO     *
000090*              FAUDIT CHAMA A AUX000 LOGO DEPOIS PARA GRAVAR A    *
000100*              MESMA ENTRADA NO FAUDIDX, CHAVEADO POR ARQUIVO +   *
000110*              CHAVE + DATA/HORA E, NA CHAVE ALTERNATIVA, POR     *
000120*              OPERADOR + DATA, PARA A CONSULTA (AUDCONS) LER SO  *
000130*              A FAIXA PEDIDA. A ACAO "R" RECRIA O INDICE A       *
000140*              PARTIR DO FAUDIT (CORTE DO RETPURGE, PERDA DO      *
000150*              ARQUIVO OU IMPLANTACAO).                           *
000160*------------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-10-15 BH        VERSAO INICIAL                             *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. AUX000.
000230 AUTHOR. BRUNO HARNIK.
000240 INSTALLATION. FATEC.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT FAUDIT ASSIGN TO "FAUDIT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS AUD-STATUS.
000360     SELECT FAUDIDX ASSIGN TO "FAUDIDX"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS AX-CHAVE
000400         ALTERNATE RECORD KEY IS AX-CHAVE-OPER WITH DUPLICATES
000410         FILE STATUS IS AUX-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FAUDIT
000450     LABEL RECORDS ARE STANDARD.
000460 01  REG-FAUDIT                  PIC X(233).
000470 FD  FAUDIDX
000480     LABEL RECORDS ARE STANDARD.
000490     COPY REGAUX.
000500 WORKING-STORAGE SECTION.
000510 01  AUD-STATUS                  PIC X(02).
000520 01  AUX-STATUS                  PIC X(02).
000530 01  W-EOF                       PIC X(01).
000540     88  W-EOF-SIM               VALUE "S".
000550 01  W-FIM-FAIXA                 PIC X(01).
000560     88  W-FIM-FAIXA-SIM         VALUE "S".
000570 01  W-SEQ                       PIC 9(04).
000580 COPY AUDITLOG.
000590 LINKAGE SECTION.
000600 COPY AUXPARM.
000610 PROCEDURE DIVISION USING AUX-PARAMETROS-AREA.
000620******************************************************************
000630*    0000-MAINLINE                                                *
000640******************************************************************
000650 0000-MAINLINE.
000660     MOVE "N" TO AUX-RETORNO.
000670     EVALUATE AUX-ACAO
000680         WHEN "G"
000690             PERFORM 1000-GRAVAR-ENTRADA THRU 1000-EXIT
000700         WHEN "R"
000710             PERFORM 2000-RECRIAR THRU 2000-EXIT
000720     END-EVALUATE.
000730     GOBACK.
000740******************************************************************
000750*    1000-GRAVAR-ENTRADA - INDEXA UMA ENTRADA RECEM-APENSADA      *
000760******************************************************************
000770 1000-GRAVAR-ENTRADA.
000780     OPEN I-O FAUDIDX.
000790     IF AUX-STATUS = "35"
000800         OPEN OUTPUT FAUDIDX
000810         CLOSE FAUDIDX
000820         OPEN I-O FAUDIDX.
000830     IF AUX-STATUS NOT = "00"
000840         GO TO 1000-EXIT.
000850     MOVE AUX-REGISTRO TO REG-AUDITLOG.
000860     PERFORM 1100-INDEXAR THRU 1100-EXIT.
000870     CLOSE FAUDIDX.
000880 1000-EXIT. EXIT.
000890******************************************************************
000900*    1100-INDEXAR - MONTA AS CHAVES DA ENTRADA EM REG-AUDITLOG,   *
000910*    PROCURA A PROXIMA SEQUENCIA NA MESMA CHAVE/DATA/HORA E GRAVA *
000920******************************************************************
000930 1100-INDEXAR.
000940     MOVE AUD-ARQUIVO TO AX-ARQUIVO.
000950     MOVE AUD-CHAVE   TO AX-CHAVE-REG.
000960     MOVE AUD-DATA    TO AX-DATA.
000970     MOVE AUD-HORA    TO AX-HORA.
000980     MOVE ZERO        TO AX-SEQ.
000990     MOVE 1           TO W-SEQ.
001000     START FAUDIDX KEY IS NOT LESS THAN AX-CHAVE
001010         INVALID KEY
001020             GO TO 1100-GRAVAR.
001030     MOVE "N" TO W-FIM-FAIXA.
001040     PERFORM 1200-LER-FAIXA THRU 1200-EXIT
001050         UNTIL W-FIM-FAIXA-SIM.
001060 1100-GRAVAR.
001070     MOVE AUD-ARQUIVO  TO AX-ARQUIVO.
001080     MOVE AUD-CHAVE    TO AX-CHAVE-REG.
001090     MOVE AUD-DATA     TO AX-DATA.
001100     MOVE AUD-HORA     TO AX-HORA.
001110     MOVE W-SEQ        TO AX-SEQ.
001120     MOVE AUD-OPERADOR TO AX-OPERADOR.
001130     MOVE AUD-DATA     TO AX-DATA-OPER.
001140     MOVE REG-AUDITLOG TO AX-REGISTRO.
001150     WRITE REGAUX
001160         INVALID KEY
001170             GO TO 1100-EXIT.
001180     MOVE "S" TO AUX-RETORNO.
001190 1100-EXIT. EXIT.
001200 1200-LER-FAIXA.
001210     READ FAUDIDX NEXT RECORD
001220         AT END
001230             MOVE "S" TO W-FIM-FAIXA
001240             GO TO 1200-EXIT.
001250     IF AX-ARQUIVO NOT = AUD-ARQUIVO
001260         OR AX-CHAVE-REG NOT = AUD-CHAVE
001270         OR AX-DATA NOT = AUD-DATA
001280         OR AX-HORA NOT = AUD-HORA
001290         MOVE "S" TO W-FIM-FAIXA
001300         GO TO 1200-EXIT.
001310     COMPUTE W-SEQ = AX-SEQ + 1.
001320 1200-EXIT. EXIT.
001330******************************************************************
001340*    2000-RECRIAR - ZERA O FAUDIDX E INDEXA O FAUDIT INTEIRO NA   *
001350*    ORDEM EM QUE FOI APENSADO                                    *
001360******************************************************************
001370 2000-RECRIAR.
001380     MOVE ZERO TO AUX-QTDE.
001390     OPEN OUTPUT FAUDIDX.
001400     IF AUX-STATUS NOT = "00"
001410         GO TO 2000-EXIT.
001420     CLOSE FAUDIDX.
001430     OPEN INPUT FAUDIT.
001440     IF AUD-STATUS NOT = "00"
001450         MOVE "S" TO AUX-RETORNO
001460         GO TO 2000-EXIT.
001470     OPEN I-O FAUDIDX.
001480     MOVE "N" TO W-EOF.
001490     PERFORM 2100-LER-FAUDIT THRU 2100-EXIT
001500         UNTIL W-EOF-SIM.
001510     CLOSE FAUDIDX.
001520     CLOSE FAUDIT.
001530     MOVE "S" TO AUX-RETORNO.
001540 2000-EXIT. EXIT.
001550 2100-LER-FAUDIT.
001560     READ FAUDIT
001570         AT END
001580             MOVE "S" TO W-EOF
001590             GO TO 2100-EXIT.
001600     MOVE REG-FAUDIT TO REG-AUDITLOG.
001600     MOVE "N" TO AUX-RETORNO.
001610     PERFORM 1100-INDEXAR THRU 1100-EXIT.
001620     IF AUX-OK
001630         ADD 1 TO AUX-QTDE.
001640 2100-EXIT. EXIT.
