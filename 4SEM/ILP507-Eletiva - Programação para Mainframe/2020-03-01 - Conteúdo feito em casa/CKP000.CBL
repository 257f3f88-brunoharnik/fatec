000010******************************************************************
000020* PROGRAM-ID : CKP000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME              *
000050* DATE-WRITTEN: 2026-10-15                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DO PONTO DE CONTROLE DOS BATCHES LONGOS *
000080*              (MOLDE DA RSV000; GENERALIZA O CEPCKPT DO          *
000090*              CEPCARGA). O FP16204, O FP16211, O CTBLANC, O      *
000100*              CTBPROV E O FISCICMS GRAVAM A CADA N REGISTROS A   *
000110*              ULTIMA CHAVE, AS QUANTIDADES E OS TOTAIS CORRENTES *
000120*              NO CHECKPT; QUANDO A ESTEIRA (RUNCHAIN) OS RODA DE *
000130*              NOVO NA MESMA DATA DEPOIS DE UM ABEND, A LEITURA   *
000140*              DEVOLVE O PONTO E O PROGRAMA RETOMA DALI, SEM      *
000150*              DUPLICAR SAIDA. O ARQUIVO E CRIADO NO PRIMEIRO     *
000160*              USO.                                               *
000170*------------------------------------------------------------------
000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-10-15 BH        VERSAO INICIAL                             *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CKP000.
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
000340     SELECT CHECKPT ASSIGN TO "CHECKPT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CK-PROGRAMA
000380         FILE STATUS IS CKP-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CHECKPT
000420     LABEL RECORDS ARE STANDARD.
000430     COPY REGCKP.
000440 WORKING-STORAGE SECTION.
000450 01  CKP-STATUS                  PIC X(02).
000460 01  W-EXISTE                    PIC X(01).
000470     88  W-EXISTE-SIM            VALUE "S".
000480 01  W-DATA-PONTO                PIC 9(06).
000490 LINKAGE SECTION.
000500 COPY CKPPARM.
000510 PROCEDURE DIVISION USING CKP-PARAMETROS-AREA.
000520******************************************************************
000530*    0000-MAINLINE                                                *
000540******************************************************************
000550 0000-MAINLINE.
000560     MOVE "N" TO CKP-RETORNO.
000570     IF CKP-DATA IS NUMERIC AND CKP-DATA NOT = ZERO
000580         MOVE CKP-DATA TO W-DATA-PONTO
000590     ELSE
000600         ACCEPT W-DATA-PONTO FROM DATE.
000610     EVALUATE TRUE
000620         WHEN CKP-ACAO-LER
000630             PERFORM 1000-LER THRU 1000-EXIT
000640         WHEN CKP-ACAO-GRAVAR
000650             PERFORM 2000-GRAVAR THRU 2000-EXIT
000660         WHEN CKP-ACAO-CONCLUIR
000670             PERFORM 3000-CONCLUIR THRU 3000-EXIT
000680     END-EVALUATE.
000690     GOBACK.
000700******************************************************************
000710*    1000-LER - SO HA REINICIO COM PONTO EM ANDAMENTO DA MESMA     *
000720*    DATA E DO MESMO PARAMETRO; FORA DISSO A EXECUCAO E NOVA       *
000730******************************************************************
000740 1000-LER.
000750     OPEN INPUT CHECKPT.
000760     IF CKP-STATUS NOT = "00"
000770         GO TO 1000-EXIT.
000780     MOVE CKP-PROGRAMA TO CK-PROGRAMA.
000790     READ CHECKPT
000800         INVALID KEY
000810             CLOSE CHECKPT
000820             GO TO 1000-EXIT.
000830     CLOSE CHECKPT.
000840     IF NOT CK-EM-ANDAMENTO
000850         GO TO 1000-EXIT.
000860     IF CK-DATA NOT = W-DATA-PONTO
000870         OR CK-PARAMETRO NOT = CKP-PARAMETRO
000880         GO TO 1000-EXIT.
000890     MOVE CK-ULT-CHAVE    TO CKP-ULT-CHAVE.
000900     MOVE CK-QTDE-LIDOS   TO CKP-QTDE-LIDOS.
000910     MOVE CK-QTDE-SAIDA-1 TO CKP-QTDE-SAIDA-1.
000920     MOVE CK-QTDE-SAIDA-2 TO CKP-QTDE-SAIDA-2.
000930     MOVE CK-TOTAIS       TO CKP-TOTAIS.
000940     MOVE "S" TO CKP-RETORNO.
000950 1000-EXIT. EXIT.
000960******************************************************************
000970*    2000-GRAVAR - REGRAVA (OU CRIA) A LINHA DO PROGRAMA COM O     *
000980*    PONTO RECEBIDO                                                *
000990******************************************************************
001000 2000-GRAVAR.
001010     PERFORM 4000-ABRIR THRU 4000-EXIT.
001020     IF CKP-STATUS NOT = "00"
001030         GO TO 2000-EXIT.
001040     PERFORM 4100-POSICIONAR THRU 4100-EXIT.
001050     MOVE "A"              TO CK-SITUACAO.
001060     MOVE W-DATA-PONTO     TO CK-DATA.
001070     ACCEPT CK-HORA FROM TIME.
001080     MOVE CKP-PARAMETRO    TO CK-PARAMETRO.
001090     MOVE CKP-ULT-CHAVE    TO CK-ULT-CHAVE.
001100     MOVE CKP-QTDE-LIDOS   TO CK-QTDE-LIDOS.
001110     MOVE CKP-QTDE-SAIDA-1 TO CK-QTDE-SAIDA-1.
001120     MOVE CKP-QTDE-SAIDA-2 TO CK-QTDE-SAIDA-2.
001130     MOVE CKP-TOTAIS       TO CK-TOTAIS.
001140     PERFORM 4200-REGRAVAR THRU 4200-EXIT.
001150 2000-EXIT. EXIT.
001160******************************************************************
001170*    3000-CONCLUIR - MARCA A EXECUCAO COMO CONCLUIDA (A PROXIMA    *
001180*    CHAMADA PARTE DO ZERO)                                        *
001190******************************************************************
001200 3000-CONCLUIR.
001210     PERFORM 4000-ABRIR THRU 4000-EXIT.
001220     IF CKP-STATUS NOT = "00"
001230         GO TO 3000-EXIT.
001240     PERFORM 4100-POSICIONAR THRU 4100-EXIT.
001250     MOVE "C"              TO CK-SITUACAO.
001260     MOVE W-DATA-PONTO     TO CK-DATA.
001270     ACCEPT CK-HORA FROM TIME.
001280     MOVE CKP-PARAMETRO    TO CK-PARAMETRO.
001290     MOVE CKP-QTDE-LIDOS   TO CK-QTDE-LIDOS.
001300     PERFORM 4200-REGRAVAR THRU 4200-EXIT.
001310 3000-EXIT. EXIT.
001320******************************************************************
001330*    4000-ABRIR / 4100-POSICIONAR / 4200-REGRAVAR                  *
001340******************************************************************
001350 4000-ABRIR.
001360     OPEN I-O CHECKPT.
001370     IF CKP-STATUS = "35"
001380         OPEN OUTPUT CHECKPT
001390         CLOSE CHECKPT
001400         OPEN I-O CHECKPT.
001410 4000-EXIT. EXIT.
001420 4100-POSICIONAR.
001430     MOVE CKP-PROGRAMA TO CK-PROGRAMA.
001440     MOVE "S" TO W-EXISTE.
001450     READ CHECKPT
001460         INVALID KEY
001470             MOVE "N" TO W-EXISTE.
001480     IF NOT W-EXISTE-SIM
001490         INITIALIZE REGCKP
001500         MOVE CKP-PROGRAMA TO CK-PROGRAMA.
001510 4100-EXIT. EXIT.
001520 4200-REGRAVAR.
001530     IF W-EXISTE-SIM
001540         REWRITE REGCKP
001550             INVALID KEY
001560                 CLOSE CHECKPT
001570                 GO TO 4200-EXIT
001580         END-REWRITE
001590     ELSE
001600         WRITE REGCKP
001610             INVALID KEY
001620                 CLOSE CHECKPT
001630                 GO TO 4200-EXIT
001640         END-WRITE
001650     END-IF.
001660     CLOSE CHECKPT.
001670     MOVE "S" TO CKP-RETORNO.
001680 4200-EXIT. EXIT.
