000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-09-02 BH        VERSAO INICIAL                             *
000161* 2026-09-24 BH        TIPO (SINTETICA/ANALITICA), CONTA-PAI E    *
000162*                      GRUPO DA CONTA; PAI TEM DE SER SINTETICA   *
000163*                      DO MESMO GRUPO, E CONTA COM FILHAS NAO E   *
000164*                      EXCLUIDA NEM VIRA ANALITICA                *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CTBPLAN.
000570 01  W-DESCRICAO-INF             PIC X(30).
000580 01  W-NATUREZA-INF              PIC X(01).
000590     88  W-NATUREZA-VALIDA       VALUES "D" "C".
000591 01  W-TIPO-INF                  PIC X(01).
000592     88  W-TIPO-VALIDO           VALUES "S" "A".
000593 01  W-PAI-INF                   PIC 9(08).
000594 01  W-GRUPO-INF                 PIC X(01).
000595     88  W-GRUPO-VALIDO          VALUES "A" "P" "L" "R" "D".
000596 01  W-GRUPO-PAI                 PIC X(01).
000597 01  W-PLC-SALVO                 PIC X(49).
000598 01  W-TEM-FILHAS                PIC X(01).
000599     88  W-TEM-FILHAS-SIM        VALUE "S".
000600 01  W-QTDE-LISTADAS             PIC 9(05).
000610 01  W-QTDE-FORA                 PIC 9(05).
000620 PROCEDURE DIVISION.
001250     MOVE W-CONTA-INF     TO PLC-CONTA.
001260     MOVE W-DESCRICAO-INF TO PLC-DESCRICAO.
001270     MOVE W-NATUREZA-INF  TO PLC-NATUREZA.
001271     MOVE W-TIPO-INF      TO PLC-TIPO.
001272     MOVE W-PAI-INF       TO PLC-CONTA-PAI.
001273     MOVE W-GRUPO-INF     TO PLC-GRUPO.
001280     WRITE REGPLC
001290         INVALID KEY
001300             DISPLAY "ERRO NA INCLUSAO"
001410     IF NOT W-NATUREZA-VALIDA
001420         DISPLAY "NATUREZA INVALIDA"
001430         GO TO ROT-NATUREZA.
001431 ROT-TIPO.
001432     DISPLAY "TIPO (S-SINTETICA/A-ANALITICA) =>".
001433     ACCEPT W-TIPO-INF.
001434     IF NOT W-TIPO-VALIDO
001435         DISPLAY "TIPO INVALIDO"
001436         GO TO ROT-TIPO.
001437 ROT-PAI.
001438     DISPLAY "CONTA SINTETICA SUPERIOR (ZERO = RAIZ) =>".
001439     ACCEPT W-PAI-INF.
001440     MOVE SPACE TO W-GRUPO-PAI.
001441     IF W-PAI-INF NOT = ZERO
001442         PERFORM ROT-LER-PAI THRU ROT-LER-PAI-EXIT
001443         IF W-GRUPO-PAI = SPACE
001444             GO TO ROT-PAI.
001445 ROT-GRUPO.
001446     DISPLAY "GRUPO (A-ATIVO P-PASSIVO L-PATRIM.LIQUIDO".
001447     DISPLAY "       R-RECEITA D-DESPESA) =>".
001448     ACCEPT W-GRUPO-INF.
001449     IF NOT W-GRUPO-VALIDO
001450         DISPLAY "GRUPO INVALIDO"
001450         GO TO ROT-GRUPO.
001450     IF W-GRUPO-PAI NOT = SPACE
001450         AND W-GRUPO-PAI NOT = "*"
001450         AND W-GRUPO-INF NOT = W-GRUPO-PAI
001450         DISPLAY "GRUPO DIFERENTE DO DA CONTA SUPERIOR ("
001450                 W-GRUPO-PAI ")"
001450         GO TO ROT-GRUPO.
001450 ROT-DIGITAR-CONTA-EXIT. EXIT.
001450******************************************************************
001450*    ROT-LER-PAI - CONFERE A CONTA SUPERIOR (EXISTE, E SINTETICA  *
001450*    E NAO E A PROPRIA CONTA) E DEVOLVE O GRUPO DELA EM           *
001450*    W-GRUPO-PAI ("*" QUANDO A SUPERIOR AINDA NAO TEM GRUPO;      *
001450*    BRANCO QUANDO RECUSADA). O REGISTRO CORRENTE E PRESERVADO    *
001450******************************************************************
001450 ROT-LER-PAI.
001450     IF W-PAI-INF = W-CONTA-INF
001450         DISPLAY "CONTA NAO PODE SER SUPERIOR DELA MESMA"
001450         GO TO ROT-LER-PAI-EXIT.
001450     MOVE REGPLC TO W-PLC-SALVO.
001450     MOVE W-PAI-INF TO PLC-CONTA.
001450     READ PLANOCTA
001450         INVALID KEY
001450             DISPLAY "CONTA SUPERIOR NAO CADASTRADA"
001450         NOT INVALID KEY
001450             IF NOT PLC-SINTETICA
001450                 DISPLAY "CONTA SUPERIOR TEM DE SER SINTETICA"
001450             ELSE
001450                 IF PLC-GRUPO = SPACE
001450                     MOVE "*" TO W-GRUPO-PAI
001450                 ELSE
001450                     MOVE PLC-GRUPO TO W-GRUPO-PAI
001450                 END-IF
001450             END-IF
001450     END-READ.
001450     MOVE W-PLC-SALVO TO REGPLC.
001450 ROT-LER-PAI-EXIT. EXIT.
001450******************************************************************
001450*    ROT-TEM-FILHAS - VARRE O PLANO PROCURANDO CONTA CUJA         *
001450*    SUPERIOR SEJA W-CONTA-INF. O REGISTRO CORRENTE E PRESERVADO  *
001450******************************************************************
001450 ROT-TEM-FILHAS.
001450     MOVE "N" TO W-TEM-FILHAS.
001450     MOVE REGPLC TO W-PLC-SALVO.
001450     MOVE "N" TO W-EOF.
001450     MOVE LOW-VALUES TO PLC-CONTA.
001450     START PLANOCTA KEY IS NOT LESS THAN PLC-CONTA
001450         INVALID KEY MOVE "S" TO W-EOF.
001450     PERFORM ROT-TESTAR-FILHA THRU ROT-TESTAR-FILHA-EXIT
001450         UNTIL W-EOF-SIM OR W-TEM-FILHAS-SIM.
001450     MOVE W-PLC-SALVO TO REGPLC.
001450 ROT-TEM-FILHAS-EXIT. EXIT.
001450 ROT-TESTAR-FILHA.
001450     READ PLANOCTA NEXT RECORD
001450         AT END MOVE "S" TO W-EOF.
001450     IF NOT W-EOF-SIM
001450         AND PLC-CONTA-PAI = W-CONTA-INF
001450         AND PLC-CONTA NOT = W-CONTA-INF
001450         MOVE "S" TO W-TEM-FILHAS.
001450 ROT-TESTAR-FILHA-EXIT. EXIT.
001450******************************************************************
001460*    ALT-RW1 - ALTERACAO DE CONTA                                  *
001470******************************************************************
001590             CLOSE PLANOCTA
001600             GO TO ALT-RW1-EXIT.
001610     DISPLAY "DESCRICAO ATUAL: " PLC-DESCRICAO.
001611     DISPLAY "NATUREZA " PLC-NATUREZA "  TIPO " PLC-TIPO
001612             "  SUPERIOR " PLC-CONTA-PAI "  GRUPO " PLC-GRUPO.
001620     PERFORM ROT-DIGITAR-CONTA THRU ROT-DIGITAR-CONTA-EXIT.
001621     IF W-TIPO-INF = "A" AND PLC-SINTETICA
001622         PERFORM ROT-TEM-FILHAS THRU ROT-TEM-FILHAS-EXIT
001623         IF W-TEM-FILHAS-SIM
001624             DISPLAY "CONTA TEM CONTAS INFERIORES - NAO PODE"
001625                     " VIRAR ANALITICA"
001626             CLOSE PLANOCTA
001627             GO TO ALT-RW1-EXIT.
001628     MOVE W-CONTA-INF     TO PLC-CONTA.
001630     MOVE W-DESCRICAO-INF TO PLC-DESCRICAO.
001640     MOVE W-NATUREZA-INF  TO PLC-NATUREZA.
001641     MOVE W-TIPO-INF      TO PLC-TIPO.
001642     MOVE W-PAI-INF       TO PLC-CONTA-PAI.
001643     MOVE W-GRUPO-INF     TO PLC-GRUPO.
001650     REWRITE REGPLC
001660         INVALID KEY
001670             DISPLAY "ERRO NA ALTERACAO"
001860             CLOSE PLANOCTA
001870             GO TO EXC-DL1-EXIT.
001880     DISPLAY "DESCRICAO: " PLC-DESCRICAO.
001881     PERFORM ROT-TEM-FILHAS THRU ROT-TEM-FILHAS-EXIT.
001882     IF W-TEM-FILHAS-SIM
001883         DISPLAY "CONTA TEM CONTAS INFERIORES - NAO EXCLUIDA"
001884         CLOSE PLANOCTA
001885         GO TO EXC-DL1-EXIT.
001886     MOVE W-CONTA-INF TO PLC-CONTA.
001890     DISPLAY "EXCLUIR (S/N) ==>".
001900     ACCEPT W-CONF.
001910     IF W-CONF = "S" OR W-CONF = "s"
002240 ROT-LER-CONTA-EXIT. EXIT.
002250 ROT-EXIBIR-CONTA.
002260     ADD 1 TO W-QTDE-LISTADAS.
002270     DISPLAY PLC-CONTA " " PLC-DESCRICAO " " PLC-NATUREZA
002271             " " PLC-TIPO " " PLC-CONTA-PAI " " PLC-GRUPO.
002280     PERFORM ROT-LER-CONTA THRU ROT-LER-CONTA-EXIT.
002290 ROT-EXIBIR-CONTA-EXIT. EXIT.
002300******************************************************************
