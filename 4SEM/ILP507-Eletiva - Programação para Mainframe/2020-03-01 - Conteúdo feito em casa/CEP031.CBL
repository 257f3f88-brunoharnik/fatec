000194*                      E A OPCAO 2 SO RODA COM O NUMERO DE UMA    *
000195*                      APROVACAO "PR" APROVADA NO APRV000 (O      *
000196*                      PEDIDO VIRA "E" EXECUTADO, SEM REUSO)      *
000196* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000196*                      FAUDIDX (AUX000)                           *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CEP031.
000690 01  REL-STATUS                  PIC X(02).
000700 01  W-OPERADOR                  PIC X(08).
000710 COPY AUDITLOG.
000710 COPY AUXPARM.
000720 01  W-SWITCHES.
000730     05  W-EOF                   PIC X(01) VALUE "N".
000740         88  W-EOF-SIM           VALUE "S".
003010         OPEN EXTEND FAUDIT.
003020     WRITE REG-FAUDIT FROM REG-AUDITLOG.
003030     CLOSE FAUDIT.
003030     MOVE REG-AUDITLOG TO AUX-REGISTRO.
003030     MOVE "G" TO AUX-ACAO.
003030     CALL "AUX000" USING AUX-PARAMETROS-AREA.
003040 4100-EXIT. EXIT.
009000******************************************************************
009000*    0100-PEDIR-APROVACAO - GRAVA O PEDIDO "PR" PENDENTE NA FILA   *
