000129* 2026-08-22 BH        CIDADE+UF VALIDADAS CONTRA O CADMUN NA     *
000129*                      INCLUSAO/ALTERACAO (DIGITACAO LIVRE SO     *
000129*                      QUANDO O CADMUN AINDA NAO FOI CARREGADO)   *
000129* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000129*                      FAUDIDX (AUX000)                           *
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. SFP013.
000427     05  W-DTSIS-MES             PIC 9(02).
000428     05  W-DTSIS-DIA             PIC 9(02).
000424 COPY AUDITLOG.
000424 COPY AUXPARM.
000430 01  W-SWITCHES.
000440     05  W-EOF                   PIC X(01) VALUE "N".
000450         88  W-EOF-SIM           VALUE "S".
003454         OPEN EXTEND FAUDIT.
003455     WRITE REG-FAUDIT FROM REG-AUDITLOG.
003456     CLOSE FAUDIT.
003456     MOVE REG-AUDITLOG TO AUX-REGISTRO.
003456     MOVE "G" TO AUX-ACAO.
003456     CALL "AUX000" USING AUX-PARAMETROS-AREA.
003457 ROT-GRAVAR-AUDITORIA-EXIT. EXIT.
