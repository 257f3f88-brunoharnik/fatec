000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-08-22 BH        VERSAO INICIAL                             *
000210* 2026-10-04 BH        PARCEIRO INCLUIDO PELA IMPORTACAO NASCE    *
000210*                      SEM VENDEDOR DA CARTEIRA; NA ALTERACAO A   *
000210*                      CARTEIRA E PRESERVADA                      *
000210* 2026-10-13 BH        PARCEIRO INCLUIDO PELA IMPORTACAO NASCE    *
000210*                      FATURANDO EM REAL (MOEDA-FORN EM BRANCO)   *
000210* 2026-10-15 BH        ENTRADA DA TRILHA INDEXADA TAMBEM NO       *
000210*                      FAUDIDX (AUX000)                           *
000210* 2026-10-15 BH        PARCEIRO INCLUIDO PELA IMPORTACAO NASCE    *
000210*                      COM ENCARGO PADRAO (SEM JUROS/MULTA        *
000210*                      PROPRIOS DE OUTRO PARCEIRO)                *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CEP035.
000790 01  AUD-STATUS                  PIC X(02).
000800 01  W-OPERADOR                  PIC X(08).
000810 COPY AUDITLOG.
000810 COPY AUXPARM.
000820 01  W-SWITCHES.
000830     05  W-EOF                   PIC X(01).
000840         88  W-EOF-SIM           VALUE "S".
003590     MOVE W-NUM-TEL3     TO TELEFONE3.
003600     MOVE WC-TIPOTEL3    TO TIPO-TELEFONE3.
003610     MOVE W-LIMITE-GUARDADO TO LIMITE-CREDITO.
003610     IF NOT W-PARC-EXISTE-SIM
003610         MOVE ZERO TO VEND-CARTEIRA
003610         MOVE "P" TO ENCARGO-CLI
003610         MOVE ZERO TO JUROS-DIA-CLI MULTA-CLI
003610         MOVE SPACES TO MOEDA-FORN.
003620     IF W-PARC-EXISTE-SIM
003630         REWRITE REGPAC
003640             INVALID KEY
004000         OPEN EXTEND FAUDIT.
004010     WRITE REG-FAUDIT FROM REG-AUDITLOG.
004020     CLOSE FAUDIT.
004020     MOVE REG-AUDITLOG TO AUX-REGISTRO.
004020     MOVE "G" TO AUX-ACAO.
004020     CALL "AUX000" USING AUX-PARAMETROS-AREA.
004030 6000-EXIT. EXIT.
