000180* HISTORICO DE ALTERACOES                                         *
000190* DATA       INICIAIS  DESCRICAO                                  *
000200* 2026-09-02 BH        VERSAO INICIAL                             *
000200* 2026-10-11 BH        TAXA DE REJEICAO NA INSPECAO DE            *
000200*                      RECEBIMENTO (INSPEC) POR FORNECEDOR        *
000200* 2026-10-13 BH        PRECO DE PEDIDO EM MOEDA ESTRANGEIRA       *
000200*                      CONVERTIDO PELA TAXA DO RECEBIMENTO        *
000200*                      ANTES DA COMPARACAO COM O ULTPRE           *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CEP059.
000540         RECORD KEY IS CODIGO
000550         ALTERNATE RECORD KEY IS CHAVE3 WITH DUPLICATES
000560         FILE STATUS IS PARC-STATUS.
000570     SELECT INSPEC ASSIGN TO "INSPEC"
000570         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS IS-CHAVE
000570         FILE STATUS IS INS-STATUS.
000570     SELECT REPFORN ASSIGN TO "REPFORN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS REL-STATUS.
000710 FD  CADPARCEIRO
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGPAC.
000740 FD  INSPEC
000740     LABEL RECORDS ARE STANDARD.
000740     COPY REGINS.
000740 FD  REPFORN
000750     LABEL RECORDS ARE STANDARD.
000760 01  REG-RELAT                   PIC X(132).
000800 01  PROD-STATUS                 PIC X(02).
000810 01  PARC-STATUS                 PIC X(02).
000820 01  REL-STATUS                  PIC X(02).
000820 01  INS-STATUS                  PIC X(02).
000830 01  W-SWITCHES.
000840     05  W-EOF                   PIC X(01).
000850         88  W-EOF-SIM           VALUE "S".
000950 01  W-SUB                       PIC 9(03) COMP.
000960 01  W-IDX                       PIC 9(03) COMP.
000970 01  W-QTDE-FORN                 PIC 9(03) COMP VALUE ZERO.
000970 01  W-CODFORN-PROC              PIC 9(04).
000970 01  W-TAXA-REJ                  PIC 9(03)V99.
000980 01  W-VARIACAO                  PIC S9(05)V99.
000980 01  W-PRECO-ITEM                PIC 9(12)V99.
000990 01  W-LEAD-MEDIO                PIC 9(05)V99.
001000 01  W-VAR-MEDIA                 PIC S9(05)V99.
001010 01  W-NOME-FORN                 PIC X(30).
001140         10  TF-QTDE-CURTOS      PIC 9(05).
001150         10  TF-SOMA-VARIACAO    PIC S9(09)V99.
001160         10  TF-QTDE-VARIACAO    PIC 9(05).
001160         10  TF-QTDE-INSPEC      PIC 9(09).
001160         10  TF-QTDE-REJEIT      PIC 9(09).
001170******************************************************************
001180*    LINHAS DO RELATORIO                                          *
001190******************************************************************
001210     "DESEMPENHO DE FORNECEDORES (HISTORICO DE COMPRAS)".
001220 01  LIN-CABEC2                  PIC X(110) VALUE
001230     "FORN NOME                           PEDIDOS RECEB LEADMED
001240-    " COMPL CURTO VARIACAO%   INSPEC.   REJEIT.  REJ.%".
001250 01  LIN-DET.
001260     05  LD-CODFORN              PIC 9(04).
001270     05  FILLER                  PIC X(01) VALUE SPACES.
001380     05  LD-CURTOS               PIC ZZZZ9.
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  LD-VARIACAO             PIC -ZZZ9,99.
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001400     05  LD-INSPEC               PIC ZZZZZZZZ9.
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001400     05  LD-REJEIT               PIC ZZZZZZZZ9.
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001400     05  LD-TAXA-REJ             PIC ZZ9,99.
001410 PROCEDURE DIVISION.
001420******************************************************************
001430*    0000-MAINLINE                                                *
001650     CLOSE PEDCITEM.
001660     CLOSE PEDCOMPRA.
001670     IF PROD-STATUS = "00"
001670         CLOSE CADPROD.
001670     PERFORM 4000-TRATAR-INSPECAO THRU 4000-EXIT.
001670     PERFORM 5000-IMPRIMIR THRU 5000-EXIT.
001700     DISPLAY "CEP059: RELATORIO GRAVADO EM REPFORN".
001710     STOP RUN.
001720 1100-LER-PEDIDO.
001810 2000-TRATAR-PEDIDO.
001820     IF COMPRA-PENDENTE OR COMPRA-CANCELADA
001830         GO TO 2000-LER.
001840     MOVE PC-CODFORN TO W-CODFORN-PROC.
001840     PERFORM 2100-ACHAR-FORN THRU 2100-EXIT.
001840     ADD 1 TO TF-QTDE-PEDIDOS(W-SUB).
001860     IF COMPRA-RECEBIDA
001870         ADD 1 TO TF-QTDE-RECEBIDOS(W-SUB)
001880         COMPUTE W-ORD-PED =
002150         IF W-QTDE-FORN < 100
002160             ADD 1 TO W-QTDE-FORN
002170             MOVE W-QTDE-FORN TO W-SUB
002180             MOVE W-CODFORN-PROC TO TF-CODFORN(W-SUB)
002190             MOVE ZERO TO TF-QTDE-PEDIDOS(W-SUB)
002200             MOVE ZERO TO TF-QTDE-RECEBIDOS(W-SUB)
002210             MOVE ZERO TO TF-SOMA-LEAD(W-SUB)
002230             MOVE ZERO TO TF-QTDE-CURTOS(W-SUB)
002240             MOVE ZERO TO TF-SOMA-VARIACAO(W-SUB)
002250             MOVE ZERO TO TF-QTDE-VARIACAO(W-SUB)
002250             MOVE ZERO TO TF-QTDE-INSPEC(W-SUB)
002250             MOVE ZERO TO TF-QTDE-REJEIT(W-SUB)
002260         ELSE
002270             DISPLAY MSG-TABELA-CHEIA
002280             MOVE 1 TO W-SUB.
002290 2100-EXIT. EXIT.
002300 2110-PROCURAR.
002310     IF TF-CODFORN(W-SUB) = W-CODFORN-PROC
002320         MOVE "S" TO W-ACHOU
002330         SUBTRACT 1 FROM W-SUB.
002340 2110-EXIT. EXIT.
002570 3200-TRATAR-ITEM.
002580     IF PCI-QTDE-RECEBIDA < PCI-QTDE-APROVADA
002590         MOVE "N" TO W-PED-COMPLETO.
002600     MOVE PCI-PRECO TO W-PRECO-ITEM.
002600     IF PCI-TAXA-RECEB > ZERO
002600         COMPUTE W-PRECO-ITEM ROUNDED =
002600             PCI-PRECO * PCI-TAXA-RECEB.
002600     IF W-PRECO-ITEM > ZERO AND PROD-STATUS = "00"
002610         MOVE PCI-CODPROD TO CODPROD
002620         READ CADPROD
002630             INVALID KEY
002640                 CONTINUE
002650             NOT INVALID KEY
002660                 COMPUTE W-VARIACAO ROUNDED =
002670                     (ULTPRE - W-PRECO-ITEM) * 100 / W-PRECO-ITEM
002680                 ADD W-VARIACAO TO TF-SOMA-VARIACAO(W-SUB)
002690                 ADD 1 TO TF-QTDE-VARIACAO(W-SUB)
002700         END-READ
002710     END-IF.
002720     PERFORM 3100-LER-ITEM THRU 3100-EXIT.
002720 3200-EXIT. EXIT.
002720******************************************************************
002720*    4000-TRATAR-INSPECAO - QUANTIDADE INSPECIONADA E REJEITADA   *
002720*    NA INSPECAO DE RECEBIMENTO (INSPEC, CEP080) POR FORNECEDOR;  *
002720*    ENTRADA AINDA SEM INSPECAO NAO CONTA                         *
002720******************************************************************
002720 4000-TRATAR-INSPECAO.
002720     OPEN INPUT INSPEC.
002720     IF INS-STATUS NOT = "00"
002720         GO TO 4000-EXIT.
002720     MOVE "N" TO W-EOF2.
002720     MOVE LOW-VALUES TO IS-CHAVE.
002720     START INSPEC KEY IS NOT LESS THAN IS-CHAVE
002720         INVALID KEY MOVE "S" TO W-EOF2.
002720     PERFORM 4100-SOMAR-INSPECAO THRU 4100-EXIT
002720         UNTIL W-EOF2-SIM.
002720     CLOSE INSPEC.
002720 4000-EXIT. EXIT.
002720 4100-SOMAR-INSPECAO.
002720     READ INSPEC NEXT RECORD
002720         AT END MOVE "S" TO W-EOF2.
002720     IF W-EOF2-SIM OR IS-PENDENTE
002720         GO TO 4100-EXIT.
002720     MOVE IS-CODFORN TO W-CODFORN-PROC.
002720     PERFORM 2100-ACHAR-FORN THRU 2100-EXIT.
002720     ADD IS-QTDE-RECEBIDA  TO TF-QTDE-INSPEC(W-SUB).
002720     ADD IS-QTDE-REJEITADA TO TF-QTDE-REJEIT(W-SUB).
002720 4100-EXIT. EXIT.
002740******************************************************************
002750*    5000-IMPRIMIR - UMA LINHA POR FORNECEDOR COM AS MEDIAS        *
002760******************************************************************
003150     ELSE
003160         MOVE ZERO TO W-VAR-MEDIA.
003170     MOVE W-VAR-MEDIA TO LD-VARIACAO.
003170     MOVE TF-QTDE-INSPEC(W-IDX) TO LD-INSPEC.
003170     MOVE TF-QTDE-REJEIT(W-IDX) TO LD-REJEIT.
003170     IF TF-QTDE-INSPEC(W-IDX) > ZERO
003170         COMPUTE W-TAXA-REJ ROUNDED =
003170             TF-QTDE-REJEIT(W-IDX) * 100
003170             / TF-QTDE-INSPEC(W-IDX)
003170     ELSE
003170         MOVE ZERO TO W-TAXA-REJ.
003170     MOVE W-TAXA-REJ TO LD-TAXA-REJ.
003180     WRITE REG-RELAT FROM LIN-DET.
003190 5100-EXIT. EXIT.
