000160* HISTORICO DE ALTERACOES                                         *
000170* DATA       INICIAIS  DESCRICAO                                  *
000180* 2026-09-02 BH        VERSAO INICIAL                             *
000180* 2026-10-12 BH        PEDIDO DE LIBERACAO DE CONTRATO DE         *
000180*                      COMPRA (CEP081) NAO ACEITA COTACAO NEM     *
000180*                      ESCOLHA DE VENCEDORA: PRECO E FORNECEDOR   *
000180*                      JA ACORDADOS                               *
000180* 2026-10-13 BH        COTACAO GRAVADA NA MOEDA DO FORNECEDOR     *
000180*                      (CO-MOEDA), COMPARACAO MOSTRA O VALOR EM   *
000180*                      R$ PELA TAXA DO DIA (CBO000) E A ESCOLHA   *
000180*                      LEVA MOEDA E TAXA PARA O PEDIDO            *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CEP060.
000750     05  W-EOF                   PIC X(01).
000760         88  W-EOF-SIM           VALUE "S".
000770     05  W-PED-ACHADO            PIC X(01).
000770         88  W-PED-ACHADO-SIM    VALUE "S".
000770     05  W-DE-CONTRATO           PIC X(01).
000770         88  W-DE-CONTRATO-SIM   VALUE "S".
000790 01  W-OPCAO                     PIC X(01).
000800 01  W-CONF                      PIC X(01).
000810 01  W-NUMERO-INF                PIC 9(08).
000890 01  W-PRECO-UNIT                PIC 9(12)V99.
000900 01  W-FORN-ESCOLHIDO            PIC 9(04).
000910 01  W-VALOR-ESCOLHIDO           PIC 9(12)V99.
000910 01  W-MOEDA-INF                 PIC X(03).
000910 01  W-MOEDA-ESCOLHIDA           PIC X(03).
000910     88  W-MOEDA-ESC-NACIONAL    VALUE SPACES "BRL".
000910 01  W-HOJE-NUM                  PIC 9(08).
000910 01  W-VALOR-REAIS               PIC 9(12)V99.
000910 COPY CBOPARM.
000920 PROCEDURE DIVISION.
000930******************************************************************
000940*    0000-MAINLINE                                                *
001350         NOT INVALID KEY
001360             MOVE "S" TO W-PED-ACHADO.
001370 ROT-LER-PEDIDO-EXIT. EXIT.
001370******************************************************************
001370*    ROT-TEM-CONTRATO - PEDIDO DE LIBERACAO DE CONTRATO (CEP081)  *
001370*    JA TEM PRECO ACORDADO: NAO SE COTA NEM TROCA O FORNECEDOR    *
001370******************************************************************
001370 ROT-TEM-CONTRATO.
001370     MOVE "N" TO W-DE-CONTRATO.
001370     OPEN INPUT PEDCITEM.
001370     IF ITM-STATUS NOT = "00"
001370         GO TO ROT-TEM-CONTRATO-EXIT.
001370     PERFORM ROT-POSICIONAR-ITENS
001370         THRU ROT-POSICIONAR-ITENS-EXIT.
001370     PERFORM ROT-TESTAR-CONTRATO THRU ROT-TESTAR-CONTRATO-EXIT
001370         UNTIL W-EOF-SIM OR W-DE-CONTRATO-SIM.
001370     CLOSE PEDCITEM.
001370     IF W-DE-CONTRATO-SIM
001370         DISPLAY "PEDIDO DE LIBERACAO DE CONTRATO - PRECO JA"
001370         DISPLAY "ACORDADO NO CONTRATO (CEP081), SEM COTACAO".
001370 ROT-TEM-CONTRATO-EXIT. EXIT.
001370 ROT-TESTAR-CONTRATO.
001370     IF PCI-CT-SEQ NOT = ZERO
001370         MOVE "S" TO W-DE-CONTRATO
001370     ELSE
001370         PERFORM ROT-LER-ITEM THRU ROT-LER-ITEM-EXIT.
001370 ROT-TESTAR-CONTRATO-EXIT. EXIT.
001380******************************************************************
001390*    ROT-REGISTRAR - REGISTRA UMA COTACAO CONCORRENTE DE UM        *
001400*    PEDIDO PENDENTE                                               *
001430     PERFORM ROT-LER-PEDIDO THRU ROT-LER-PEDIDO-EXIT.
001440     IF NOT W-PED-ACHADO-SIM
001450         GO TO ROT-REGISTRAR-EXIT.
001450     MOVE SPACES TO W-MOEDA-INF.
001460     IF NOT COMPRA-PENDENTE
001460         DISPLAY "PEDIDO NAO ESTA PENDENTE"
001460         CLOSE PEDCOMPRA
001460         GO TO ROT-REGISTRAR-EXIT.
001460     CLOSE PEDCOMPRA.
001460     PERFORM ROT-TEM-CONTRATO THRU ROT-TEM-CONTRATO-EXIT.
001460     IF W-DE-CONTRATO-SIM
001460         GO TO ROT-REGISTRAR-EXIT.
001510     DISPLAY "CODIGO DO FORNECEDOR =>".
001520     ACCEPT W-CODFORN-INF.
001530     OPEN INPUT CADPARCEIRO.
001650                     GO TO ROT-REGISTRAR-EXIT
001660                 END-IF
001670                 DISPLAY "FORNECEDOR.: " NOME
001670                 MOVE MOEDA-FORN TO W-MOEDA-INF
001680         END-READ
001690         CLOSE CADPARCEIRO.
001690     IF W-MOEDA-INF = "BRL"
001690         MOVE SPACES TO W-MOEDA-INF.
001690     IF W-MOEDA-INF NOT = SPACES
001690         DISPLAY "COTACAO NA MOEDA DO FORNECEDOR: " W-MOEDA-INF.
001700     DISPLAY "VALOR TOTAL COTADO =>".
001710     ACCEPT W-VALOR-INF.
001720     DISPLAY "PRAZO DE ENTREGA (DIAS) =>".
001850     MOVE W-VALOR-INF   TO CO-VALOR-TOTAL.
001860     MOVE W-PRAZO-INF   TO CO-PRAZO-DIAS.
001870     MOVE W-VALIDADE-INF TO CO-VALIDADE.
001870     MOVE W-MOEDA-INF   TO CO-MOEDA.
001880     MOVE "A"           TO CO-SITUACAO.
001890     WRITE REGCOT
001900         INVALID KEY
002260     IF COT-STATUS NOT = "00"
002270         DISPLAY "ARQUIVO COTACAO NAO EXISTE"
002280         GO TO ROT-COMPARAR-EXIT.
002290     ACCEPT W-HOJE-NUM FROM DATE YYYYMMDD.
002290     DISPLAY "SEQ FORN        VALOR  PRAZO  VALIDADE  SIT MOEDA".
002300     MOVE "N" TO W-EOF.
002310     MOVE W-NUMERO-INF TO CO-NUMERO-PEDIDO.
002320     MOVE ZERO TO CO-SEQ.
002410 ROT-EXIBIR-COT.
002420     DISPLAY CO-SEQ "  " CO-CODFORN "  " CO-VALOR-TOTAL
002430             "  " CO-PRAZO-DIAS "  " CO-VALIDADE
002440             "  " CO-SITUACAO "  " CO-MOEDA.
002440     IF CO-MOEDA NOT = SPACES AND CO-MOEDA NOT = "BRL"
002440         PERFORM ROT-VALOR-REAIS THRU ROT-VALOR-REAIS-EXIT.
002450     PERFORM ROT-LER-COT THRU ROT-LER-COT-EXIT.
002460 ROT-EXIBIR-COT-EXIT. EXIT.
002460******************************************************************
002460*    ROT-VALOR-REAIS - COTACAO EM MOEDA ESTRANGEIRA CONVERTIDA    *
002460*    PELA TAXA DE CAMBIO DO DIA (CBO000) PARA A COMPARACAO        *
002460******************************************************************
002460 ROT-VALOR-REAIS.
002460     MOVE "T"        TO CBO-ACAO.
002460     MOVE CO-MOEDA   TO CBO-MOEDA.
002460     MOVE W-HOJE-NUM TO CBO-DATA.
002460     CALL "CBO000" USING CBO-PARAMETROS-AREA.
002460     IF NOT CBO-ACHOU
002460         DISPLAY "     EM R$: SEM TAXA DE CAMBIO CADASTRADA"
002460         GO TO ROT-VALOR-REAIS-EXIT.
002460     COMPUTE W-VALOR-REAIS ROUNDED = CO-VALOR-TOTAL * CBO-TAXA.
002460     DISPLAY "     EM R$: " W-VALOR-REAIS " (TAXA " CBO-TAXA ")".
002460 ROT-VALOR-REAIS-EXIT. EXIT.
002470******************************************************************
002480*    ROT-ESCOLHER - MARCA A VENCEDORA, AS DEMAIS COMO PERDIDAS,    *
002490*    CARREGA O FORNECEDOR E O PRECO PARA O PEDIDO E O APROVA       *
002530     IF NOT W-PED-ACHADO-SIM
002540         GO TO ROT-ESCOLHER-EXIT.
002550     IF NOT COMPRA-PENDENTE
002550         DISPLAY "PEDIDO NAO ESTA PENDENTE"
002550         CLOSE PEDCOMPRA
002550         GO TO ROT-ESCOLHER-EXIT.
002550     PERFORM ROT-TEM-CONTRATO THRU ROT-TEM-CONTRATO-EXIT.
002550     IF W-DE-CONTRATO-SIM
002550         CLOSE PEDCOMPRA
002550         GO TO ROT-ESCOLHER-EXIT.
002590     DISPLAY "SEQ DA COTACAO VENCEDORA =>".
002600     ACCEPT W-SEQ-INF.
002610     OPEN I-O COTACAO.
002730             GO TO ROT-ESCOLHER-EXIT.
002740     MOVE CO-CODFORN     TO W-FORN-ESCOLHIDO.
002750     MOVE CO-VALOR-TOTAL TO W-VALOR-ESCOLHIDO.
002750     MOVE CO-MOEDA       TO W-MOEDA-ESCOLHIDA.
002760     DISPLAY "VENCEDORA: FORN " W-FORN-ESCOLHIDO
002770             " VALOR " W-VALOR-ESCOLHIDO.
002780     DISPLAY "CONFIRMAR A ESCOLHA (S/N) ==>".
002870     CLOSE COTACAO.
002880     PERFORM ROT-APLICAR-PRECOS THRU ROT-APLICAR-PRECOS-EXIT.
002890     MOVE W-FORN-ESCOLHIDO TO PC-CODFORN.
002890     PERFORM ROT-MOEDA-PEDIDO THRU ROT-MOEDA-PEDIDO-EXIT.
002900     MOVE "A" TO PC-SITUACAO.
002910     REWRITE REGPEDC
002920         INVALID KEY
002950             DISPLAY "*** PEDIDO APROVADO COM A VENCEDORA ***".
002960     CLOSE PEDCOMPRA.
002970 ROT-ESCOLHER-EXIT. EXIT.
002980******************************************************************
002980*    ROT-MOEDA-PEDIDO - PEDIDO PASSA PARA A MOEDA DA VENCEDORA,   *
002980*    COM A TAXA DE CAMBIO DO DIA (ZERO QUANDO NAO CADASTRADA,     *
002980*    PARA SER INFORMADA NO AJUSTE DO CEP016)                      *
002980******************************************************************
002980 ROT-MOEDA-PEDIDO.
002980     MOVE ZERO TO PC-TAXA-PEDIDO.
002980     IF W-MOEDA-ESC-NACIONAL
002980         MOVE SPACES TO PC-MOEDA
002980         GO TO ROT-MOEDA-PEDIDO-EXIT.
002980     MOVE W-MOEDA-ESCOLHIDA TO PC-MOEDA.
002980     MOVE "T"               TO CBO-ACAO.
002980     MOVE W-MOEDA-ESCOLHIDA TO CBO-MOEDA.
002980     ACCEPT CBO-DATA FROM DATE YYYYMMDD.
002980     CALL "CBO000" USING CBO-PARAMETROS-AREA.
002980     IF CBO-ACHOU
002980         MOVE CBO-TAXA TO PC-TAXA-PEDIDO
002980     ELSE
002980         DISPLAY "SEM TAXA DE CAMBIO PARA " W-MOEDA-ESCOLHIDA
002980                 " - INFORMAR NO AJUSTE DO PEDIDO".
002980 ROT-MOEDA-PEDIDO-EXIT. EXIT.
002980 ROT-MARCAR-COTACOES.
002990     MOVE "N" TO W-EOF.
003000     MOVE W-NUMERO-INF TO CO-NUMERO-PEDIDO.
