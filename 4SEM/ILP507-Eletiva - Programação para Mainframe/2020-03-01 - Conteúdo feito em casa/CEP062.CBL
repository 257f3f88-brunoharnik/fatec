000180* 2026-09-02 BH        ABERTURA CRITICA O CARIMBO DE GERACAO      *
000180*                      (GER000): RESTAURACAO DE BACKUP ANTIGO     *
000180*                      SEM LIBERACAO DO GERLIB NAO DEIXA ENTRAR   *
000180* 2026-09-15 BH        DEVOLUCAO ESTORNA O CREDITO DE PIS/COFINS  *
000180*                      NO LIVPIS (TIPO "S"); A REPOSICAO DO       *
000180*                      FORNECEDOR VOLTA A CREDITAR (TIPO "C")     *
000180* 2026-10-11 BH        OPCAO 4 DEVOLVE AO FORNECEDOR O            *
000180*                      REJEITADO NA INSPECAO DO CEP080,           *
000180*                      BAIXANDO TAMBEM A QUARENTENA DO CADPROD    *
000180* 2026-10-13 BH        DEVOLUCAO DE PEDIDO EM MOEDA ESTRANGEIRA   *
000180*                      VALORIZADA EM R$ PELA TAXA DO              *
000180*                      RECEBIMENTO; ABATIMENTO NO CPAGAR REDUZ    *
000180*                      TAMBEM O VALOR NA MOEDA DO TITULO          *
000180* 2026-10-15 BH        OPCAO 5 DEVOLVE AO FORNECEDOR AS           *
000180*                      UNIDADES RECOLHIDAS EM GARANTIA PELO       *
000180*                      CEP087, SEM PEDIDO DE COMPRA, AO CUSTO     *
000180*                      MEDIO, BAIXANDO A QUARENTENA               *
000180* 2026-10-15 BH        MOVIMENTO GRAVADO TAMBEM NO MOVIDX         *
000180*                      (MVX000)                                   *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CEP062.
000760         RECORD KEY IS CP-CHAVE
000770         FILE STATUS IS CPG-STATUS.
000780     SELECT MOVESTQ ASSIGN TO "MOVESTQ"
000780         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS MOV-STATUS.
000780     SELECT INSPEC ASSIGN TO "INSPEC"
000780         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS IS-CHAVE
000780         FILE STATUS IS INS-STATUS.
000780     SELECT RMAGAR ASSIGN TO "RMAGAR"
000780         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS RMA-NUMERO
000780         ALTERNATE RECORD KEY IS RMA-CHAVE-SERIE WITH DUPLICATES
000780         FILE STATUS IS RMA-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  DEVCOMP
001100 FD  MOVESTQ
001110     LABEL RECORDS ARE STANDARD.
001120     COPY REGMOV.
001120 FD  INSPEC
001120     LABEL RECORDS ARE STANDARD.
001120     COPY REGINS.
001120 FD  RMAGAR
001120     LABEL RECORDS ARE STANDARD.
001120     COPY REGRMA.
001120 WORKING-STORAGE SECTION.
001140 01  DVC-STATUS                  PIC X(02).
001150 01  PED-STATUS                  PIC X(02).
001160 01  PCI-STATUS                  PIC X(02).
001210 01  CAM-STATUS                  PIC X(02).
001220 01  CPG-STATUS                  PIC X(02).
001230 01  MOV-STATUS                  PIC X(02).
001230 01  INS-STATUS                  PIC X(02).
001230 01  RMA-STATUS                  PIC X(02).
001240 COPY NUMPARM.
001240 COPY GERPARM.
001240 COPY PISPARM.
001240 COPY MVXPARM.
001250 01  W-SWITCHES.
001260     05  W-FIM                   PIC X(01) VALUE "N".
001270         88  W-FIM-SIM           VALUE "S".
001340     05  W-ITEM-ACHADO           PIC X(01).
001350         88  W-ITEM-ACHADO-SIM   VALUE "S".
001360     05  W-ALM-ACHADO            PIC X(01).
001360         88  W-ALM-ACHADO-SIM    VALUE "S".
001360     05  W-EOF-INS               PIC X(01).
001360         88  W-EOF-INS-SIM       VALUE "S".
001360     05  W-DE-INSPECAO           PIC X(01) VALUE "N".
001360         88  W-DE-INSPECAO-SIM   VALUE "S".
001380 01  W-OPCAO                     PIC X(01).
001390 01  W-CONF                      PIC X(01).
001400 01  W-NUMERO-INF                PIC 9(07).
001470 01  W-RESOLUCAO-INF             PIC X(01).
001480 01  W-PRECO-DEV                 PIC 9(12)V99.
001490 01  W-VALOR-DEV                 PIC 9(12)V99.
001490 01  W-VALOR-DEV-MOEDA           PIC 9(12)V99.
001500 01  W-QTDE-RESTANTE             PIC 9(07).
001510 01  W-QTDE-REST-CAM             PIC 9(07).
001520 01  W-SEQ-CAMADA                PIC 9(05).
001680     DISPLAY " ".
001690     DISPLAY "CEP062 - DEVOLUCAO DE COMPRA AO FORNECEDOR".
001700     DISPLAY "1-REGISTRAR DEVOLUCAO   2-REGISTRAR RESOLUCAO".
001710     DISPLAY "3-DEVOLUCOES EM ABERTO  4-DEVOLVER REJEITADOS".
001710     DISPLAY "DA INSPECAO (CEP080)    5-DEVOLVER UNIDADES".
001710     DISPLAY "DE GARANTIA (CEP087)    9-FIM".
001720     ACCEPT W-OPCAO.
001730     EVALUATE W-OPCAO
001740         WHEN "1"
001760         WHEN "2"
001770             PERFORM ROT-RESOLVER THRU ROT-RESOLVER-EXIT
001780         WHEN "3"
001780             PERFORM ROT-EM-ABERTO THRU ROT-EM-ABERTO-EXIT
001780         WHEN "4"
001780             PERFORM ROT-DEVOLVER-REJEITADOS
001780                 THRU ROT-DEVOLVER-REJEITADOS-EXIT
001780         WHEN "5"
001780             PERFORM ROT-DEVOLVER-GARANTIA
001780                 THRU ROT-DEVOLVER-GARANTIA-EXIT
001800         WHEN "9"
001810             MOVE "S" TO W-FIM
001820         WHEN OTHER
002240     IF NOT W-ALM-ACHADO-SIM
002250         GO TO ROT-REGISTRAR-EXIT.
002260     MOVE PCI-PRECO TO W-PRECO-DEV.
002260     IF NOT PC-MOEDA-NACIONAL AND PCI-TAXA-RECEB > ZERO
002260         COMPUTE W-PRECO-DEV ROUNDED = PCI-PRECO * PCI-TAXA-RECEB.
002270     COMPUTE W-VALOR-DEV = W-QTDE-INF * W-PRECO-DEV.
002280     MOVE W-VALOR-DEV TO W-VALOR-EDIT.
002290     DISPLAY "VALOR DA DEVOLUCAO: " W-VALOR-EDIT.
003150         MOVE ZERO TO QUANTIDADE
003160     ELSE
003170         SUBTRACT W-QTDE-INF FROM QUANTIDADE.
003170     IF W-DE-INSPECAO-SIM
003170         IF QUARENTENA < W-QTDE-INF
003170             MOVE ZERO TO QUARENTENA
003170         ELSE
003170             SUBTRACT W-QTDE-INF FROM QUARENTENA.
003170     COMPUTE PTOTAL = QUANTIDADE * PMEDIO.
003190     REWRITE REGPROD
003200         INVALID KEY
003210             DISPLAY "ERRO NA ATUALIZACAO DO PRODUTO".
003220     CLOSE CADPROD.
003230     PERFORM ROT-GRAVAR-MOV THRU ROT-GRAVAR-MOV-EXIT.
003230     MOVE "S"            TO PIS-TIPO.
003230     MOVE W-CODPROD-INF  TO PIS-CODPROD.
003230     MOVE W-VALOR-DEV    TO PIS-BASE.
003230     PERFORM ROT-LANCAR-PIS THRU ROT-LANCAR-PIS-EXIT.
003240     PERFORM ROT-BAIXAR-SALDOALM
003250         THRU ROT-BAIXAR-SALDOALM-EXIT.
003260     PERFORM ROT-CONSUMIR-LOTES THRU ROT-CONSUMIR-LOTES-EXIT.
003410     OPEN EXTEND MOVESTQ.
003420     IF MOV-STATUS = "35"
003430         OPEN OUTPUT MOVESTQ.
003440     MOVE REGMOV TO MVX-MOVIMENTO.
003440     WRITE REGMOV.
003450     CLOSE MOVESTQ.
003450     MOVE "G" TO MVX-ACAO.
003450     CALL "MVX000" USING MVX-PARAMETROS-AREA.
003460 ROT-GRAVAR-MOV-EXIT. EXIT.
003470 ROT-BAIXAR-SALDOALM.
003480     OPEN I-O SALDOALM.
004790     IF W-VALOR-DEV < CP-VALOR
004800         SUBTRACT W-VALOR-DEV FROM CP-VALOR
004810         SUBTRACT W-VALOR-DEV FROM CP-VALOR-LIQUIDO
004810         PERFORM ROT-ABATER-MOEDA THRU ROT-ABATER-MOEDA-EXIT
004820         DISPLAY "TITULO ABATIDO EM " W-VALOR-EDIT
004830     ELSE
004840         MOVE ZERO TO CP-VALOR
004850         MOVE ZERO TO CP-VALOR-LIQUIDO
004850         MOVE ZERO TO CP-VALOR-MOEDA
004860         MOVE "S"  TO CP-PAGO
004862         MOVE W-DIA-ATUAL TO CP-PAG-DIA
004864         MOVE W-MES-ATUAL TO CP-PAG-MES
004910             DISPLAY "ERRO NA ATUALIZACAO DO TITULO".
004920     CLOSE CPAGAR.
004930 ROT-ABATER-CPAGAR-EXIT. EXIT.
004930******************************************************************
004930*    ROT-ABATER-MOEDA - TITULO EM MOEDA ESTRANGEIRA: ABATE TAMBEM *
004930*    O VALOR NA MOEDA, PELA TAXA DA EMISSAO DO TITULO             *
004930******************************************************************
004930 ROT-ABATER-MOEDA.
004930     IF CP-MOEDA-NACIONAL OR CP-TAXA-EMISSAO = ZERO
004930         GO TO ROT-ABATER-MOEDA-EXIT.
004930     COMPUTE W-VALOR-DEV-MOEDA ROUNDED =
004930         W-VALOR-DEV / CP-TAXA-EMISSAO.
004930     IF W-VALOR-DEV-MOEDA < CP-VALOR-MOEDA
004930         SUBTRACT W-VALOR-DEV-MOEDA FROM CP-VALOR-MOEDA
004930     ELSE
004930         MOVE ZERO TO CP-VALOR-MOEDA.
004930 ROT-ABATER-MOEDA-EXIT. EXIT.
004940******************************************************************
004950*    ROT-GRAVAR-DEV - GRAVA A DEVOLUCAO EM ABERTO ("A") PARA O     *
004960*    ACOMPANHAMENTO                                                *
006090     OPEN EXTEND MOVESTQ.
006100     IF MOV-STATUS = "35"
006110         OPEN OUTPUT MOVESTQ.
006120     MOVE REGMOV TO MVX-MOVIMENTO.
006120     WRITE REGMOV.
006130     CLOSE MOVESTQ.
006130     MOVE "G" TO MVX-ACAO.
006130     CALL "MVX000" USING MVX-PARAMETROS-AREA.
006130     MOVE "C"            TO PIS-TIPO.
006130     MOVE DC-CODPROD     TO PIS-CODPROD.
006130     COMPUTE PIS-BASE = DC-QUANTIDADE * DC-PRECO.
006130     PERFORM ROT-LANCAR-PIS THRU ROT-LANCAR-PIS-EXIT.
006140     PERFORM ROT-CREDITAR-SALDOALM
006150         THRU ROT-CREDITAR-SALDOALM-EXIT.
006160     PERFORM ROT-CRIAR-CAMADA THRU ROT-CRIAR-CAMADA-EXIT.
006170 ROT-REENTRAR-EXIT. EXIT.
006170******************************************************************
006170*    ROT-LANCAR-PIS - LANCA NO LIVPIS O ESTORNO DE CREDITO ("S")  *
006170*    DA DEVOLUCAO OU O CREDITO ("C") DA REPOSICAO; TIPO, PRODUTO  *
006170*    E BASE JA PREPARADOS PELO CHAMADOR, PRODUTO LIDO NO CADPROD  *
006170******************************************************************
006170 ROT-LANCAR-PIS.
006170     MOVE "G"            TO PIS-ACAO.
006170     MOVE CODNCM         TO PIS-CODNCM.
006170     MOVE W-DATA-ATUAL   TO PIS-DATA.
006170     MOVE "CEP062"       TO PIS-PROGRAMA.
006170     MOVE W-NUMERO-INF   TO PIS-DOCUMENTO.
006170     CALL "PIS000" USING PIS-PARAMETROS-AREA.
006170 ROT-LANCAR-PIS-EXIT. EXIT.
006180 ROT-CREDITAR-SALDOALM.
006190     OPEN I-O SALDOALM.
006200     IF SAL-STATUS = "35"
007010     DISPLAY "DEVOLUCOES EM ABERTO: " W-QTDE-LISTADAS.
007020     CLOSE DEVCOMP.
007030 ROT-EM-ABERTO-EXIT. EXIT.
007030******************************************************************
007030*    ROT-DEVOLVER-REJEITADOS - QUANTIDADES REJEITADAS NA INSPECAO *
007030*    DO CEP080 ("D"), AINDA EM QUARENTENA: CADA UMA CONFIRMADA    *
007030*    VIRA UMA DEVOLUCAO COMO A DA OPCAO 1, AO PRECO DO            *
007030*    RECEBIMENTO, E SAI DA QUARENTENA JUNTO COM O ESTOQUE         *
007030******************************************************************
007030 ROT-DEVOLVER-REJEITADOS.
007030     OPEN I-O INSPEC.
007030     IF INS-STATUS NOT = "00"
007030         DISPLAY "NENHUMA REJEICAO DA INSPECAO A DEVOLVER"
007030         GO TO ROT-DEVOLVER-REJEITADOS-EXIT.
007030     MOVE ZERO TO W-QTDE-LISTADAS.
007030     MOVE "N" TO W-EOF-INS.
007030     MOVE LOW-VALUES TO IS-CHAVE.
007030     START INSPEC KEY IS NOT LESS THAN IS-CHAVE
007030         INVALID KEY MOVE "S" TO W-EOF-INS.
007030     PERFORM ROT-DEVOLVER-INSPECAO
007030         THRU ROT-DEVOLVER-INSPECAO-EXIT
007030         UNTIL W-EOF-INS-SIM.
007030     CLOSE INSPEC.
007030     DISPLAY "DEVOLUCOES GERADAS DA INSPECAO: " W-QTDE-LISTADAS.
007030 ROT-DEVOLVER-REJEITADOS-EXIT. EXIT.
007030 ROT-DEVOLVER-INSPECAO.
007030     READ INSPEC NEXT RECORD
007030         AT END MOVE "S" TO W-EOF-INS.
007030     IF W-EOF-INS-SIM
007030         GO TO ROT-DEVOLVER-INSPECAO-EXIT.
007030     IF NOT IS-A-DEVOLVER
007030         GO TO ROT-DEVOLVER-INSPECAO-EXIT.
007030     MOVE IS-PRECO TO W-PRECO-DEV.
007030     COMPUTE W-VALOR-DEV = IS-QTDE-REJEITADA * W-PRECO-DEV.
007030     MOVE W-VALOR-DEV TO W-VALOR-EDIT.
007030     DISPLAY " ".
007030     DISPLAY "PRODUTO " IS-CODPROD " SEQ " IS-SEQ
007030             " ALM " IS-CODALM.
007030     DISPLAY "FORNECEDOR " IS-CODFORN " PEDIDO " IS-PEDIDO
007030             " RECEBIDO EM " IS-DATA-REC.
007030     DISPLAY "REJEITADO " IS-QTDE-REJEITADA " POR " IS-INSPETOR
007030             " - " IS-MOTIVO.
007030     DISPLAY "VALOR DA DEVOLUCAO: " W-VALOR-EDIT.
007030     DISPLAY "DEVOLVER AO FORNECEDOR AGORA (S/N) ==>".
007030     ACCEPT W-CONF.
007030     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
007030         GO TO ROT-DEVOLVER-INSPECAO-EXIT.
007030     MOVE IS-PEDIDO         TO W-PEDIDO-INF.
007030     MOVE IS-CODPROD        TO W-CODPROD-INF.
007030     MOVE IS-QTDE-REJEITADA TO W-QTDE-INF.
007030     MOVE IS-CODALM         TO W-CODALM-INF.
007030     MOVE IS-MOTIVO         TO W-MOTIVO-INF.
007030     MOVE IS-CODFORN        TO PC-CODFORN.
007030     MOVE "DC" TO NUM-TIPO.
007030     MOVE "1"  TO NUM-SERIE.
007030     CALL "NUM000" USING NUM-PARAMETROS-AREA.
007030     MOVE NUM-NUMERO TO W-NUMERO-INF.
007030     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
007030     MOVE "S" TO W-DE-INSPECAO.
007030     PERFORM ROT-SAIDA-FISICA THRU ROT-SAIDA-FISICA-EXIT.
007030     MOVE "N" TO W-DE-INSPECAO.
007030     PERFORM ROT-ABATER-CPAGAR THRU ROT-ABATER-CPAGAR-EXIT.
007030     PERFORM ROT-GRAVAR-DEV THRU ROT-GRAVAR-DEV-EXIT.
007030     MOVE W-NUMERO-INF TO IS-NUM-DEV.
007030     MOVE "C"          TO IS-SITUACAO.
007030     REWRITE REGINS
007030         INVALID KEY
007030             DISPLAY "ERRO NA BAIXA DA INSPECAO".
007030     ADD 1 TO W-QTDE-LISTADAS.
007030 ROT-DEVOLVER-INSPECAO-EXIT. EXIT.
007030******************************************************************
007030*    ROT-DEVOLVER-GARANTIA - UNIDADES RECOLHIDAS EM GARANTIA PELO *
007030*    CEP087 (TROCA OU CREDITO AO CLIENTE), EM QUARENTENA A        *
007030*    REPASSAR AO FORNECEDOR: CADA UMA CONFIRMADA VIRA UMA         *
007030*    DEVOLUCAO SEM PEDIDO DE COMPRA, AO CUSTO MEDIO, E SAI DA     *
007030*    QUARENTENA JUNTO COM O ESTOQUE                               *
007030******************************************************************
007030 ROT-DEVOLVER-GARANTIA.
007030     OPEN I-O RMAGAR.
007030     IF RMA-STATUS NOT = "00"
007030         DISPLAY "NENHUMA UNIDADE DE GARANTIA A DEVOLVER"
007030         GO TO ROT-DEVOLVER-GARANTIA-EXIT.
007030     MOVE ZERO TO W-QTDE-LISTADAS.
007030     MOVE "N" TO W-EOF.
007030     MOVE ZERO TO RMA-NUMERO.
007030     START RMAGAR KEY IS NOT LESS THAN RMA-NUMERO
007030         INVALID KEY MOVE "S" TO W-EOF.
007030     PERFORM ROT-DEVOLVER-RMA THRU ROT-DEVOLVER-RMA-EXIT
007030         UNTIL W-EOF-SIM.
007030     CLOSE RMAGAR.
007030     DISPLAY "DEVOLUCOES GERADAS DA GARANTIA: " W-QTDE-LISTADAS.
007030 ROT-DEVOLVER-GARANTIA-EXIT. EXIT.
007030 ROT-DEVOLVER-RMA.
007030     READ RMAGAR NEXT RECORD
007030         AT END MOVE "S" TO W-EOF.
007030     IF W-EOF-SIM
007030         GO TO ROT-DEVOLVER-RMA-EXIT.
007030     IF NOT RMA-FORN-A-REPASSAR
007030         GO TO ROT-DEVOLVER-RMA-EXIT.
007030     OPEN INPUT CADPROD.
007030     IF PROD-STATUS NOT = "00"
007030         DISPLAY "ARQUIVO DE PRODUTOS NAO EXISTE"
007030         GO TO ROT-DEVOLVER-RMA-EXIT.
007030     MOVE RMA-CODPROD TO CODPROD.
007030     READ CADPROD
007030         INVALID KEY MOVE ZERO TO PMEDIO.
007030     CLOSE CADPROD.
007030     MOVE PMEDIO TO W-PRECO-DEV.
007030     MOVE PMEDIO TO W-VALOR-DEV.
007030     MOVE W-VALOR-DEV TO W-VALOR-EDIT.
007030     DISPLAY " ".
007030     DISPLAY "RMA " RMA-NUMERO " PRODUTO " RMA-CODPROD
007030             " ALM " RMA-CODALM.
007030     DISPLAY "SERIE " RMA-SERIE " FORNECEDOR " RMA-CODFORN.
007030     DISPLAY "DEFEITO: " RMA-DIAGNOSTICO.
007030     DISPLAY "VALOR DA DEVOLUCAO: " W-VALOR-EDIT.
007030     DISPLAY "DEVOLVER AO FORNECEDOR AGORA (S/N) ==>".
007030     ACCEPT W-CONF.
007030     IF W-CONF NOT = "S" AND W-CONF NOT = "s"
007030         GO TO ROT-DEVOLVER-RMA-EXIT.
007030     MOVE ZERO            TO W-PEDIDO-INF.
007030     MOVE RMA-CODPROD     TO W-CODPROD-INF.
007030     MOVE 1               TO W-QTDE-INF.
007030     MOVE RMA-CODALM      TO W-CODALM-INF.
007030     MOVE RMA-DIAGNOSTICO TO W-MOTIVO-INF.
007030     MOVE RMA-CODFORN     TO PC-CODFORN.
007030     MOVE "DC" TO NUM-TIPO.
007030     MOVE "1"  TO NUM-SERIE.
007030     CALL "NUM000" USING NUM-PARAMETROS-AREA.
007030     MOVE NUM-NUMERO TO W-NUMERO-INF.
007030     ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD.
007030     MOVE "S" TO W-DE-INSPECAO.
007030     PERFORM ROT-SAIDA-FISICA THRU ROT-SAIDA-FISICA-EXIT.
007030     MOVE "N" TO W-DE-INSPECAO.
007030     PERFORM ROT-ABATER-CPAGAR THRU ROT-ABATER-CPAGAR-EXIT.
007030     PERFORM ROT-GRAVAR-DEV THRU ROT-GRAVAR-DEV-EXIT.
007030     MOVE W-NUMERO-INF TO RMA-NUM-DEVCOMP.
007030     MOVE "R"          TO RMA-SIT-FORN.
007030     REWRITE REGRMA
007030         INVALID KEY
007030             DISPLAY "ERRO NA BAIXA DA RMA".
007030     ADD 1 TO W-QTDE-LISTADAS.
007030 ROT-DEVOLVER-RMA-EXIT. EXIT.
007040 ROT-LER-DEV.
007050     READ DEVCOMP NEXT RECORD
007060         AT END MOVE "S" TO W-EOF.
