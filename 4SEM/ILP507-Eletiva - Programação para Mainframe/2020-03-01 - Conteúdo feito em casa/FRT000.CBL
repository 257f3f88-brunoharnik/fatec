000010******************************************************************
000020* PROGRAM-ID : FRT000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-06                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DE CALCULO DO FRETE DO PEDIDO (MOLDE    *
000080*              DO JUR000). BUSCA A REGIAO DO CEP DE ENTREGA NO    *
000090*              CADCEP E PROCURA NA TABFRETE A TABELA DA UF E      *
000100*              REGIAO; NA FALTA DELA A DA UF (REGIAO ZERO), A DA  *
000110*              REGIAO (UF EM BRANCO) E POR ULTIMO A GERAL. DENTRO *
000120*              DA TABELA VALE A PRIMEIRA FAIXA QUE COMPORTA O     *
000130*              PESO; ACIMA DA ULTIMA FAIXA SOMA O VALOR POR KG    *
000140*              EXCEDENTE. PEDIDO COM VALOR IGUAL OU ACIMA DO      *
000150*              LIMITE DA FAIXA SAI COM FRETE GRATIS. USADA NA     *
000160*              DIGITACAO E NA CONVERSAO DE PEDIDOS (CEP012 E      *
000170*              CEP036).                                           *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-10-06 BH        VERSAO INICIAL                             *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. FRT000.
000250 AUTHOR. BRUNO HARNIK.
000260 INSTALLATION. FATEC.
000270 DATE-WRITTEN. 2026-10-06.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CADCEP ASSIGN TO "CADCEP"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CEP-CODIGO
000390         ALTERNATE RECORD KEY IS CEP-LOGRA WITH DUPLICATES
000400         ALTERNATE RECORD KEY IS CEP-CIDADE WITH DUPLICATES
000410         FILE STATUS IS CEP-STATUS.
000420     SELECT TABFRETE ASSIGN TO "TABFRETE"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS FR-CHAVE
000460         FILE STATUS IS FRT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CADCEP
000500     LABEL RECORDS ARE STANDARD.
000510     COPY REGCEP.
000520 FD  TABFRETE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY REGFRT.
000550 WORKING-STORAGE SECTION.
000560 01  CEP-STATUS                  PIC X(02).
000570 01  FRT-STATUS                  PIC X(02).
000580 01  W-EOF                       PIC X(01).
000590     88  W-EOF-SIM               VALUE "S".
000600 01  W-FAIXA-ACHADA              PIC X(01).
000610     88  W-FAIXA-ACHADA-SIM      VALUE "S".
000620 01  W-TENTATIVA                 PIC 9(01) COMP.
000630 01  W-UF-BUSCA                  PIC X(02).
000640 01  W-REGIAO-BUSCA              PIC 9(01).
000650 01  W-EXCEDENTE                 PIC 9(06)V999.
000660 01  W-FAIXA-SALVA               PIC X(46).
000670 LINKAGE SECTION.
000680 COPY FRTPARM.
000690 PROCEDURE DIVISION USING FRT-PARAMETROS-AREA.
000700******************************************************************
000710*    0000-MAINLINE                                                *
000720******************************************************************
000730 0000-MAINLINE.
000740     MOVE "N"  TO FRT-ACHOU FRT-GRATIS.
000750     MOVE ZERO TO FRT-FRETE FRT-REGIAO.
000760     PERFORM 1000-LER-CEP THRU 1000-EXIT.
000770     OPEN INPUT TABFRETE.
000780     IF FRT-STATUS NOT = "00"
000790         GOBACK.
000800     MOVE "N" TO W-FAIXA-ACHADA.
000810     PERFORM 2000-TENTAR-TABELA THRU 2000-EXIT
000820         VARYING W-TENTATIVA FROM 1 BY 1
000830         UNTIL W-TENTATIVA > 4 OR FRT-ACHOU-SIM.
000840     CLOSE TABFRETE.
000850     IF NOT FRT-ACHOU-SIM
000860         GOBACK.
000870     MOVE W-FAIXA-SALVA TO REGFRT.
000880     IF FR-GRATIS-ACIMA NOT = ZERO
000890         AND FRT-VALOR-PEDIDO NOT < FR-GRATIS-ACIMA
000900         MOVE "S"  TO FRT-GRATIS
000910         MOVE ZERO TO FRT-FRETE
000920         GOBACK.
000930     IF W-FAIXA-ACHADA-SIM
000940         MOVE FR-VALOR TO FRT-FRETE
000950     ELSE
000960         COMPUTE W-EXCEDENTE = FRT-PESO - FR-PESO-ATE
000970         COMPUTE FRT-FRETE ROUNDED = FR-VALOR
000980             + (W-EXCEDENTE * FR-VALOR-KG-ADIC).
000990     GOBACK.
001000******************************************************************
001010*    1000-LER-CEP - REGIAO DO CEP DE ENTREGA; CEP FORA DO CADCEP  *
001020*    FICA COM REGIAO ZERO E CAI NA TABELA DA UF                   *
001030******************************************************************
001040 1000-LER-CEP.
001050     IF FRT-CEP = ZERO
001060         GO TO 1000-EXIT.
001070     OPEN INPUT CADCEP.
001080     IF CEP-STATUS NOT = "00"
001090         GO TO 1000-EXIT.
001100     MOVE FRT-CEP TO CEP-CODIGO.
001110     READ CADCEP
001120         INVALID KEY
001130             CLOSE CADCEP
001140             GO TO 1000-EXIT.
001150     MOVE CEP-REGIAO TO FRT-REGIAO.
001160     IF FRT-UF = SPACES
001170         MOVE CEP-UF TO FRT-UF.
001180     CLOSE CADCEP.
001190 1000-EXIT. EXIT.
001200******************************************************************
001210*    2000-TENTAR-TABELA - 1 UF E REGIAO, 2 SO A UF, 3 SO A        *
001220*    REGIAO, 4 TABELA GERAL                                       *
001230******************************************************************
001240 2000-TENTAR-TABELA.
001250     EVALUATE W-TENTATIVA
001260         WHEN 1
001270             MOVE FRT-UF     TO W-UF-BUSCA
001280             MOVE FRT-REGIAO TO W-REGIAO-BUSCA
001290         WHEN 2
001300             MOVE FRT-UF     TO W-UF-BUSCA
001310             MOVE ZERO       TO W-REGIAO-BUSCA
001320         WHEN 3
001330             MOVE SPACES     TO W-UF-BUSCA
001340             MOVE FRT-REGIAO TO W-REGIAO-BUSCA
001350         WHEN OTHER
001360             MOVE SPACES     TO W-UF-BUSCA
001370             MOVE ZERO       TO W-REGIAO-BUSCA
001380     END-EVALUATE.
001390     IF W-TENTATIVA = 2 AND FRT-REGIAO = ZERO
001400         GO TO 2000-EXIT.
001410     IF W-TENTATIVA = 3 AND
001420         (FRT-REGIAO = ZERO OR FRT-UF = SPACES)
001430         GO TO 2000-EXIT.
001440     IF W-TENTATIVA = 4 AND FRT-UF = SPACES
001450         AND FRT-REGIAO = ZERO
001460         GO TO 2000-EXIT.
001470     MOVE W-UF-BUSCA     TO FR-UF.
001480     MOVE W-REGIAO-BUSCA TO FR-REGIAO.
001490     MOVE ZERO           TO FR-PESO-ATE.
001500     MOVE "N" TO W-EOF.
001510     START TABFRETE KEY IS NOT LESS THAN FR-CHAVE
001520         INVALID KEY MOVE "S" TO W-EOF.
001530     IF NOT W-EOF-SIM
001540         PERFORM 2100-LER-FAIXA THRU 2100-EXIT.
001550     PERFORM 2200-TESTAR-FAIXA THRU 2200-EXIT
001560         UNTIL W-EOF-SIM OR W-FAIXA-ACHADA-SIM.
001570 2000-EXIT. EXIT.
001580 2100-LER-FAIXA.
001590     READ TABFRETE NEXT RECORD
001600         AT END MOVE "S" TO W-EOF.
001610     IF W-EOF-SIM
001620         GO TO 2100-EXIT.
001630     IF FR-UF NOT = W-UF-BUSCA OR FR-REGIAO NOT = W-REGIAO-BUSCA
001640         MOVE "S" TO W-EOF.
001650 2100-EXIT. EXIT.
001660******************************************************************
001670*    2200-TESTAR-FAIXA - GUARDA A FAIXA LIDA (A ULTIMA DA TABELA  *
001680*    FICA NO REGISTRO SE O PESO PASSAR DE TODAS)                  *
001690******************************************************************
001700 2200-TESTAR-FAIXA.
001710     MOVE "S"    TO FRT-ACHOU.
001720     MOVE REGFRT TO W-FAIXA-SALVA.
001730     IF FR-PESO-ATE NOT < FRT-PESO
001740         MOVE "S" TO W-FAIXA-ACHADA
001750         GO TO 2200-EXIT.
001760     PERFORM 2100-LER-FAIXA THRU 2100-EXIT.
001770 2200-EXIT. EXIT.
