000010******************************************************************
000020* PROGRAM-ID : CMP000                                             *
000030* AUTHOR     : BRUNO HARNIK                                       *
000040* INSTALLATION: FATEC - LAB. DE PROGRAMACAO MAINFRAME             *
000050* DATE-WRITTEN: 2026-10-05                                        *
000060* DATE-COMPILED:                                                  *
000070* PURPOSE    : SUB-ROTINA DE PRECO DE CAMPANHA PROMOCIONAL (MOLDE *
000080*              DO JUR000). VARRE AS CAMPANHAS ATIVAS DO CAMPANHA  *
000090*              CUJO PERIODO COBRE CMP-DATA E PROCURA NO CAMPITEM  *
000100*              O ITEM DO PRODUTO OU, NA FALTA DELE, O DA          *
000110*              CATEGORIA (TIPOPROD). APLICA A MAIOR FAIXA DE      *
000120*              QUANTIDADE ATINGIDA E, NO TIPO "D", O PERCENTUAL   *
000130*              SOBRE O PRECO DA TABPRECO INFORMADO PELO CHAMADOR  *
000140*              (SEM PRECO DE TABELA A CAMPANHA "D" NAO SE         *
000150*              APLICA). ENTRE VARIAS CAMPANHAS VALE O MENOR       *
000160*              PRECO. USADA NA SUGESTAO DE PRECO DO CEP012,       *
000170*              CEP036, CEP063 E CEP072, DEPOIS DO ACORDO DO       *
000180*              CLIENTE (PRECLI) E NO LUGAR DA TABPRECO.           *
000190*------------------------------------------------------------------
000200* HISTORICO DE ALTERACOES                                         *
000210* DATA       INICIAIS  DESCRICAO                                  *
000220* 2026-10-05 BH        VERSAO INICIAL                             *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CMP000.
000260 AUTHOR. BRUNO HARNIK.
000270 INSTALLATION. FATEC.
000280 DATE-WRITTEN. 2026-10-05.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CAMPANHA ASSIGN TO "CAMPANHA"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CP-CODIGO
000400         FILE STATUS IS CMP-STATUS.
000410     SELECT CAMPITEM ASSIGN TO "CAMPITEM"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CI-CHAVE
000450         FILE STATUS IS CPI-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CAMPANHA
000490     LABEL RECORDS ARE STANDARD.
000500     COPY REGCMP.
000510 FD  CAMPITEM
000520     LABEL RECORDS ARE STANDARD.
000530     COPY REGCPI.
000540 WORKING-STORAGE SECTION.
000550 01  CMP-STATUS                  PIC X(02).
000560 01  CPI-STATUS                  PIC X(02).
000570 01  W-EOF                       PIC X(01).
000580     88  W-EOF-SIM               VALUE "S".
000590 01  W-ITEM-ACHADO               PIC X(01).
000600     88  W-ITEM-ACHADO-SIM       VALUE "S".
000610 01  W-INI-NUM                   PIC 9(08).
000620 01  W-FIM-NUM                   PIC 9(08).
000630 01  W-FX                        PIC 9(01) COMP.
000640 01  W-FX-MAIOR                  PIC 9(07).
000650 01  W-VALOR                     PIC 9(12)V99.
000660 01  W-PRECO                     PIC 9(12)V99.
000670 LINKAGE SECTION.
000680 COPY CMPPARM.
000690 PROCEDURE DIVISION USING CMP-PARAMETROS-AREA.
000700******************************************************************
000710*    0000-MAINLINE                                                *
000720******************************************************************
000730 0000-MAINLINE.
000740     MOVE "N"    TO CMP-ACHOU.
000750     MOVE ZERO   TO CMP-CODCAMP CMP-PRECO.
000760     MOVE SPACES TO CMP-DESCRICAO.
000770     OPEN INPUT CAMPANHA.
000780     IF CMP-STATUS NOT = "00"
000790         GOBACK.
000800     OPEN INPUT CAMPITEM.
000810     IF CPI-STATUS NOT = "00"
000820         CLOSE CAMPANHA
000830         GOBACK.
000840     MOVE "N" TO W-EOF.
000850     MOVE LOW-VALUES TO CP-CODIGO.
000860     START CAMPANHA KEY IS NOT LESS THAN CP-CODIGO
000870         INVALID KEY MOVE "S" TO W-EOF.
000880     IF NOT W-EOF-SIM
000890         PERFORM 1100-LER-CAMPANHA THRU 1100-EXIT.
000900     PERFORM 2000-TESTAR-CAMPANHA THRU 2000-EXIT
000910         UNTIL W-EOF-SIM.
000920     CLOSE CAMPITEM.
000930     CLOSE CAMPANHA.
000940     GOBACK.
000950 1100-LER-CAMPANHA.
000960     READ CAMPANHA NEXT RECORD
000970         AT END MOVE "S" TO W-EOF.
000980 1100-EXIT. EXIT.
000990******************************************************************
001000*    2000-TESTAR-CAMPANHA - CAMPANHA ATIVA NA DATA: PROCURA O     *
001010*    ITEM DO PRODUTO E, NAO HAVENDO, O DA CATEGORIA               *
001020******************************************************************
001030 2000-TESTAR-CAMPANHA.
001040     IF NOT CAMPANHA-ATIVA
001050         GO TO 2000-LER.
001060     COMPUTE W-INI-NUM = (CP-INI-ANO * 10000)
001070         + (CP-INI-MES * 100) + CP-INI-DIA.
001080     COMPUTE W-FIM-NUM = (CP-FIM-ANO * 10000)
001090         + (CP-FIM-MES * 100) + CP-FIM-DIA.
001100     IF CMP-DATA < W-INI-NUM OR CMP-DATA > W-FIM-NUM
001110         GO TO 2000-LER.
001120     MOVE "S" TO W-ITEM-ACHADO.
001130     MOVE CP-CODIGO   TO CI-CODCAMP.
001140     MOVE CMP-CODPROD TO CI-CODPROD.
001150     MOVE SPACES      TO CI-TIPOPROD.
001160     READ CAMPITEM
001170         INVALID KEY MOVE "N" TO W-ITEM-ACHADO.
001180     IF NOT W-ITEM-ACHADO-SIM AND CMP-TIPOPROD NOT = SPACES
001190         MOVE "S" TO W-ITEM-ACHADO
001200         MOVE CP-CODIGO    TO CI-CODCAMP
001210         MOVE ZERO         TO CI-CODPROD
001220         MOVE CMP-TIPOPROD TO CI-TIPOPROD
001230         READ CAMPITEM
001240             INVALID KEY MOVE "N" TO W-ITEM-ACHADO
001250         END-READ.
001260     IF NOT W-ITEM-ACHADO-SIM
001270         GO TO 2000-LER.
001280     PERFORM 3000-CALCULAR-PRECO THRU 3000-EXIT.
001290     IF W-PRECO = ZERO
001300         GO TO 2000-LER.
001310     IF CMP-ACHOU-SIM AND W-PRECO NOT < CMP-PRECO
001320         GO TO 2000-LER.
001330     MOVE "S"          TO CMP-ACHOU.
001340     MOVE W-PRECO      TO CMP-PRECO.
001350     MOVE CP-CODIGO    TO CMP-CODCAMP.
001360     MOVE CP-DESCRICAO TO CMP-DESCRICAO.
001370 2000-LER.
001380     PERFORM 1100-LER-CAMPANHA THRU 1100-EXIT.
001390 2000-EXIT. EXIT.
001400******************************************************************
001410*    3000-CALCULAR-PRECO - VALOR BASE DO ITEM OU O DA MAIOR FAIXA *
001420*    ATINGIDA PELA QUANTIDADE; NO TIPO "D" O VALOR E O PERCENTUAL *
001430*    DE DESCONTO SOBRE O PRECO DE TABELA                          *
001440******************************************************************
001450 3000-CALCULAR-PRECO.
001460     MOVE ZERO     TO W-PRECO.
001470     MOVE CI-VALOR TO W-VALOR.
001480     MOVE ZERO     TO W-FX-MAIOR.
001490     PERFORM 3100-TESTAR-FAIXA THRU 3100-EXIT
001500         VARYING W-FX FROM 1 BY 1
001510         UNTIL W-FX > 3.
001520     IF CI-PERCENTUAL
001530         IF CMP-PRECO-TABELA = ZERO OR W-VALOR > 100
001540             GO TO 3000-EXIT
001550         END-IF
001560         COMPUTE W-PRECO ROUNDED =
001570             CMP-PRECO-TABELA * (100 - W-VALOR) / 100
001580     ELSE
001590         MOVE W-VALOR TO W-PRECO.
001600 3000-EXIT. EXIT.
001610 3100-TESTAR-FAIXA.
001620     IF CI-FX-QTDE (W-FX) = ZERO
001630         GO TO 3100-EXIT.
001640     IF CI-FX-QTDE (W-FX) > CMP-QTDE
001650         GO TO 3100-EXIT.
001660     IF CI-FX-QTDE (W-FX) > W-FX-MAIOR
001670         MOVE CI-FX-QTDE (W-FX)  TO W-FX-MAIOR
001680         MOVE CI-FX-VALOR (W-FX) TO W-VALOR.
001690 3100-EXIT. EXIT.
