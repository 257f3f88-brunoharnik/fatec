000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-09-02 BH        VERSAO INICIAL                             *
000121* 2026-09-24 BH        HIERARQUIA DO PLANO: PLC-TIPO (SINTETICA   *
000122*                      AGRUPA, ANALITICA RECEBE LANCAMENTO),      *
000123*                      PLC-CONTA-PAI (SINTETICA SUPERIOR, ZERO =  *
000124*                      RAIZ) E PLC-GRUPO (ATIVO, PASSIVO, PL,     *
000125*                      RECEITA, DESPESA) PARA O DRE/BALANCO DO    *
000126*                      CTBDRE E O ENCERRAMENTO DO CTBENC, QUE     *
000127*                      ZERA AS CONTAS DE RESULTADO (R/D)          *
000130******************************************************************
000140 01  REGPLC.
000150     05  PLC-CONTA               PIC 9(08).
000170     05  PLC-NATUREZA            PIC X(01).
000180         88  PLC-NAT-DEVEDORA    VALUE "D".
000190         88  PLC-NAT-CREDORA     VALUE "C".
000200     05  PLC-TIPO                PIC X(01).
000210         88  PLC-SINTETICA       VALUE "S".
000220         88  PLC-ANALITICA       VALUES "A" SPACE.
000230     05  PLC-CONTA-PAI           PIC 9(08).
000240     05  PLC-GRUPO               PIC X(01).
000250         88  PLC-GRP-ATIVO       VALUE "A".
000260         88  PLC-GRP-PASSIVO     VALUE "P".
000270         88  PLC-GRP-PL          VALUE "L".
000280         88  PLC-GRP-RECEITA     VALUE "R".
000290         88  PLC-GRP-DESPESA     VALUE "D".
000300         88  PLC-GRP-RESULTADO   VALUES "R" "D".
000310         88  PLC-GRP-PATRIMONIAL VALUES "A" "P" "L".
