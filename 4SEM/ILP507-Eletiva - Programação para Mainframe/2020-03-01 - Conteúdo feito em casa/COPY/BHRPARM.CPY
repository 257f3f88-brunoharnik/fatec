000010******************************************************************
000020* COPYBOOK   : BHRPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA BHR000 (BANCO DE  *
000040*              HORAS). BHR-ACAO:                                  *
000050*              "G" GRAVA NO BANCOHR O MOVIMENTO BHR-TIPO/BHR-PERC *
000060*                  DA COMPETENCIA COM BHR-HORAS E BHR-VALOR       *
000070*                  (REGRAVA SE JA EXISTE; HORAS ZERO EXCLUI);     *
000080*              "V" HORAS VENCIDAS A PAGAR NA FOLHA DA COMPETENCIA *
000090*                  (CREDITOS SEM COMPENSACAO HA BHR-MESES OU MAIS,*
000100*                  OU TODO O SALDO NO MES DO ENCERRAMENTO DA      *
000110*                  ADESAO) EM BHR-VENC-50/BHR-VENC-100. RETORNO   *
000120*                  "S" SO SE O FUNCIONARIO ESTA ADERIDO NA        *
000130*                  COMPETENCIA;                                   *
000140*              "S" SALDO ATE A COMPETENCIA (BHR-SALDO, COM SINAL) *
000150*                  E POR PERCENTUAL, MAIS O MOVIMENTO DO MES;     *
000160*              "T" SALDO A ACERTAR NA RESCISAO (IGNORA O QUE JA   *
000170*                  FOI GRAVADO COMO "R"/"N", PARA O RECALCULO).   *
000180*------------------------------------------------------------------
000190* HISTORICO DE ALTERACOES                                         *
000200* DATA       INICIAIS  DESCRICAO                                  *
000210* 2026-10-15 BH        VERSAO INICIAL                             *
000220******************************************************************
000230 01  BHR-PARAMETROS-AREA.
000240     05  BHR-ACAO                PIC X(01).
000250     05  BHR-CODFUNC             PIC 9(06).
000260     05  BHR-COMP-ANO            PIC 9(04).
000270     05  BHR-COMP-MES            PIC 9(02).
000280     05  BHR-TIPO                PIC X(01).
000290     05  BHR-PERC                PIC 9(03).
000300     05  BHR-HORAS               PIC 9(04)V99.
000310     05  BHR-VALOR               PIC 9(09)V99.
000320     05  BHR-MESES               PIC 9(02).
000330     05  BHR-SALDO               PIC S9(05)V99.
000340     05  BHR-SALDO-50            PIC 9(05)V99.
000350     05  BHR-SALDO-100           PIC 9(05)V99.
000360     05  BHR-VENC-50             PIC 9(05)V99.
000370     05  BHR-VENC-100            PIC 9(05)V99.
000380     05  BHR-MES-CREDITO         PIC 9(05)V99.
000390     05  BHR-MES-FOLGA           PIC 9(05)V99.
000400     05  BHR-MES-PAGO            PIC 9(05)V99.
000410     05  BHR-MES-DESCONTO        PIC 9(05)V99.
000420     05  BHR-RETORNO             PIC X(01).
000430         88  BHR-OK              VALUE "S".
