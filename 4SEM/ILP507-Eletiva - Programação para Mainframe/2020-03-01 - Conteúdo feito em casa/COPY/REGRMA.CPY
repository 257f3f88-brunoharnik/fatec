000010******************************************************************
000020* COPYBOOK   : REGRMA                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO RMAGAR (RECLAMACOES  *
000040*              DE GARANTIA - RMA). UMA RECLAMACAO POR UNIDADE     *
000050*              (PRODUTO + SERIE DO SERIAIS), ABERTA DENTRO DO     *
000060*              PRAZO GARANTIA-MESES DO CADPROD CONTADO DA         *
000070*              SER-DATA-SAIDA. O DIAGNOSTICO DA A CAUSA E O       *
000080*              DESFECHO FECHA COM REPARO, TROCA POR OUTRA SERIE   *
000090*              DO ESTOQUE, CREDITO PELA DEVOLUCAO DO CEP037 OU    *
000100*              RECUSA. DEFEITO DE FABRICACAO COM A UNIDADE EM     *
000110*              NOSSO PODER FICA A REPASSAR AO FORNECEDOR PELO     *
000120*              CEP062. MANTIDO PELO CEP087.                       *
000130*-----------------------------------------------------------------*
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-10-15 BH        VERSAO INICIAL                             *
000170******************************************************************
000180 01  REGRMA.
000190     05  RMA-NUMERO              PIC 9(07).
000200     05  RMA-CHAVE-SERIE.
000210         10  RMA-CODPROD         PIC 9(08).
000220         10  RMA-SERIE           PIC X(20).
000230     05  RMA-CODCLI              PIC 9(04).
000240     05  RMA-PEDIDO-VENDA        PIC 9(08).
000250     05  RMA-NOTA                PIC 9(08).
000260     05  RMA-DATA-SAIDA          PIC 9(08).
000270     05  RMA-DATA-ABERTURA       PIC 9(08).
000280     05  RMA-DEFEITO             PIC X(40).
000290     05  RMA-DIAGNOSTICO         PIC X(40).
000300     05  RMA-CAUSA               PIC X(01).
000310         88  RMA-CAUSA-FABRICACAO VALUE "F".
000320         88  RMA-CAUSA-MAU-USO   VALUE "U".
000330         88  RMA-CAUSA-SEM-DEFEITO VALUE "N".
000340     05  RMA-DATA-DIAGNOSTICO    PIC 9(08).
000350     05  RMA-DESFECHO            PIC X(01).
000360         88  RMA-REPARO          VALUE "R".
000370         88  RMA-TROCA           VALUE "T".
000380         88  RMA-CREDITO         VALUE "C".
000390         88  RMA-RECUSADA        VALUE "X".
000400     05  RMA-SERIE-NOVA          PIC X(20).
000410     05  RMA-NUM-DEVVENDA        PIC 9(08).
000420     05  RMA-CUSTO               PIC 9(12)V99.
000430     05  RMA-DATA-CONCLUSAO      PIC 9(08).
000440     05  RMA-CODALM              PIC 9(02).
000450     05  RMA-CODFORN             PIC 9(04).
000460     05  RMA-SIT-FORN            PIC X(01).
000470         88  RMA-FORN-NAO-SE-APLICA VALUE " ".
000480         88  RMA-FORN-A-REPASSAR VALUE "P".
000490         88  RMA-FORN-REPASSADA  VALUE "R".
000500     05  RMA-NUM-DEVCOMP         PIC 9(07).
000510     05  RMA-SITUACAO            PIC X(01).
000520         88  RMA-ABERTA          VALUE "A".
000530         88  RMA-DIAGNOSTICADA   VALUE "D".
000540         88  RMA-CONCLUIDA       VALUE "C".
