000010******************************************************************
000020* COPYBOOK   : CKPPARM                                            *
000030* DESCRICAO  : AREA DE PARAMETROS DA SUB-ROTINA CKP000 (PONTO DE  *
000040*              CONTROLE E REINICIO DOS BATCHES LONGOS). CKP-ACAO: *
000050*              "L" LE O PONTO DO PROGRAMA; CKP-RETORNO VOLTA "S"  *
000060*                  (REINICIAR) SO QUANDO HA EXECUCAO EM ANDAMENTO *
000070*                  NA MESMA DATA E COM O MESMO CKP-PARAMETRO, E   *
000080*                  ENTAO DEVOLVE CHAVE, QUANTIDADES E TOTAIS;     *
000090*              "G" GRAVA O PONTO (SITUACAO EM ANDAMENTO) COM O    *
000100*                  QUE VEIO NA AREA;                              *
000110*              "C" MARCA A EXECUCAO COMO CONCLUIDA.               *
000120*              CKP-DATA ZERO USA A DATA DO SISTEMA (A MESMA       *
000130*              REGRA DO RCT-DATA DA RUNCTL).                      *
000140*------------------------------------------------------------------
000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-10-15 BH        VERSAO INICIAL                             *
000180******************************************************************
000190 01  CKP-PARAMETROS-AREA.
000200     05  CKP-ACAO                PIC X(01).
000210         88  CKP-ACAO-LER        VALUE "L".
000220         88  CKP-ACAO-GRAVAR     VALUE "G".
000230         88  CKP-ACAO-CONCLUIR   VALUE "C".
000240     05  CKP-PROGRAMA            PIC X(08).
000250     05  CKP-DATA                PIC 9(06).
000260     05  CKP-PARAMETRO           PIC X(20).
000270     05  CKP-ULT-CHAVE           PIC X(20).
000280     05  CKP-QTDE-LIDOS          PIC 9(09).
000290     05  CKP-QTDE-SAIDA-1        PIC 9(09).
000300     05  CKP-QTDE-SAIDA-2        PIC 9(09).
000310     05  CKP-TOTAIS              PIC X(4000).
000320     05  CKP-RETORNO             PIC X(01).
000330         88  CKP-REINICIAR       VALUE "S".
000340         88  CKP-OK              VALUE "S".
