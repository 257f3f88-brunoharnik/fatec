000010******************************************************************
000020* COPYBOOK   : REGESO                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO ESOCCTL (CONTROLE    *
000040*              DOS EVENTOS DO ESOCIAL POR FUNCIONARIO, EVENTO E   *
000050*              REFERENCIA). EO-EVENTO E O NUMERO DO EVENTO        *
000060*              ("2200" ADMISSAO, "2205" ALTERACAO CADASTRAL,      *
000070*              "2230" AFASTAMENTO, "2299" DESLIGAMENTO, "1200"    *
000080*              REMUNERACAO, "1210" PAGAMENTOS); EO-REFERENCIA E   *
000090*              ZERO NOS EVENTOS UNICOS DO FUNCIONARIO (2200 E     *
000100*              2299), A DATA DO FATO (INICIO DO AFASTAMENTO, DATA *
000110*              DA ALTERACAO) OU AAAAMM00 NOS EVENTOS DA           *
000120*              COMPETENCIA. EO-DADOS GUARDA O CONTEUDO            *
000130*              ENVIADO, PARA O FP16228 SABER SE HOUVE CORRECAO.   *
000140*              GRAVADO PELO FP16228 E ATUALIZADO PELO RETORNO     *
000150*              (FP16229).                                         *
000160*------------------------------------------------------------------
000170* HISTORICO DE ALTERACOES                                         *
000180* DATA       INICIAIS  DESCRICAO                                  *
000190* 2026-10-15 BH        VERSAO INICIAL                             *
000200******************************************************************
000210 01  REGESO.
000220     05  EO-CHAVE.
000230         10  EO-CODFUNC          PIC 9(06).
000240         10  EO-EVENTO           PIC X(04).
000250         10  EO-REFERENCIA       PIC 9(08).
000260     05  EO-SITUACAO             PIC X(01).
000270         88  EO-ENVIADO          VALUE "E".
000280         88  EO-ACEITO           VALUE "A".
000290         88  EO-REJEITADO        VALUE "R".
000300     05  EO-IND-RETIF            PIC 9(01).
000310         88  EO-ORIGINAL         VALUE 1.
000320         88  EO-RETIFICACAO      VALUE 2.
000330     05  EO-RECIBO               PIC X(20).
000340     05  EO-DADOS                PIC X(120).
000350     05  EO-DADOS-R REDEFINES EO-DADOS.
000360         10  EO-DADOS-VINCULO    PIC X(13).
000370         10  EO-DADOS-CADASTRO   PIC X(105).
000380         10  FILLER              PIC X(02).
000390     05  EO-DATA-ENVIO           PIC 9(08).
000400     05  EO-DATA-RETORNO         PIC 9(08).
000410     05  EO-QTDE-ENVIOS          PIC 9(03).
000420     05  EO-MOTIVO-REJ           PIC X(60).
