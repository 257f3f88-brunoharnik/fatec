000010******************************************************************
000020* COPYBOOK   : REGMVF                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO MOVFUNC              *
000040*              (MOVIMENTACAO DE CARGO/DEPARTAMENTO DO             *
000050*              FUNCIONARIO - PROMOCAO, TRANSFERENCIA OU           *
000060*              RECLASSIFICACAO - COM DATA EFETIVA). GRAVADO PELA  *
000070*              OPCAO 6 DA MANUTENCAO DE FUNCIONARIOS DO FP16203,  *
000080*              QUE ATUALIZA O CODCAR DO CADFUNC; O CARGO VIGENTE  *
000090*              EM UMA DATA E OBTIDO PELA SUB-ROTINA MVF000.       *
000100*              O DEPARTAMENTO E O CODDEPC DO CARGO NA DATA DO     *
000110*              REGISTRO.                                          *
000120*------------------------------------------------------------------
000130* HISTORICO DE ALTERACOES                                         *
000140* DATA       INICIAIS  DESCRICAO                                  *
000150* 2026-10-15 BH        VERSAO INICIAL                             *
000160******************************************************************
000170 01  REGMVF.
000180     05  MV-CHAVE.
000190         10  MV-CODFUNC          PIC 9(06).
000200         10  MV-DATA-EFETIVA     PIC 9(08).
000210         10  MV-SEQ              PIC 9(02).
000220     05  MV-MOTIVO               PIC X(01).
000230         88  MV-PROMOCAO         VALUE "P".
000240         88  MV-TRANSFERENCIA    VALUE "T".
000250         88  MV-RECLASSIFICACAO  VALUE "R".
000260         88  MV-MOTIVO-VALIDO    VALUES "P" "T" "R".
000270     05  MV-CODCAR-ANT           PIC 9(04).
000280     05  MV-CODDEPC-ANT          PIC 9(04).
000290     05  MV-SALARIO-ANT          PIC 9(07)V99.
000300     05  MV-CODCAR-NOVO          PIC 9(04).
000310     05  MV-CODDEPC-NOVO         PIC 9(04).
000320     05  MV-SALARIO-NOVO         PIC 9(07)V99.
000330     05  MV-OPERADOR             PIC X(08).
000340     05  MV-DATA-REGISTRO        PIC 9(08).
