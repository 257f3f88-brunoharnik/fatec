000010******************************************************************
000020* COPYBOOK   : REGEXA                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO EXAMES (ASO -        *
000040*              EXAMES MEDICOS OCUPACIONAIS POR FUNCIONARIO). O    *
000050*              EXAME E AGENDADO (EX-DATA-REALIZ ZERADA) E DEPOIS  *
000060*              RECEBE A REALIZACAO E O RESULTADO NO FP16230;      *
000070*              EX-DATA-PROXIMO E O VENCIMENTO DO PROXIMO          *
000080*              PERIODICO PELA REGRA DE RISCO DO CARGO (TABRISCO). *
000090*              O RETORNO AO TRABALHO E AGENDADO PELA ASO000 AO    *
000100*              ENCERRAR NO FP16218 UM AFASTAMENTO DE MAIS DE 30   *
000110*              DIAS (EX-AF-DATA-INI APONTA O AFASTAMENTO); O      *
000120*              DEMISSIONAL E EXIGIDO PELO FP16212.                *
000130*------------------------------------------------------------------
000140* HISTORICO DE ALTERACOES                                         *
000150* DATA       INICIAIS  DESCRICAO                                  *
000160* 2026-10-15 BH        VERSAO INICIAL                             *
000170******************************************************************
000180 01  REGEXA.
000190     05  EX-CHAVE.
000200         10  EX-CODFUNC          PIC 9(06).
000210         10  EX-DATA-AGENDA      PIC 9(08).
000220         10  EX-TIPO             PIC X(01).
000230             88  EX-ADMISSIONAL  VALUE "A".
000240             88  EX-PERIODICO    VALUE "P".
000250             88  EX-RETORNO      VALUE "R".
000260             88  EX-MUDANCA      VALUE "M".
000270             88  EX-DEMISSIONAL  VALUE "D".
000280             88  EX-TIPO-VALIDO  VALUES "A" "P" "R" "M" "D".
000290     05  EX-DATA-REALIZ          PIC 9(08).
000300     05  EX-RESULTADO            PIC X(01).
000310         88  EX-APTO             VALUE "A".
000320         88  EX-INAPTO           VALUE "I".
000330         88  EX-RESULTADO-VALIDO VALUES "A" "I".
000340     05  EX-DATA-PROXIMO         PIC 9(08).
000350     05  EX-MEDICO               PIC X(30).
000360     05  EX-AF-DATA-INI          PIC 9(08).
000370     05  EX-DATA-REGISTRO        PIC 9(08).
