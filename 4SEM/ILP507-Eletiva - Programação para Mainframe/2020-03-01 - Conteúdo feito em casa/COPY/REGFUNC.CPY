000160*                      CADPARCEIRO: DIGITA-SE O CEP E O NUMERO)   *
000170* 2026-08-22 BH        DADOS BANCARIOS (BANCO/AGENCIA/CONTA)      *
000180*                      PARA A REMESSA DE PAGAMENTO DO FP16215     *
000180* 2026-10-15 BH        DATA-AVISO - INICIO DO AVISO PREVIO        *
000180*                      (ZERADA = FORA DE AVISO); O FUNCIONARIO    *
000180*                      EM AVISO FICA FORA DO ADIANTAMENTO DO      *
000180*                      FP16224                                    *
000180* 2026-10-15 BH        FUNC-ANONIMIZADO E DATA-ANONIMIZ - DADOS   *
000180*                      PESSOAIS DO DESLIGADO JA MASCARADOS PELO   *
000180*                      LGPDANON (FIM DA RETENCAO LEGAL); O        *
000180*                      REGISTRO FICA SO COM OS NUMEROS DA FOLHA   *
000190******************************************************************
000200 01  REGFUNC.
000210     05  CODFUNC                 PIC 9(06).
000450         10  AGENCIAFUNC         PIC 9(05).
000460         10  CONTAFUNC           PIC 9(10).
000470         10  DVCONTAFUNC         PIC X(01).
000480     05  DATA-AVISO.
000490         10  DIAAVI              PIC 9(02).
000500         10  MESAVI              PIC 9(02).
000510         10  ANOAVI              PIC 9(02).
000520     05  FUNC-ANONIMIZADO        PIC X(01).
000530         88  FUNC-ANONIMIZADO-SIM VALUE "S".
000540     05  DATA-ANONIMIZ           PIC 9(08).
