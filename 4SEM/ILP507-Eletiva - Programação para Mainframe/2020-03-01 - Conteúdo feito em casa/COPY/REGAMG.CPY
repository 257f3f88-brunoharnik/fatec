000010******************************************************************
000020* COPYBOOK   : REGAMG                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DA LISTA DE AMIGOS (AMIGO.DAT / *
000040*              AMIGOTRAB.DAT, CHAVE AMIGO-APELIDO), MANTIDA PELO  *
000050*              AMIGO E PELO AMIGOVCF (IMPORTACAO DE VCARD) E LIDA *
000055*              PELO LGPDREL. A DATA DE NASCIMENTO E               *
000060*              AAAAMMDD E O CELULAR VEM COM O DDI (55 DDD 9       *
000070*              NNNNNNNN).                                         *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-10-15 BH        VERSAO INICIAL (LAYOUT QUE ERA DECLARADO   *
000120*                      DENTRO DO AMIGO)                           *
000120* 2026-10-15 BH        GRAVADO TAMBEM PELO AMIGOVCF (VCARD)       *
000130******************************************************************
000140 01  ENTRADA-GRAVA.
000150     05  AMIGO-NOME              PIC X(20).
000160     05  AMIGO-SOBRENOME         PIC X(20).
000170     05  AMIGO-APELIDO           PIC X(10).
000180     05  AMIGO-NASC              PIC 9(08).
000190     05  AMIGO-NASC-R REDEFINES AMIGO-NASC.
000200         10  AMIGO-NASC-ANO      PIC 9(04).
000210         10  AMIGO-NASC-MES      PIC 9(02).
000220         10  AMIGO-NASC-DIA      PIC 9(02).
000230     05  AMIGO-CELULAR           PIC 9(14).
000240     05  AMIGO-CELULAR-R REDEFINES AMIGO-CELULAR.
000250         10  FILLER              PIC 9(01).
000260         10  CEL-DDI             PIC 9(02).
000270         10  CEL-DDD             PIC 9(02).
000280         10  CEL-NONO            PIC 9(01).
000290         10  CEL-NUMERO          PIC 9(08).
