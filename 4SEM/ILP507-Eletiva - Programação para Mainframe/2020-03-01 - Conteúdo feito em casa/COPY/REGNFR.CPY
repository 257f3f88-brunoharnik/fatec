000010******************************************************************
000020* COPYBOOK   : REGNFR                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO NFERET (RETORNO DA   *
000040*              SEFAZ PARA AS NF-E TRANSMITIDAS A PARTIR DO XML    *
000050*              GERADO PELO CEP065). UMA LINHA POR NOTA, COM A     *
000060*              CHAVE DE ACESSO, O CODIGO DE SITUACAO (CSTAT 100   *
000070*              OU 150 = AUTORIZADA, DEMAIS = REJEICAO), O         *
000080*              PROTOCOLO DE AUTORIZACAO E O MOTIVO. O CEP065      *
000090*              GRAVA O RESULTADO NO CADASTRO NOTAREG.             *
000100*-----------------------------------------------------------------
000110* HISTORICO DE ALTERACOES                                         *
000120* DATA       INICIAIS  DESCRICAO                                  *
000130* 2026-09-14 BH        VERSAO INICIAL                             *
000140******************************************************************
000150 01  REGNFR.
000160     05  NFR-CHAVE               PIC X(44).
000170     05  NFR-CHAVE-R REDEFINES NFR-CHAVE.
000180         10  FILLER              PIC X(25).
000190         10  NFR-NNF             PIC 9(09).
000200         10  FILLER              PIC X(10).
000210     05  NFR-CSTAT               PIC 9(03).
000220         88  NFR-AUTORIZADA      VALUES 100 150.
000230     05  NFR-PROTOCOLO           PIC X(15).
000240     05  NFR-DATA                PIC 9(08).
000250     05  NFR-MOTIVO              PIC X(60).
