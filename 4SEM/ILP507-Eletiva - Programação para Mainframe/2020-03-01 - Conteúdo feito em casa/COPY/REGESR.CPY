000010******************************************************************
000020* COPYBOOK   : REGESR                                             *
000030* DESCRICAO  : LAYOUT DO ARQUIVO ESOCRET (RECIBOS DE RETORNO DO   *
000040*              ESOCIAL DEVOLVIDOS PELO TRANSMISSOR, UM POR EVENTO *
000050*              ENVIADO NO ESOCEVT), LIDO PELO FP16229 PARA        *
000060*              BAIXAR O ESOCCTL. ER-SITUACAO "A" ACEITO COM O     *
000070*              NUMERO DO RECIBO; "R" REJEITADO COM O MOTIVO.      *
000080*------------------------------------------------------------------
000090* HISTORICO DE ALTERACOES                                         *
000100* DATA       INICIAIS  DESCRICAO                                  *
000110* 2026-10-15 BH        VERSAO INICIAL                             *
000120******************************************************************
000130 01  REGESR.
000140     05  ER-CODFUNC              PIC 9(06).
000150     05  ER-EVENTO               PIC X(04).
000160     05  ER-REFERENCIA           PIC 9(08).
000170     05  ER-SITUACAO             PIC X(01).
000180         88  ER-ACEITO           VALUE "A".
000190         88  ER-REJEITADO        VALUE "R".
000200     05  ER-RECIBO               PIC X(20).
000210     05  ER-DATA-PROC            PIC 9(08).
000220     05  ER-MOTIVO               PIC X(60).
