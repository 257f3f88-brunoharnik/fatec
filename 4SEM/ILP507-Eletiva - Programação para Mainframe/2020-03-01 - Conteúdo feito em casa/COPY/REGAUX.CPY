000010******************************************************************
000020* COPYBOOK   : REGAUX                                             *
000030* DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO FAUDIDX (INDICE DA   *
000040*              TRILHA DE AUDITORIA FAUDIT). CHAVE PRINCIPAL       *
000050*              ARQUIVO + VALOR DA CHAVE + DATA/HORA + SEQUENCIA;  *
000060*              CHAVE ALTERNATIVA OPERADOR + DATA (COM DUPLICATAS).*
000070*              O CORPO E A IMAGEM DO REG-AUDITLOG. GRAVADO PELA   *
000080*              AUX000 A CADA ENTRADA APENSADA NO FAUDIT.          *
000090*-----------------------------------------------------------------*
000100* HISTORICO DE ALTERACOES                                         *
000110* DATA       INICIAIS  DESCRICAO                                  *
000120* 2026-10-15 BH        VERSAO INICIAL                             *
000130******************************************************************
000140 01  REGAUX.
000150     05  AX-CHAVE.
000160         10  AX-ARQUIVO          PIC X(12).
000170         10  AX-CHAVE-REG        PIC X(30).
000180         10  AX-DATA             PIC 9(06).
000190         10  AX-HORA             PIC 9(08).
000200         10  AX-SEQ              PIC 9(04).
000210     05  AX-CHAVE-OPER.
000220         10  AX-OPERADOR         PIC X(08).
000230         10  AX-DATA-OPER        PIC 9(06).
000240     05  AX-REGISTRO             PIC X(233).
