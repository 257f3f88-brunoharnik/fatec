000070* HISTORICO DE ALTERACOES                                         *
000080* DATA       INICIAIS  DESCRICAO                                  *
000090* 2026-08-22 BH        VERSAO INICIAL                             *
000090* 2026-09-29 BH        JUROS E MULTA RECEBIDOS NA BAIXA E O       *
000090*                      RESIDUAL DE CADA UM AINDA EM ABERTO (O     *
000090*                      PRINCIPAL CONTINUA SENDO CR-VALOR)         *
000090* 2026-09-30 BH        CR-PAGO "R" - TITULO RENEGOCIADO EM ACORDO *
000090*                      (CEP069), NEM ABERTO NEM RECEBIDO; E       *
000090*                      CR-ACORDO - NUMERO DO ACORDO NO TITULO     *
000090*                      ORIGINAL E NAS PARCELAS NOVAS              *
000100******************************************************************
000110 01  REGCREC.
000120     05  CR-CHAVE.
000240     05  CR-PAGO                 PIC X(01).
000250         88  CR-PAGO-SIM         VALUE "S".
000260         88  CR-PAGO-NAO         VALUE "N".
000260         88  CR-RENEGOCIADO      VALUE "R".
000270     05  CR-DATA-PAGTO.
000280         10  CR-PAG-DIA          PIC 9(02).
000290         10  CR-PAG-MES          PIC 9(02).
000300         10  CR-PAG-ANO          PIC 9(04).
000310     05  CR-JUROS-REC            PIC 9(10)V99.
000320     05  CR-MULTA-REC            PIC 9(10)V99.
000330     05  CR-JUROS-ABERTO         PIC 9(10)V99.
000340     05  CR-MULTA-ABERTO         PIC 9(10)V99.
000350     05  CR-ACORDO               PIC 9(05).
