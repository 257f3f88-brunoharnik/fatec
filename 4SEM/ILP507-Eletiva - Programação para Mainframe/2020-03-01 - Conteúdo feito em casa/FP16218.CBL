000150* HISTORICO DE ALTERACOES                                         *
000160* DATA       INICIAIS  DESCRICAO                                  *
000170* 2026-09-02 BH        VERSAO INICIAL                             *
000170* 2026-10-15 BH        AFASTAMENTO DE MAIS DE 30 DIAS ENCERRADO   *
000170*                      AGENDA O EXAME DE RETORNO AO TRABALHO      *
000170*                      (ASO000)                                   *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FP16218.
000610 01  W-DATA-INI-INF              PIC 9(08).
000620 01  W-DATA-FIM-INF              PIC 9(08).
000630 01  W-QTDE-LISTADOS             PIC 9(04).
000630 COPY ASOPARM.
000640 PROCEDURE DIVISION.
000650******************************************************************
000660*    0000-MAINLINE                                                *
001300     WRITE REGAFA
001310         INVALID KEY
001320             DISPLAY "AFASTAMENTO JA CADASTRADO NESTA DATA"
001320             CLOSE AFASTA
001320             GO TO ROT-REGISTRAR-EXIT
001330         NOT INVALID KEY
001340             DISPLAY "*** AFASTAMENTO REGISTRADO ***".
001350     CLOSE AFASTA.
001350     PERFORM ROT-AGENDAR-RETORNO THRU ROT-AGENDAR-RETORNO-EXIT.
001360 ROT-REGISTRAR-EXIT. EXIT.
001370******************************************************************
001380*    ROT-ENCERRAR - FECHA UM AFASTAMENTO EM ABERTO                 *
001600     REWRITE REGAFA
001610         INVALID KEY
001620             DISPLAY "ERRO NO ENCERRAMENTO"
001620             CLOSE AFASTA
001620             GO TO ROT-ENCERRAR-EXIT
001630         NOT INVALID KEY
001640             DISPLAY "*** AFASTAMENTO ENCERRADO ***".
001650     CLOSE AFASTA.
001650     PERFORM ROT-AGENDAR-RETORNO THRU ROT-AGENDAR-RETORNO-EXIT.
001660 ROT-ENCERRAR-EXIT. EXIT.
001660******************************************************************
001660*    ROT-AGENDAR-RETORNO - AFASTAMENTO ENCERRADO COM MAIS DE 30   *
001660*    DIAS PEDE EXAME MEDICO DE RETORNO AO TRABALHO (EXAMES)       *
001660******************************************************************
001660 ROT-AGENDAR-RETORNO.
001660     MOVE "R"         TO ASO-ACAO.
001660     MOVE AF-CODFUNC  TO ASO-CODFUNC.
001660     MOVE ZERO        TO ASO-CODCAR.
001660     MOVE AF-DATA-INI TO ASO-DATA-INI.
001660     MOVE AF-DATA-FIM TO ASO-DATA-FIM.
001660     CALL "ASO000" USING ASO-PARAMETROS-AREA.
001660     IF ASO-OK
001660         DISPLAY "EXAME DE RETORNO AO TRABALHO AGENDADO PARA "
001660             ASO-DATA " (FP16230)".
001660 ROT-AGENDAR-RETORNO-EXIT. EXIT.
001670******************************************************************
001680*    ROT-LISTAR - AFASTAMENTOS DE UM FUNCIONARIO                   *
001690******************************************************************
