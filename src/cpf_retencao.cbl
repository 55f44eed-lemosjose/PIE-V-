       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

      *> Prazo resolvido no PARAMETRO-MASTER (vigencia geral), com a
      *> linha dele para o cabecalho do relatorio.
       01  WS-RETENCAO-MESES         PIC 9(03) VALUE 60.
       COPY "parametro_consulta.cpy".

       01  WS-HOJE                   PIC X(08) VALUE SPACES.
       01  WS-CORTE-ANO              PIC 9(04) COMP-5 VALUE 0.
           GOBACK.

       1000-INICIALIZAR SECTION.
           MOVE "CPF-RETENCAO-MESES" TO PARC-NOME
           MOVE "00"                 TO PARC-EMPRESA
           MOVE 0                    TO PARC-DATA
           MOVE WS-RETENCAO-MESES    TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           MOVE PARC-VALOR TO WS-RETENCAO-MESES

      *> Corte por mes: tudo anterior a (mes corrente - retencao).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE "EXPURGO DE RETENCAO LGPD - CPF-MASTER"
               TO RETOUT-LINHA
           WRITE RETOUT-LINHA
           MOVE "PARAMETROS DA RODADA:" TO RETOUT-LINHA
           WRITE RETOUT-LINHA
           MOVE PARC-LINHA TO RETOUT-LINHA
           WRITE RETOUT-LINHA
           MOVE SPACES TO RETOUT-LINHA
           STRING
               "CORTE: REGISTROS ANTERIORES A " DELIMITED BY SIZE
