
       COPY "func_tabela.cpy".

       01  WS-HORIZONTE              PIC 9(02) VALUE 10.

      *> Horizonte resolvido no PARAMETRO-MASTER (vigencia geral) e a
      *> linha dele para o cabecalho do relatorio.
       COPY "parametro_consulta.cpy".
       01  WS-PARAM-LINHA            PIC X(80) VALUE SPACES.

      *> Projecao por dia util: data de liquidacao e os totais por
      *> origem em centavos.
       01  WS-PROJECAO.
           GOBACK.

       1000-INICIALIZAR SECTION.
           MOVE "CASH-FORECAST-DIAS" TO PARC-NOME
           MOVE "00"                 TO PARC-EMPRESA
           MOVE 0                    TO PARC-DATA
           MOVE WS-HORIZONTE         TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           MOVE PARC-VALOR TO WS-HORIZONTE
           MOVE PARC-LINHA TO WS-PARAM-LINHA
           IF WS-HORIZONTE > 30
               MOVE 30 TO WS-HORIZONTE
           END-IF
           END-IF

           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "CASH-FORECAST: QUADRO INDISPONIVEL, FOLHA "
           END-CALL

           MOVE "L" TO WS-RW-OPERACAO
           MOVE "PARAMETROS DA RODADA:" TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-PARAM-LINHA TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           MOVE "DATA      FOLHA          FORNECEDORES   REMESSAS"
               TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
