       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

      *> Limite de variacao diaria em %, CAMBIO-VARIACAO-PCT
      *> resolvido no PARAMETRO-MASTER (vigencia geral), com a linha
      *> dele para o cabecalho do relatorio.
       01  WS-VARIACAO-PCT           PIC 9(03) VALUE 5.
       COPY "parametro_consulta.cpy".

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           GOBACK.

       1000-INICIALIZAR SECTION.
           MOVE "CAMBIO-VARIACAO-PCT" TO PARC-NOME
           MOVE "00"                  TO PARC-EMPRESA
           MOVE 0                     TO PARC-DATA
           MOVE WS-VARIACAO-PCT       TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           MOVE PARC-VALOR TO WS-VARIACAO-PCT

           OPEN INPUT PTAX-FILE
           IF NOT WS-PTAX-OK
           MOVE "CARGA DE TAXAS OFICIAIS DE CAMBIO (PTAX)"
               TO LOADOUT-LINHA
           WRITE LOADOUT-LINHA
           MOVE "PARAMETROS DA RODADA:" TO LOADOUT-LINHA
           WRITE LOADOUT-LINHA
           MOVE PARC-LINHA TO LOADOUT-LINHA
           WRITE LOADOUT-LINHA
           MOVE ALL "-" TO LOADOUT-LINHA
           WRITE LOADOUT-LINHA

