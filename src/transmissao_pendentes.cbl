      *> nao confirmados no TRANSMISSAO-REGISTER: tudo que esta em
      *> GERADO ou ENVIADO sai listado com a idade em dias -- uma
      *> remessa gerada que nunca confirmou aparece aqui antes de
      *> alguem regenera-la no escuro. O que passa de
      *> TRANSMISSAO-ALERTA-DIAS (padrao 2) sem confirmar levanta
      *> tambem um alerta na ALERTA-FILA, um por arquivo e rodada,
      *> ate a confirmacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-DIAS                   PIC S9(05) COMP-5 VALUE 0.
       01  WS-DIAS-D                 PIC 9(05) VALUE 0.
       01  WS-DATA-NUM               PIC 9(08) VALUE 0.
       01  WS-ALERTA-DIAS            PIC 9(05) VALUE 2.
       01  WS-QTD-ALERTAS            PIC 9(07) VALUE ZEROS.

      *> Prazo resolvido no PARAMETRO-MASTER (vigencia geral: o
      *> registro mistura empresas), com a linha dele para o
      *> cabecalho do relatorio.
       COPY "parametro_consulta.cpy".

       COPY "alerta.cpy".

       01  WS-LINHA-DET.
           05  DET-ARQUIVO           PIC X(24).
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO WS-DATA-NUM
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           MOVE "TRANSMISSAO-ALERTA-DIAS" TO PARC-NOME
           MOVE "00"                      TO PARC-EMPRESA
           MOVE 0                         TO PARC-DATA
           MOVE WS-ALERTA-DIAS            TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           MOVE PARC-VALOR TO WS-ALERTA-DIAS

           OPEN INPUT TRANS-REG-FILE
           IF NOT WS-TRS-OK
           MOVE "ARQUIVOS GERADOS E AINDA NAO CONFIRMADOS"
               TO PENDOUT-LINHA
           WRITE PENDOUT-LINHA
           MOVE "PARAMETROS DA RODADA:" TO PENDOUT-LINHA
           WRITE PENDOUT-LINHA
           MOVE PARC-LINHA TO PENDOUT-LINHA
           WRITE PENDOUT-LINHA
           MOVE ALL "-" TO PENDOUT-LINHA
           WRITE PENDOUT-LINHA

           DISPLAY "TRANSMISSAO-PENDENTES: REGISTROS="
               WS-QTD-REGISTROS
               " PENDENTES=" WS-QTD-PENDENTES
               " ALERTAS=" WS-QTD-ALERTAS
           GOBACK.

       2000-LISTAR-PENDENTE SECTION.
               INTO DET-TEXTO
           END-STRING
           MOVE WS-LINHA-DET TO PENDOUT-LINHA
           WRITE PENDOUT-LINHA

           IF WS-DIAS >= WS-ALERTA-DIAS
               MOVE "A"                     TO ALRP-SEVERIDADE
               MOVE "TRANSMISSAO-PENDENTES" TO ALRP-ORIGEM
               MOVE TRS-EMPRESA             TO ALRP-EMPRESA
               MOVE SPACES                  TO ALRP-MENSAGEM
               STRING "ARQUIVO "          DELIMITED BY SIZE
                   FUNCTION TRIM(TRS-ARQUIVO) DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   FUNCTION TRIM(TRS-STATUS) DELIMITED BY SIZE
                   " HA "                 DELIMITED BY SIZE
                   WS-DIAS-D              DELIMITED BY SIZE
                   " DIAS SEM CONFIRMACAO DO BANCO"
                                          DELIMITED BY SIZE
                   INTO ALRP-MENSAGEM
               END-STRING
               CALL "ALERTA" USING ALERTA-PARAMS
               END-CALL
               ADD 1 TO WS-QTD-ALERTAS
           END-IF.
