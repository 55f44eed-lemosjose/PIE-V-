       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRE-RETORNO.

      *> Confirmacao e devolucao das remessas internacionais: le o
      *> arquivo de situacao do banco correspondente (referencia do
      *> WIRE-OUT, situacao, valor creditado, tarifas descontadas,
      *> motivo da devolucao e taxa aplicada) e baixa cada remessa no
      *> WIRE-REGISTER -- CR = creditada ao favorecido, DV = devolvida;
      *> qualquer outra situacao (em processamento) so sai no
      *> relatorio e a remessa continua ENVIADO.
      *>
      *> Remessa devolvida e reconvertida para BRL pela taxa da
      *> CAMBIO-FILE na data da devolucao (CAMBIO-CONSULTA; sem taxa
      *> no periodo vale a taxa informada pelo correspondente, com
      *> aviso), e a variacao cambial contra a taxa contratada no
      *> envio fica gravada no registro para o CONTAB-EXPORT.
      *>
      *> No fim, toda remessa ainda ENVIADO alem do prazo de
      *> confirmacao (WIRE-PRAZO-CONFIRMACAO dias uteis, padrao 3,
      *> contados pelo CAL-DIA-UTIL) sai listada para a mesa de
      *> remessas cobrar o correspondente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMACAO-FILE ASSIGN TO "WIRE-CONFIRMACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-FS.
           SELECT WIRE-REG-FILE ASSIGN TO "WIRE-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WREG-REFERENCIA
               FILE STATUS IS WS-WREG-FS.
           SELECT WRET-REPORT-FILE ASSIGN TO "WIRE-RETORNO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Situacao devolvida pelo correspondente. Valores em centavos
      *> da moeda da remessa; taxa em milionesimos de BRL.
       FD  CONFIRMACAO-FILE.
       01  WCF-REC.
           05  WCF-REFERENCIA        PIC X(16).
           05  WCF-STATUS            PIC X(02).
           05  WCF-VALOR-CREDITADO   PIC 9(15).
           05  WCF-TARIFAS           PIC 9(15).
           05  WCF-MOTIVO            PIC X(40).
           05  WCF-TAXA              PIC 9(13).
           05  WCF-DATA              PIC 9(08).

       FD  WIRE-REG-FILE.
       01  WREG-REC.
           05  WREG-REFERENCIA       PIC X(16).
           05  WREG-EMPRESA          PIC X(02).
           05  WREG-DATA-ENVIO       PIC 9(08).
           05  WREG-BENEFICIARIO     PIC X(40).
           05  WREG-IBAN             PIC X(34).
           05  WREG-BIC              PIC X(11).
           05  WREG-MOEDA            PIC X(03).
           05  WREG-VALOR-MOEDA      PIC 9(15).
           05  WREG-TAXA-CONTRATADA  PIC 9(13).
           05  WREG-VALOR-BRL        PIC 9(15).
           05  WREG-STATUS           PIC X(10).
           05  WREG-DATA-STATUS      PIC 9(08).
           05  WREG-VALOR-CREDITADO  PIC 9(15).
           05  WREG-TARIFAS          PIC 9(15).
           05  WREG-MOTIVO           PIC X(40).
           05  WREG-TAXA-BANCO       PIC 9(13).
           05  WREG-TAXA-DEVOLUCAO   PIC 9(13).
           05  WREG-VALOR-DEVOLVIDO  PIC 9(15).
           05  WREG-BRL-DEVOLVIDO    PIC 9(15).
           05  WREG-VARIACAO-CAMBIAL PIC S9(15).

       FD  WRET-REPORT-FILE.
       01  WRETOUT-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONF-FS                PIC X(02) VALUE SPACES.
           88  WS-CONF-OK                       VALUE "00".
       01  WS-WREG-FS                PIC X(02) VALUE SPACES.
           88  WS-WREG-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-TEM-CONFIRMACAO        PIC X(01) VALUE "N".

       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.
      *> Prazo resolvido no PARAMETRO-MASTER (vigencia geral: o
      *> registro mistura empresas), com a linha dele para o
      *> cabecalho do relatorio.
       01  WS-PRAZO-DIAS             PIC 9(03) VALUE 3.
       COPY "parametro_consulta.cpy".
       01  WS-DATA-LIMITE            PIC 9(08) VALUE 0.
       01  WS-D                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-DATA-DEVOLUCAO         PIC 9(08) VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CREDITADAS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DEVOLVIDAS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-EM-ANDAMENTO   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DESCONHECIDAS  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REPETIDAS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DIVERGENTES    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ATRASADAS      PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-TARIFAS          PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-BRL-DEVOLVIDO    PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-VARIACAO         PIC S9(15) VALUE ZEROS.

      *> Reconversao da devolucao: o mesmo valor na moeda, pela taxa
      *> da devolucao e pela taxa contratada no envio.
       01  WS-TAXA-USADA             PIC 9(13) VALUE 0.
       01  WS-BRL-PELA-CONTRATADA    PIC 9(15) VALUE 0.
       01  WS-SOMA-CONFERENCIA       PIC 9(15) VALUE 0.

       01  WS-CAMBIO-PARAMS.
           05  WS-CAM-DATA-REF       PIC 9(08).
           05  WS-CAM-MOEDA          PIC X(03).
           05  WS-CAM-TAXA           PIC 9(13).
           05  WS-CAM-DATA-APLICADA  PIC 9(08).
           05  WS-CAM-STATUS         PIC X(03).

       01  WS-CAL-PARAMS.
           05  WS-CAL-DATA-ENT       PIC 9(08).
           05  WS-CAL-DATA-SAI       PIC 9(08).
           05  WS-CAL-AJUSTADA       PIC X(01).
           05  WS-CAL-STATUS         PIC X(03).

       01  WS-LINHA-DET.
           05  DET-REFERENCIA        PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-MOEDA             PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DET-VALOR             PIC -(14)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-TEXTO             PIC X(61).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL WS-FIM-ARQUIVO
           PERFORM 3000-LISTAR-SEM-CONFIRMACAO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           MOVE "WIRE-PRAZO-CONFIRMACAO" TO PARC-NOME
           MOVE "00"                     TO PARC-EMPRESA
           MOVE 0                        TO PARC-DATA
           MOVE WS-PRAZO-DIAS            TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           MOVE PARC-VALOR TO WS-PRAZO-DIAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-NUM

           OPEN I-O WIRE-REG-FILE
           IF NOT WS-WREG-OK
               DISPLAY "WIRE-RETORNO: WIRE-REGISTER NAO ENCONTRADO "
                   "(STATUS=" WS-WREG-FS "), NADA A BAIXAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT WRET-REPORT-FILE
           MOVE "CONFIRMACAO E DEVOLUCAO DE REMESSAS INTERNACIONAIS"
               TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA
           MOVE "PARAMETROS DA RODADA:" TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA
           MOVE PARC-LINHA TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA
           MOVE ALL "-" TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA

      *> Sem arquivo do correspondente no dia, a rodada ainda lista
      *> as remessas sem confirmacao.
           OPEN INPUT CONFIRMACAO-FILE
           IF NOT WS-CONF-OK
               DISPLAY "WIRE-RETORNO: WIRE-CONFIRMACAO INDISPONIVEL "
                   "(STATUS=" WS-CONF-FS "), SO A LISTA DE PENDENTES"
               MOVE "S" TO WS-EOF
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-TEM-CONFIRMACAO

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ CONFIRMACAO-FILE
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.

       2000-PROCESSAR SECTION.
           IF WCF-REFERENCIA = SPACES
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-LIDOS

           MOVE SPACES TO WS-LINHA-DET
           MOVE WCF-REFERENCIA TO DET-REFERENCIA

           MOVE WCF-REFERENCIA TO WREG-REFERENCIA
           READ WIRE-REG-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-DESCONHECIDAS
                   MOVE "*** REFERENCIA FORA DO WIRE-REGISTER ***"
                       TO DET-TEXTO
                   MOVE WS-LINHA-DET TO WRETOUT-LINHA
                   WRITE WRETOUT-LINHA
                   MOVE 4 TO RETURN-CODE
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
           END-READ

           MOVE WREG-MOEDA       TO DET-MOEDA
           MOVE WREG-VALOR-MOEDA TO DET-VALOR

      *> Remessa ja baixada numa rodada anterior: a linha repetida
      *> do correspondente nao muda nada.
           IF WREG-STATUS NOT = "ENVIADO"
               ADD 1 TO WS-QTD-REPETIDAS
               MOVE SPACES TO DET-TEXTO
               STRING
                   "JA BAIXADA COMO " DELIMITED BY SIZE
                   WREG-STATUS        DELIMITED BY SIZE
                   " - IGNORADA"      DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
               MOVE WS-LINHA-DET TO WRETOUT-LINHA
               WRITE WRETOUT-LINHA
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           EVALUATE WCF-STATUS
               WHEN "CR"
                   PERFORM 2100-BAIXAR-CREDITO
               WHEN "DV"
                   PERFORM 2200-BAIXAR-DEVOLUCAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-EM-ANDAMENTO
                   MOVE SPACES TO DET-TEXTO
                   STRING
                       "SITUACAO " DELIMITED BY SIZE
                       WCF-STATUS  DELIMITED BY SIZE
                       " NO CORRESPONDENTE - SEGUE ENVIADO"
                           DELIMITED BY SIZE
                       INTO DET-TEXTO
                   END-STRING
                   MOVE WS-LINHA-DET TO WRETOUT-LINHA
                   WRITE WRETOUT-LINHA
           END-EVALUATE

           PERFORM 1100-LER-PROXIMO.

       2100-BAIXAR-CREDITO SECTION.
           MOVE "CREDITADO"         TO WREG-STATUS
           PERFORM 2050-DATA-SITUACAO
           MOVE WCF-VALOR-CREDITADO TO WREG-VALOR-CREDITADO
           MOVE WCF-TARIFAS         TO WREG-TARIFAS
           MOVE WCF-TAXA            TO WREG-TAXA-BANCO
           MOVE SPACES              TO WREG-MOTIVO
           REWRITE WREG-REC
           END-REWRITE
           ADD 1 TO WS-QTD-CREDITADAS
           ADD WCF-TARIFAS TO WS-TOTAL-TARIFAS

      *> Creditado mais tarifas tem de fechar com o valor enviado;
      *> diferenca e tarifa nao informada ou credito parcial.
           COMPUTE WS-SOMA-CONFERENCIA =
               WCF-VALOR-CREDITADO + WCF-TARIFAS
           IF WS-SOMA-CONFERENCIA NOT = WREG-VALOR-MOEDA
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE "CREDITADA - *** CREDITO + TARIFAS <> ENVIADO ***"
                   TO DET-TEXTO
           ELSE
               MOVE SPACES TO DET-TEXTO
               MOVE "CREDITADA" TO DET-TEXTO
           END-IF
           MOVE WS-LINHA-DET TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA
           IF WCF-TARIFAS > 0
               MOVE SPACES TO WS-LINHA-DET
               MOVE WREG-MOEDA  TO DET-MOEDA
               MOVE WCF-TARIFAS TO DET-VALOR
               MOVE "  TARIFAS DESCONTADAS PELO CORRESPONDENTE"
                   TO DET-TEXTO
               MOVE WS-LINHA-DET TO WRETOUT-LINHA
               WRITE WRETOUT-LINHA
           END-IF.

       2050-DATA-SITUACAO SECTION.
           IF WCF-DATA IS NUMERIC AND WCF-DATA > 0
               MOVE WCF-DATA TO WREG-DATA-STATUS
           ELSE
               MOVE WS-HOJE-NUM TO WREG-DATA-STATUS
           END-IF.

       2200-BAIXAR-DEVOLUCAO SECTION.
           MOVE "DEVOLVIDO"         TO WREG-STATUS
           PERFORM 2050-DATA-SITUACAO
           MOVE WREG-DATA-STATUS    TO WS-DATA-DEVOLUCAO
           MOVE WCF-TARIFAS         TO WREG-TARIFAS
           MOVE WCF-TAXA            TO WREG-TAXA-BANCO
           MOVE WCF-MOTIVO          TO WREG-MOTIVO
           MOVE 0                   TO WREG-VALOR-CREDITADO
      *> O que voltou na moeda: o valor informado, ou o enviado menos
      *> as tarifas quando o correspondente nao informa.
           IF WCF-VALOR-CREDITADO > 0
               MOVE WCF-VALOR-CREDITADO TO WREG-VALOR-DEVOLVIDO
           ELSE
               IF WCF-TARIFAS < WREG-VALOR-MOEDA
                   COMPUTE WREG-VALOR-DEVOLVIDO =
                       WREG-VALOR-MOEDA - WCF-TARIFAS
               ELSE
                   MOVE 0 TO WREG-VALOR-DEVOLVIDO
               END-IF
           END-IF

      *> Reconversao pela CAMBIO-FILE na data da devolucao.
           MOVE WS-DATA-DEVOLUCAO TO WS-CAM-DATA-REF
           MOVE WREG-MOEDA        TO WS-CAM-MOEDA
           CALL "CAMBIO-CONSULTA" USING WS-CAMBIO-PARAMS
           END-CALL
           IF WS-CAM-STATUS = "OK"
               MOVE WS-CAM-TAXA TO WS-TAXA-USADA
           ELSE
               MOVE WCF-TAXA TO WS-TAXA-USADA
               MOVE SPACES TO WS-LINHA-DET
               MOVE WREG-REFERENCIA TO DET-REFERENCIA
               MOVE "  SEM TAXA NA CAMBIO-FILE - USADA A DO BANCO"
                   TO DET-TEXTO
               MOVE WS-LINHA-DET TO WRETOUT-LINHA
               WRITE WRETOUT-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-TAXA-USADA TO WREG-TAXA-DEVOLUCAO

           COMPUTE WREG-BRL-DEVOLVIDO ROUNDED =
               WREG-VALOR-DEVOLVIDO * WS-TAXA-USADA / 1000000
      *> Variacao cambial: o que voltou em BRL contra o mesmo valor
      *> pela taxa contratada. Sem taxa contratada ou sem taxa de
      *> devolucao nao ha base para apurar.
           IF WREG-TAXA-CONTRATADA > 0 AND WS-TAXA-USADA > 0
               COMPUTE WS-BRL-PELA-CONTRATADA ROUNDED =
                   WREG-VALOR-DEVOLVIDO * WREG-TAXA-CONTRATADA
                       / 1000000
               COMPUTE WREG-VARIACAO-CAMBIAL =
                   WREG-BRL-DEVOLVIDO - WS-BRL-PELA-CONTRATADA
           ELSE
               MOVE 0 TO WREG-VARIACAO-CAMBIAL
           END-IF

           REWRITE WREG-REC
           END-REWRITE
           ADD 1 TO WS-QTD-DEVOLVIDAS
           ADD WREG-BRL-DEVOLVIDO    TO WS-TOTAL-BRL-DEVOLVIDO
           ADD WREG-VARIACAO-CAMBIAL TO WS-TOTAL-VARIACAO

           MOVE SPACES TO WS-LINHA-DET
           MOVE WREG-REFERENCIA TO DET-REFERENCIA
           MOVE WREG-MOEDA      TO DET-MOEDA
           MOVE WREG-VALOR-DEVOLVIDO TO DET-VALOR
           MOVE SPACES TO DET-TEXTO
           STRING
               "DEVOLVIDA - " DELIMITED BY SIZE
               WCF-MOTIVO     DELIMITED BY SIZE
               INTO DET-TEXTO
           END-STRING
           MOVE WS-LINHA-DET TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA
           MOVE SPACES TO WS-LINHA-DET
           MOVE "BRL"              TO DET-MOEDA
           MOVE WREG-BRL-DEVOLVIDO TO DET-VALOR
           MOVE "  RECONVERTIDO EM BRL PELA TAXA DA DEVOLUCAO"
               TO DET-TEXTO
           MOVE WS-LINHA-DET TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA
           MOVE SPACES TO WS-LINHA-DET
           MOVE "BRL"                 TO DET-MOEDA
           MOVE WREG-VARIACAO-CAMBIAL TO DET-VALOR
           MOVE "  VARIACAO CAMBIAL CONTRA A TAXA CONTRATADA"
               TO DET-TEXTO
           MOVE WS-LINHA-DET TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA.

       3000-LISTAR-SEM-CONFIRMACAO SECTION.
      *> Varredura do registro inteiro atras das remessas ENVIADO
      *> alem do prazo de confirmacao.
           MOVE ALL "-" TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA
           MOVE SPACES TO WRETOUT-LINHA
           STRING
               "REMESSAS SEM CONFIRMACAO HA MAIS DE " DELIMITED BY SIZE
               WS-PRAZO-DIAS                          DELIMITED BY SIZE
               " DIAS UTEIS"                          DELIMITED BY SIZE
               INTO WRETOUT-LINHA
           END-STRING
           WRITE WRETOUT-LINHA

           MOVE LOW-VALUES TO WREG-REFERENCIA
           START WIRE-REG-FILE KEY IS >= WREG-REFERENCIA
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ WIRE-REG-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WREG-STATUS = "ENVIADO"
                           PERFORM 3100-CONFERIR-PRAZO
                       END-IF
               END-READ
           END-PERFORM.

       3100-CONFERIR-PRAZO SECTION.
      *> Data limite = envio + N dias uteis, um dia util por vez.
           MOVE WREG-DATA-ENVIO TO WS-DATA-LIMITE
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-PRAZO-DIAS
               COMPUTE WS-CAL-DATA-ENT = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE) + 1)
               CALL "CAL-DIA-UTIL" USING WS-CAL-PARAMS
               END-CALL
               IF WS-CAL-STATUS = "OK"
                   MOVE WS-CAL-DATA-SAI TO WS-DATA-LIMITE
               ELSE
                   MOVE WS-CAL-DATA-ENT TO WS-DATA-LIMITE
               END-IF
           END-PERFORM
           IF WS-HOJE-NUM <= WS-DATA-LIMITE
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-ATRASADAS
           MOVE SPACES TO WS-LINHA-DET
           MOVE WREG-REFERENCIA  TO DET-REFERENCIA
           MOVE WREG-MOEDA       TO DET-MOEDA
           MOVE WREG-VALOR-MOEDA TO DET-VALOR
           STRING
               "ENVIO "          DELIMITED BY SIZE
               WREG-DATA-ENVIO   DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WREG-BENEFICIARIO DELIMITED BY SIZE
               INTO DET-TEXTO
           END-STRING
           MOVE WS-LINHA-DET TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA.

       9000-FINALIZAR SECTION.
           MOVE ALL "-" TO WRETOUT-LINHA
           WRITE WRETOUT-LINHA
           MOVE SPACES TO WRETOUT-LINHA
           STRING
               "LIDAS: "          DELIMITED BY SIZE
               WS-QTD-LIDOS       DELIMITED BY SIZE
               "  CREDITADAS: "   DELIMITED BY SIZE
               WS-QTD-CREDITADAS  DELIMITED BY SIZE
               "  DEVOLVIDAS: "   DELIMITED BY SIZE
               WS-QTD-DEVOLVIDAS  DELIMITED BY SIZE
               "  EM ANDAMENTO: " DELIMITED BY SIZE
               WS-QTD-EM-ANDAMENTO DELIMITED BY SIZE
               INTO WRETOUT-LINHA
           END-STRING
           WRITE WRETOUT-LINHA
           MOVE SPACES TO WRETOUT-LINHA
           STRING
               "DESCONHECIDAS: "  DELIMITED BY SIZE
               WS-QTD-DESCONHECIDAS DELIMITED BY SIZE
               "  REPETIDAS: "    DELIMITED BY SIZE
               WS-QTD-REPETIDAS   DELIMITED BY SIZE
               "  DIVERGENTES: "  DELIMITED BY SIZE
               WS-QTD-DIVERGENTES DELIMITED BY SIZE
               "  SEM CONFIRMACAO: " DELIMITED BY SIZE
               WS-QTD-ATRASADAS   DELIMITED BY SIZE
               INTO WRETOUT-LINHA
           END-STRING
           WRITE WRETOUT-LINHA
           MOVE SPACES TO WRETOUT-LINHA
           STRING
               "DEVOLVIDO EM BRL: " DELIMITED BY SIZE
               WS-TOTAL-BRL-DEVOLVIDO DELIMITED BY SIZE
               "  VARIACAO CAMBIAL: " DELIMITED BY SIZE
               WS-TOTAL-VARIACAO  DELIMITED BY SIZE
               INTO WRETOUT-LINHA
           END-STRING
           WRITE WRETOUT-LINHA

           IF WS-QTD-DIVERGENTES > 0 OR WS-QTD-ATRASADAS > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-TEM-CONFIRMACAO = "S"
               CLOSE CONFIRMACAO-FILE
           END-IF
           CLOSE WIRE-REG-FILE
           CLOSE WRET-REPORT-FILE

           DISPLAY "WIRE-RETORNO: LIDAS=" WS-QTD-LIDOS
               " CREDITADAS=" WS-QTD-CREDITADAS
               " DEVOLVIDAS=" WS-QTD-DEVOLVIDAS
               " SEM-CONFIRMACAO=" WS-QTD-ATRASADAS.
