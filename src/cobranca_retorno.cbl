      *> taxas configuraveis do contas a pagar (BOLETO-MULTA-PCT e
      *> BOLETO-JUROS-MES-PCT). Divergencia sai destacada no
      *> relatorio em vez de sumir no caixa.
      *>
      *> Recebivel em PROTESTO que o banco liquida fica com a
      *> situacao de protesto "X" (cancelamento pendente): a
      *> instrucao de cancelamento ao cartorio/bureau sai na proxima
      *> rodada do RECEB-PROTESTO.
      *>
      *> Boleto hibrido: o mesmo titulo pode voltar pago pelas barras
      *> (canal "B") ou pelo QR PIX (canal "P"); pelo PIX o banco pode
      *> devolver so o txid ("BOLETO" + nosso-numero + DV), e o
      *> recebivel e achado por ele. O que liquida primeiro baixa; o
      *> segundo pagamento do mesmo titulo por outro canal nao baixa
      *> de novo -- sai como PAGO EM DUPLICIDADE para devolucao (RC 4).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RETIN-NOSSO-NUM       PIC 9(08).
           05  RETIN-VALOR-PAGO      PIC 9(15).
           05  RETIN-DATA-PAGO       PIC 9(08).
           05  RETIN-CANAL           PIC X(01).
           05  RETIN-TXID            PIC X(25).

       FD  RECEB-FILE.
       01  RCB-REC.
           05  RCB-STATUS            PIC X(10).
           05  RCB-VALOR-PAGO        PIC 9(15).
           05  RCB-DATA-PAGO         PIC 9(08).
           05  RCB-PAGADOR-TIPO      PIC X(01).
           05  RCB-PAGADOR-DOC       PIC 9(14).
           05  RCB-DATA-SEGVIA       PIC 9(08).
           05  RCB-PROTESTO-DESTINO  PIC X(01).
           05  RCB-DATA-PROTESTO     PIC 9(08).
           05  RCB-PROTESTO-SIT      PIC X(01).
           05  RCB-PIX-TXID          PIC X(25).
           05  RCB-CANAL-PAGO        PIC X(01).

       FD  RETORNO-REPORT-FILE.
       01  RETOUT-LINHA              PIC X(80).

      *> Taxas de atraso em centesimos de por cento, as mesmas do
      *> contas a pagar.
       01  WS-MULTA-PCT              PIC 9(05) VALUE 200.
       01  WS-JUROS-MES-PCT          PIC 9(05) VALUE 100.

      *> Parametros da rodada resolvidos no PARAMETRO-MASTER, com a
      *> linha de cada um para o cabecalho do relatorio. O retorno
      *> do banco mistura empresas: vale a vigencia geral.
       COPY "parametro_consulta.cpy".
       01  WS-PARAM-TAB.
           05  WS-PARAM-QTD          PIC 9(02) COMP-5 VALUE 0.
           05  WS-PARAM-LINHA OCCURS 6 TIMES PIC X(80).
       01  WS-PARAM-IDX              PIC 9(02) COMP-5 VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-LIQUIDADOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DIVERGENTES    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NAO-CONSTA     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-JA-PAGOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CANC-PROTESTO  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-VIA-PIX        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DUPLICIDADE    PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-RECEBIDO     PIC S9(15) VALUE ZEROS.
       01  WS-CANAL                  PIC X(01) VALUE "B".
       01  WS-NOSSO-BUSCA            PIC 9(08) VALUE 0.

       01  WS-VENC-INT               PIC 9(08) COMP-5 VALUE 0.
       01  WS-PAGO-INT               PIC 9(08) COMP-5 VALUE 0.
           GOBACK.

       1000-INICIALIZAR SECTION.
           PERFORM 1050-RESOLVER-PARAMETROS

           OPEN INPUT RETORNO-FILE
           IF NOT WS-RET-OK
           MOVE "RETORNO DE COBRANCA - BOLETOS EMITIDOS"
               TO RETOUT-LINHA
           WRITE RETOUT-LINHA
           MOVE "PARAMETROS DA RODADA:" TO RETOUT-LINHA
           WRITE RETOUT-LINHA
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
               UNTIL WS-PARAM-IDX > WS-PARAM-QTD
               MOVE WS-PARAM-LINHA(WS-PARAM-IDX) TO RETOUT-LINHA
               WRITE RETOUT-LINHA
           END-PERFORM
           MOVE ALL "-" TO RETOUT-LINHA
           WRITE RETOUT-LINHA

           PERFORM 1100-LER-PROXIMO.

       1050-RESOLVER-PARAMETROS SECTION.
           MOVE 0 TO WS-PARAM-QTD

           MOVE "BOLETO-MULTA-PCT" TO PARC-NOME
           MOVE WS-MULTA-PCT       TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR         TO WS-MULTA-PCT

           MOVE "BOLETO-JUROS-MES-PCT" TO PARC-NOME
           MOVE WS-JUROS-MES-PCT       TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR             TO WS-JUROS-MES-PCT.

       1060-CONSULTAR-PARAMETRO SECTION.
           MOVE "00" TO PARC-EMPRESA
           MOVE 0    TO PARC-DATA
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           IF WS-PARAM-QTD < 6
               ADD 1 TO WS-PARAM-QTD
               MOVE PARC-LINHA TO WS-PARAM-LINHA(WS-PARAM-QTD)
           END-IF.

       1100-LER-PROXIMO SECTION.
           READ RETORNO-FILE
               AT END
           END-READ.

       2000-PROCESSAR SECTION.
      *> Canal em branco e retorno antigo: boleto.
           IF RETIN-CANAL = "P"
               MOVE "P" TO WS-CANAL
           ELSE
               MOVE "B" TO WS-CANAL
           END-IF
           MOVE 0 TO WS-NOSSO-BUSCA
           IF RETIN-NOSSO-NUM IS NUMERIC
               MOVE RETIN-NOSSO-NUM TO WS-NOSSO-BUSCA
           END-IF
           IF WS-NOSSO-BUSCA = 0 AND RETIN-TXID(1:6) = "BOLETO"
                   AND RETIN-TXID(7:8) IS NUMERIC
               MOVE RETIN-TXID(7:8) TO WS-NOSSO-BUSCA
           END-IF

           MOVE SPACES TO WS-LINHA-DET
           MOVE WS-NOSSO-BUSCA   TO DET-NOSSO-NUM
           MOVE RETIN-VALOR-PAGO TO DET-PAGO

           MOVE WS-NOSSO-BUSCA TO RCB-NOSSO-NUM
           READ RECEB-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-NAO-CONSTA
                   EXIT SECTION
           END-READ

      *> Ja liquidado pelo outro canal: o pagador pagou duas vezes.
           IF RCB-STATUS = "LIQUIDADO"
                   AND RCB-CANAL-PAGO NOT = SPACE
                   AND RCB-CANAL-PAGO NOT = WS-CANAL
               ADD 1 TO WS-QTD-DUPLICIDADE
               MOVE 4 TO RETURN-CODE
               MOVE "PAGO EM DUPLICIDADE (BOLETO E PIX) - DEVOLVER"
                   TO DET-TEXTO
               PERFORM 2900-GRAVAR-LINHA
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           IF RCB-STATUS = "LIQUIDADO"
               ADD 1 TO WS-QTD-JA-PAGOS
               MOVE "JA ESTAVA LIQUIDADO - REVISAR" TO DET-TEXTO

           PERFORM 2100-CONFERIR-VALOR

           IF RCB-STATUS = "PROTESTO"
               MOVE "X" TO RCB-PROTESTO-SIT
               ADD 1 TO WS-QTD-CANC-PROTESTO
               MOVE "LIQUIDADO EM PROTESTO - CANCELAR PROTESTO"
                   TO DET-TEXTO
           END-IF

           MOVE "LIQUIDADO"      TO RCB-STATUS
           MOVE RETIN-VALOR-PAGO TO RCB-VALOR-PAGO
           MOVE RETIN-DATA-PAGO  TO RCB-DATA-PAGO
           MOVE WS-CANAL         TO RCB-CANAL-PAGO
           REWRITE RCB-REC
           END-REWRITE
           IF WS-CANAL = "P"
               ADD 1 TO WS-QTD-VIA-PIX
           END-IF

           ADD 1 TO WS-QTD-LIQUIDADOS
           ADD RETIN-VALOR-PAGO TO WS-TOTAL-RECEBIDO
               INTO RETOUT-LINHA
           END-STRING
           WRITE RETOUT-LINHA
           MOVE SPACES TO RETOUT-LINHA
           STRING
               "LIQUIDADOS VIA PIX: "  DELIMITED BY SIZE
               WS-QTD-VIA-PIX          DELIMITED BY SIZE
               "  PAGOS EM DUPLICIDADE: " DELIMITED BY SIZE
               WS-QTD-DUPLICIDADE      DELIMITED BY SIZE
               INTO RETOUT-LINHA
           END-STRING
           WRITE RETOUT-LINHA
           IF WS-QTD-CANC-PROTESTO > 0
               MOVE SPACES TO RETOUT-LINHA
               STRING
                   "PROTESTOS A CANCELAR: " DELIMITED BY SIZE
                   WS-QTD-CANC-PROTESTO     DELIMITED BY SIZE
                   INTO RETOUT-LINHA
               END-STRING
               WRITE RETOUT-LINHA
           END-IF

           CLOSE RETORNO-FILE
           CLOSE RECEB-FILE
           DISPLAY "COBRANCA-RETORNO: RETORNOS=" WS-QTD-LIDOS
               " LIQUIDADOS=" WS-QTD-LIQUIDADOS
               " DIVERGENTES=" WS-QTD-DIVERGENTES
               " RECEBIDO=" WS-TOTAL-RECEBIDO
               " PROTESTOS-A-CANCELAR=" WS-QTD-CANC-PROTESTO
               " VIA-PIX=" WS-QTD-VIA-PIX
               " DUPLICIDADE=" WS-QTD-DUPLICIDADE.
