      *> NIGHTLY-RUN-HIST, inspeciona e limpa o checkpoint
      *> NIGHTLY-BATCH-CKPT para uma retomada controlada, e consulta
      *> o PERIODO-CONTROLE por competencia e processo -- o plantao
      *> para de ler arquivo com cat e editar checkpoint na mao. Lista
      *> tambem os alertas ainda abertos na ALERTA-FILA e registra a
      *> ciencia do supervisor em cada um. Toda acao do console fica
      *> no OPS-CONSOLE-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-PER-FS.
           SELECT ALERTA-FILA-FILE ASSIGN TO "ALERTA-FILA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFL-CHAVE
               FILE STATUS IS WS-AFL-FS.
           SELECT CONSOLE-LOG-FILE ASSIGN TO "OPS-CONSOLE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
           05  PER-DATA-FECH         PIC X(14).
           05  PER-REABERTURAS       PIC 9(03).

       FD  ALERTA-FILA-FILE.
       01  AFL-REC.
           05  AFL-CHAVE.
               10  AFL-TIMESTAMP     PIC X(16).
               10  AFL-SEQ           PIC 9(04).
           05  AFL-SEVERIDADE        PIC X(01).
           05  AFL-ORIGEM            PIC X(24).
           05  AFL-EMPRESA           PIC X(02).
           05  AFL-MENSAGEM          PIC X(80).
           05  AFL-SITUACAO          PIC X(10).
           05  AFL-DESPACHO          PIC X(01).
           05  AFL-DESPACHO-TS       PIC X(14).
           05  AFL-CIENTE-POR        PIC X(10).
           05  AFL-CIENTE-TS         PIC X(14).

       FD  CONSOLE-LOG-FILE.
       01  CONLOG-REC.
           05  CONLOG-TIMESTAMP      PIC X(14).
           88  WS-CKPT-OK                       VALUE "00".
       01  WS-PER-FS                 PIC X(02) VALUE SPACES.
           88  WS-PER-OK                        VALUE "00".
       01  WS-AFL-FS                 PIC X(02) VALUE SPACES.
           88  WS-AFL-OK                        VALUE "00".
       01  WS-LOG-FS                 PIC X(02) VALUE SPACES.
           88  WS-LOG-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
       01  WS-ACAO                   PIC X(30) VALUE SPACES.
       01  WS-DATA-CORRENTE          PIC X(08) VALUE SPACES.
       01  WS-QTD-LINHAS             PIC 9(05) VALUE ZEROS.
       01  WS-ALERTA-ID              PIC X(20) VALUE SPACES.

       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "  2 - MOSTRAR CHECKPOINT"
           DISPLAY "  3 - LIMPAR CHECKPOINT (RETOMADA DO ZERO)"
           DISPLAY "  4 - SITUACAO DO PERIODO-CONTROLE"
           DISPLAY "  5 - ALERTAS ABERTOS"
           DISPLAY "  6 - DAR CIENCIA EM ALERTA"
           DISPLAY "  X - SAIR"
           DISPLAY "OPCAO: "
           ACCEPT WS-OPCAO
                   PERFORM 4000-LIMPAR-CHECKPOINT
               WHEN "4"
                   PERFORM 5000-MOSTRAR-PERIODOS
               WHEN "5"
                   PERFORM 6000-MOSTRAR-ALERTAS
               WHEN "6"
                   PERFORM 7000-DAR-CIENCIA
               WHEN "X"
               WHEN "x"
                   MOVE "S" TO WS-SAIR
           MOVE "N" TO WS-EOF
           DISPLAY "  (" WS-QTD-LINHAS " PERIODO(S))".

       6000-MOSTRAR-ALERTAS SECTION.
      *> Alertas ainda sem ciencia, do mais antigo ao mais novo; o ID
      *> mostrado e o que a opcao 6 pede.
           MOVE "CONSULTA DE ALERTAS" TO WS-ACAO
           PERFORM 9000-REGISTRAR-LOG

           OPEN INPUT ALERTA-FILA-FILE
           IF NOT WS-AFL-OK
               DISPLAY "ALERTA-FILA NAO ENCONTRADA"
               EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO AFL-CHAVE
           START ALERTA-FILA-FILE KEY NOT < AFL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           MOVE 0 TO WS-QTD-LINHAS
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ ALERTA-FILA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF AFL-SITUACAO = "ABERTO"
                           ADD 1 TO WS-QTD-LINHAS
                           DISPLAY "  " AFL-CHAVE
                               " " AFL-SEVERIDADE
                               " " AFL-ORIGEM
                               " " AFL-EMPRESA
                               " DESPACHADO=" AFL-DESPACHO
                           DISPLAY "      "
                               FUNCTION TRIM(AFL-MENSAGEM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERTA-FILA-FILE
           MOVE "N" TO WS-EOF
           DISPLAY "  (" WS-QTD-LINHAS " ALERTA(S) ABERTO(S))".

       7000-DAR-CIENCIA SECTION.
           DISPLAY "ID DO ALERTA: "
           ACCEPT WS-ALERTA-ID

           OPEN I-O ALERTA-FILA-FILE
           IF NOT WS-AFL-OK
               DISPLAY "ALERTA-FILA NAO ENCONTRADA"
               EXIT SECTION
           END-IF

           MOVE WS-ALERTA-ID TO AFL-CHAVE
           READ ALERTA-FILA-FILE
               INVALID KEY
                   DISPLAY "ALERTA NAO ENCONTRADO"
                   CLOSE ALERTA-FILA-FILE
                   EXIT SECTION
           END-READ

           IF AFL-SITUACAO NOT = "ABERTO"
               DISPLAY "ALERTA JA COM CIENCIA DE " AFL-CIENTE-POR
                   " EM " AFL-CIENTE-TS
               CLOSE ALERTA-FILA-FILE
               EXIT SECTION
           END-IF

      *> Ciencia e da empresa do alerta: o supervisor com lista de
      *> empresas nao da ciencia em alerta de empresa alheia.
           MOVE AFL-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "CIENCIA RECUSADA: SUPERVISOR SEM AUTORIZACAO "
                   "NA EMPRESA " AFL-EMPRESA
                   " (STATUS=" WS-SIGNON-STATUS ")"
               CLOSE ALERTA-FILA-FILE
               EXIT SECTION
           END-IF

           DISPLAY "  " AFL-SEVERIDADE " " FUNCTION TRIM(AFL-ORIGEM)
               " " AFL-EMPRESA ": " FUNCTION TRIM(AFL-MENSAGEM)
           DISPLAY "CONFIRMA A CIENCIA? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "CIENCIA CANCELADA"
               CLOSE ALERTA-FILA-FILE
               EXIT SECTION
           END-IF

           MOVE "CIENTE"       TO AFL-SITUACAO
           MOVE WS-SUPERVISOR  TO AFL-CIENTE-POR
           MOVE FUNCTION CURRENT-DATE(1:14) TO AFL-CIENTE-TS
           REWRITE AFL-REC
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR A CIENCIA (STATUS="
                       WS-AFL-FS ")"
                   CLOSE ALERTA-FILA-FILE
                   EXIT SECTION
           END-REWRITE
           CLOSE ALERTA-FILA-FILE

           MOVE SPACES TO WS-ACAO
           STRING "CIENCIA " WS-ALERTA-ID DELIMITED BY SIZE
               INTO WS-ACAO
           END-STRING
           PERFORM 9000-REGISTRAR-LOG
           DISPLAY "CIENCIA REGISTRADA".

       9000-REGISTRAR-LOG SECTION.
           OPEN EXTEND CONSOLE-LOG-FILE
           IF NOT WS-LOG-OK
