       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA.

      *> Fila de alertas operacionais: estagio da janela que falha,
      *> trailer da folha que nao bate, remessa que nao confirma,
      *> estoque de formulario de cheque acabando -- ate aqui o unico
      *> sinal era um DISPLAY no log que ninguem le antes de manha.
      *> Compartilhado via CALL como o CTRL-TOTAL; contrato em
      *> alerta.cpy. Cada chamada grava um registro ABERTO na
      *> ALERTA-FILA (chave = instante da gravacao + sequencia, para
      *> dois alertas no mesmo centesimo nao colidirem), que o
      *> ALERTA-DESPACHO encaminha ao plantao e o OPS-CONSOLE lista
      *> ate alguem dar ciencia.
      *>
      *> O alerta sai tambem no log do job, gravando ou nao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILA-FILE ASSIGN TO "ALERTA-FILA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFL-CHAVE
               FILE STATUS IS WS-AFL-FS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-AFL-FS                 PIC X(02) VALUE SPACES.
           88  WS-AFL-OK                        VALUE "00".
       01  WS-GRAVOU                 PIC X(01) VALUE "N".

       LINKAGE SECTION.
       COPY "alerta.cpy".

       PROCEDURE DIVISION USING ALERTA-PARAMS.
       0000-MAINLINE SECTION.
           MOVE "OK" TO ALRP-STATUS

           DISPLAY "ALERTA " ALRP-SEVERIDADE " "
               FUNCTION TRIM(ALRP-ORIGEM) " " ALRP-EMPRESA ": "
               FUNCTION TRIM(ALRP-MENSAGEM)

           IF NOT ALRP-CRITICO AND NOT ALRP-AVISO
                   AND NOT ALRP-INFORMATIVO
               MOVE "REJ" TO ALRP-STATUS
               GOBACK
           END-IF

           OPEN I-O ALERTA-FILA-FILE
           IF NOT WS-AFL-OK
               OPEN OUTPUT ALERTA-FILA-FILE
               CLOSE ALERTA-FILA-FILE
               OPEN I-O ALERTA-FILA-FILE
               IF NOT WS-AFL-OK
                   DISPLAY "ALERTA: FILA INDISPONIVEL (STATUS="
                       WS-AFL-FS ")"
                   MOVE "REJ" TO ALRP-STATUS
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO AFL-REC
           MOVE FUNCTION CURRENT-DATE(1:16) TO AFL-TIMESTAMP
           MOVE 0                TO AFL-SEQ
           MOVE ALRP-SEVERIDADE  TO AFL-SEVERIDADE
           MOVE ALRP-ORIGEM      TO AFL-ORIGEM
           MOVE ALRP-EMPRESA     TO AFL-EMPRESA
           MOVE ALRP-MENSAGEM    TO AFL-MENSAGEM
           MOVE "ABERTO"         TO AFL-SITUACAO
           MOVE "N"              TO AFL-DESPACHO

           MOVE "N" TO WS-GRAVOU
           PERFORM UNTIL WS-GRAVOU NOT = "N"
               WRITE AFL-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE TRUE
                   WHEN WS-AFL-OK
                       MOVE "S" TO WS-GRAVOU
                   WHEN WS-AFL-FS = "22" AND AFL-SEQ < 9999
                       ADD 1 TO AFL-SEQ
                   WHEN OTHER
                       MOVE "F" TO WS-GRAVOU
               END-EVALUATE
           END-PERFORM

           IF WS-GRAVOU NOT = "S"
               DISPLAY "ALERTA: NAO GRAVADO NA FILA (STATUS="
                   WS-AFL-FS ")"
               MOVE "REJ" TO ALRP-STATUS
           END-IF

           CLOSE ALERTA-FILA-FILE
           GOBACK.
