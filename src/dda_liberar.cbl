           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-SUPERVISOR             PIC X(10) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-DECISAO                PIC X(01) VALUE SPACE.

       01  WS-CONTADORES.
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "   LIBERACAO DE BOLETOS RETIDOS (DDA)      ".
           DISPLAY "------------------------------------------".

      *> A fila e da empresa da rodada do contas a pagar: o
      *> supervisor precisa estar autorizado nela.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "BOLETO-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF

           DISPLAY "ID DO SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           MOVE WS-SUPERVISOR TO WS-SIGNON-OPERADOR
           MOVE "S"           TO WS-SIGNON-FUNCAO
           MOVE WS-EMPRESA    TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS = "EMP"
               DISPLAY "ACESSO NEGADO: SUPERVISOR SEM AUTORIZACAO NA "
                   "EMPRESA " WS-EMPRESA
               GOBACK
           END-IF
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: SUPERVISOR INVALIDO, INATIVO "
                   "OU SEM A FUNCAO (STATUS=" WS-SIGNON-STATUS ")"
