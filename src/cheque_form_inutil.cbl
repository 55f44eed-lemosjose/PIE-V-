           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

      *> Empresa de trabalho fixada no menu, se houver.
       01  SESSAO-EMPRESA            PIC X(02) EXTERNAL.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
               GOBACK
           END-IF

           DISPLAY "EMPRESA (nn, EM BRANCO = A DA SESSAO OU 01): "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
               IF SESSAO-EMPRESA IS NUMERIC
                   MOVE SESSAO-EMPRESA TO WS-EMPRESA
               ELSE
                   MOVE "01" TO WS-EMPRESA
               END-IF
           END-IF
           MOVE WS-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: OPERADOR SEM AUTORIZACAO NA "
                   "EMPRESA " WS-EMPRESA
                   " (STATUS=" WS-SIGNON-STATUS ")"
               GOBACK
           END-IF
           MOVE SPACES TO WS-NOME-ESTOQUE
           STRING "CHECK-ESTOQUE-E" WS-EMPRESA INTO WS-NOME-ESTOQUE
