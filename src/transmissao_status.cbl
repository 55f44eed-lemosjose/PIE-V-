           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
                   GOBACK
           END-READ

           MOVE TRS-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: OPERADOR SEM AUTORIZACAO NA "
                   "EMPRESA " TRS-EMPRESA
                   " (STATUS=" WS-SIGNON-STATUS ")"
               CLOSE TRANS-REG-FILE
               GOBACK
           END-IF

           DISPLAY "ARQUIVO:  " TRS-ARQUIVO
           DISPLAY "EMPRESA:  " TRS-EMPRESA
           DISPLAY "QTD:      " TRS-QTD
