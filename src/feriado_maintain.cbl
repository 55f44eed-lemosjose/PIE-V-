           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           IF WS-ESCOPO NOT = "N" AND WS-CHAVE = SPACES
               DISPLAY "ERRO: ESCOPO " WS-ESCOPO " EXIGE A CHAVE"
               GOBACK
           END-IF

      *> Feriado municipal e da empresa da chave; nacional e estadual
      *> mexem no calendario de todas, e ficam com o operador sem
      *> lista de empresas.
           IF WS-ESCOPO = "M"
               MOVE WS-CHAVE(1:2) TO WS-SIGNON-EMPRESA
           ELSE
               MOVE "00" TO WS-SIGNON-EMPRESA
           END-IF
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: OPERADOR SEM AUTORIZACAO NA "
                   "EMPRESA " WS-SIGNON-EMPRESA
                   " (STATUS=" WS-SIGNON-STATUS ")"
               GOBACK
           END-IF.

       2000-INCLUIR SECTION.
