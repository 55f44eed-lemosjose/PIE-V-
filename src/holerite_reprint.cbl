           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

      *> Empresa do holerite pedido, pelo historico da folha
      *> (FUNC-EMPRESA): segunda via so de empresa da lista do
      *> operador.
       01  WS-FEMP-PARAMS.
           05  WS-FEMP-MATRICULA     PIC 9(09).
           05  WS-FEMP-COMPETENCIA   PIC X(06).
           05  WS-FEMP-EMPRESA       PIC X(02).
           05  WS-FEMP-STATUS        PIC X(03).

       01  WS-MATRICULA-DIGITADA     PIC 9(09) VALUE ZEROS.
       01  WS-COMPETENCIA-DIGITADA   PIC X(06) VALUE SPACES.
           DISPLAY "COMPETENCIA (MMAAAA, 13/14/15/16+ANO): "
           ACCEPT WS-COMPETENCIA-DIGITADA

           MOVE WS-MATRICULA-DIGITADA   TO WS-FEMP-MATRICULA
           MOVE WS-COMPETENCIA-DIGITADA TO WS-FEMP-COMPETENCIA
           CALL "FUNC-EMPRESA" USING WS-FEMP-PARAMS
           END-CALL
           IF WS-FEMP-STATUS = "OK"
               MOVE WS-FEMP-EMPRESA TO WS-SIGNON-EMPRESA
               CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
               END-CALL
               IF WS-SIGNON-STATUS NOT = "OK"
                   DISPLAY "ACESSO NEGADO: HOLERITE DA EMPRESA "
                       WS-FEMP-EMPRESA ", FORA DA LISTA DO OPERADOR "
                       "(STATUS=" WS-SIGNON-STATUS ")"
                   GOBACK
               END-IF
           END-IF

           PERFORM 2000-REIMPRIMIR
           GOBACK.

