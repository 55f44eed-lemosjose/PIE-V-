
      *> Sign-on contra o cadastro de operador (OPERADOR-SIGNON):
      *> sem operador valido e autorizado, nada feito.
       01  SESSAO-EMPRESA            PIC X(02) EXTERNAL.

       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       01  WS-MATRICULA-DIGITADA     PIC 9(09) VALUE ZEROS.
       01  WS-VALOR-DIGITADO         PIC X(40) VALUE SPACES.
           DISPLAY "   PREVIEW DE HOLERITE                    ".
           DISPLAY "------------------------------------------".

      *> Empresa da previa: a de trabalho fixada no menu, senao a
      *> da folha (FOLHA-EMPRESA); o operador precisa estar
      *> autorizado nela.
           IF SESSAO-EMPRESA IS NUMERIC
               MOVE SESSAO-EMPRESA TO WS-EMPRESA
           ELSE
               ACCEPT WS-EMPRESA FROM ENVIRONMENT "FOLHA-EMPRESA"
               IF WS-EMPRESA = SPACES
                   MOVE "01" TO WS-EMPRESA
               END-IF
           END-IF

           DISPLAY "ID DO OPERADOR: "
           MOVE SPACES TO WS-SIGNON-OPERADOR
           ACCEPT WS-SIGNON-OPERADOR
           MOVE "H" TO WS-SIGNON-FUNCAO
           MOVE WS-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS = "EMP"
               DISPLAY "ACESSO NEGADO: OPERADOR SEM AUTORIZACAO NA "
                   "EMPRESA " WS-EMPRESA
               GOBACK
           END-IF
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: OPERADOR INVALIDO, INATIVO "
                   "OU SEM A FUNCAO (STATUS=" WS-SIGNON-STATUS ")"

       6000-EXIBIR-MENSAGENS SECTION.
      *> Mostra as mensagens de campanha que o PAYROLL-RUN vai
      *> anexar a este holerite: mesma empresa (a da previa),
      *> mesma competencia (FOLHA-COMPETENCIA, ou o mes corrente se
      *> nao informada) e o setor do funcionario encontrado. Sem o
      *> arquivo, nada a mostrar.
               EXIT SECTION
           END-IF

           ACCEPT WS-COMPETENCIA
               FROM ENVIRONMENT "FOLHA-COMPETENCIA"
           IF WS-COMPETENCIA = SPACES
