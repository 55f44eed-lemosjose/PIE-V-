      *> soltos. Cada funcao usada fica no log de sessao
      *> (MENU-SESSION-LOG). Dentro dos programas chamados, ENTER em
      *> branco no operador reaproveita a sessao ja assinada.
      *>
      *> Empresa de trabalho: o operador pode fixar a empresa da
      *> sessao logo no sign-on; a empresa fora da lista dele
      *> (OPER-EMPRESAS) encerra o menu, e a recusa fica no log. A
      *> empresa fixada (SESSAO-EMPRESA) e o padrao dos programas
      *> chamados que perguntam empresa; em branco, cada programa
      *> confere a empresa do que o operador for mexer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       01  WS-OPERADOR               PIC X(10) VALUE SPACES.
       01  WS-NOME-OPERADOR          PIC X(40) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-OPCAO                  PIC X(01) VALUE SPACE.
       01  WS-EVENTO                 PIC X(30) VALUE SPACES.
       01  WS-SAIR                   PIC X(01) VALUE "N".
       01  WS-PODE-MANUTENCAO        PIC X(01) VALUE "N".
       01  WS-PODE-HOLERITE          PIC X(01) VALUE "N".

       01  SESSAO-EMPRESA            PIC X(02) EXTERNAL.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "==========================================".
           MOVE WS-SIGNON-NOME TO WS-NOME-OPERADOR
           DISPLAY "BEM-VINDO(A), " FUNCTION TRIM(WS-NOME-OPERADOR)

           DISPLAY "EMPRESA DE TRABALHO (nn, EM BRANCO = TODAS AS "
               "AUTORIZADAS): "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA NOT = SPACES
               IF WS-EMPRESA NOT NUMERIC
                   DISPLAY "EMPRESA INVALIDA: " WS-EMPRESA
                   GOBACK
               END-IF
               MOVE WS-EMPRESA TO WS-SIGNON-EMPRESA
               CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
               END-CALL
               IF WS-SIGNON-STATUS NOT = "OK"
                   DISPLAY "ACESSO NEGADO: OPERADOR SEM AUTORIZACAO "
                       "NA EMPRESA " WS-EMPRESA
                       " (STATUS=" WS-SIGNON-STATUS ")"
                   GOBACK
               END-IF
               MOVE WS-EMPRESA TO SESSAO-EMPRESA
           END-IF

           PERFORM 1000-RESOLVER-DIREITOS
           PERFORM 1500-REGISTRAR-LOG-EVENTO

           END-CALL.

       1500-REGISTRAR-LOG-EVENTO SECTION.
           MOVE SPACES TO WS-EVENTO
           IF WS-EMPRESA = SPACES
               MOVE "INICIO DE SESSAO" TO WS-EVENTO
           ELSE
               STRING "INICIO DE SESSAO EMPRESA " WS-EMPRESA
                   DELIMITED BY SIZE INTO WS-EVENTO
               END-STRING
           END-IF
           PERFORM 1600-GRAVAR-LOG.

       1600-GRAVAR-LOG SECTION.
           IF WS-PODE-HOLERITE = "S"
               DISPLAY "  6 - SEGUNDA VIA DE HOLERITE"
           END-IF
           IF WS-PODE-CONSULTA = "S"
               DISPLAY "  7 - EXTRATO DE FGTS"
           END-IF
           IF WS-PODE-MANUTENCAO = "S"
               DISPLAY "  8 - DEPENDENTES (IRRF/SALARIO-FAMILIA)"
           END-IF
           IF WS-PODE-HOLERITE = "S"
               DISPLAY "  9 - BRUTO A PARTIR DO LIQUIDO"
           END-IF
           IF WS-PODE-HOLERITE = "S"
               DISPLAY "  D - DECLARACAO DE VINCULO E SALARIO"
           END-IF
           IF WS-PODE-CONSULTA = "S"
               DISPLAY "  V - AUTENTICIDADE DE DOCUMENTO"
           END-IF
           DISPLAY "  X - SAIR"
           DISPLAY "OPCAO: "
           ACCEPT WS-OPCAO
                   ELSE
                       DISPLAY "SEM DIREITO A ESTA FUNCAO"
                   END-IF
               WHEN "7"
                   IF WS-PODE-CONSULTA = "S"
                       MOVE "EXTRATO DE FGTS" TO WS-EVENTO
                       PERFORM 1600-GRAVAR-LOG
                       CALL "FGTS-EXTRATO-INQ"
                       CANCEL "FGTS-EXTRATO-INQ"
                   ELSE
                       DISPLAY "SEM DIREITO A ESTA FUNCAO"
                   END-IF
               WHEN "8"
                   IF WS-PODE-MANUTENCAO = "S"
                       MOVE "MANUTENCAO DEPENDENTES" TO WS-EVENTO
                       PERFORM 1600-GRAVAR-LOG
                       CALL "DEPENDENTE-MAINTAIN"
                       CANCEL "DEPENDENTE-MAINTAIN"
                   ELSE
                       DISPLAY "SEM DIREITO A ESTA FUNCAO"
                   END-IF
               WHEN "9"
                   IF WS-PODE-HOLERITE = "S"
                       MOVE "BRUTO PELO LIQUIDO" TO WS-EVENTO
                       PERFORM 1600-GRAVAR-LOG
                       CALL "LIQUIDO-BRUTO"
                       CANCEL "LIQUIDO-BRUTO"
                   ELSE
                       DISPLAY "SEM DIREITO A ESTA FUNCAO"
                   END-IF
               WHEN "D"
               WHEN "d"
                   IF WS-PODE-HOLERITE = "S"
                       MOVE "DECLARACAO DE VINCULO" TO WS-EVENTO
                       PERFORM 1600-GRAVAR-LOG
                       CALL "DECLARACAO-EMITE"
                       CANCEL "DECLARACAO-EMITE"
                   ELSE
                       DISPLAY "SEM DIREITO A ESTA FUNCAO"
                   END-IF
               WHEN "V"
               WHEN "v"
                   IF WS-PODE-CONSULTA = "S"
                       MOVE "AUTENTICIDADE DOCUMENTO" TO WS-EVENTO
                       PERFORM 1600-GRAVAR-LOG
                       CALL "DOCUMENTO-CONSULTA"
                       CANCEL "DOCUMENTO-CONSULTA"
                   ELSE
                       DISPLAY "SEM DIREITO A ESTA FUNCAO"
                   END-IF
               WHEN "X"
               WHEN "x"
                   MOVE "S" TO WS-SAIR
