           05  FILLER                PIC X(01).
           05  PEND-SOLICITANTE      PIC X(10).
           05  FILLER                PIC X(01).
           05  PEND-PARAMS           PIC X(297).

       FD  PENDENTE-NOVO-FILE.
       01  PEND-NOVO-REC             PIC X(323).

      *> Lote de reajuste coletivo (REAJUSTE-RUN): uma transacao de
      *> alteracao por funcionario, na mesma imagem dos parametros.
       FD  LOTE-FILE.
       01  LOTE-REC                  PIC X(297).

       FD  APROVACAO-LOG-FILE.
       01  APRLOG-REC.
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

      *> Empresa do funcionario da pendencia (FUNC-EMPRESA): o
      *> aprovador so decide pendencia de empresa da lista dele.
       01  WS-FEMP-PARAMS.
           05  WS-FEMP-MATRICULA     PIC 9(09).
           05  WS-FEMP-COMPETENCIA   PIC X(06).
           05  WS-FEMP-EMPRESA       PIC X(02).
           05  WS-FEMP-STATUS        PIC X(03).

       01  WS-APROVADOR              PIC X(10) VALUE SPACES.
       01  WS-DECISAO                PIC X(01) VALUE SPACE.
           05  WS-MAINTAIN-CIDADE    PIC X(30).
           05  WS-MAINTAIN-UF        PIC X(02).
           05  WS-MAINTAIN-CEP       PIC 9(08).
           05  WS-MAINTAIN-ADMISSAO  PIC 9(08).
           05  WS-MAINTAIN-CONTRATO  PIC X(01).
           05  WS-MAINTAIN-CARGO     PIC X(06).
           05  WS-MAINTAIN-STATUS    PIC X(03).

       01  WS-CONTADORES.

       2000-DECIDIR SECTION.
           MOVE PEND-PARAMS TO WS-MAINTAIN-PARAMS
           PERFORM 2050-CONFERIR-CONTRATO

      *> Lote de reajuste coletivo: decisao unica do supervisor para
      *> o lote inteiro, aplicada transacao a transacao.
           DISPLAY "  CPF:       " WS-MAINTAIN-CPF
           DISPLAY "  SALARIO:   " WS-MAINTAIN-SALARIO
               " (CENTAVOS)"
           DISPLAY "  CARGO:     " WS-MAINTAIN-CARGO
               "  VINCULO: " WS-MAINTAIN-CONTRATO
               "  ADMISSAO: " WS-MAINTAIN-ADMISSAO

      *> Quatro olhos de verdade: quem pediu nao aprova.
           IF PEND-SOLICITANTE = WS-APROVADOR
               EXIT SECTION
           END-IF

           MOVE WS-MAINTAIN-MATRICULA TO WS-FEMP-MATRICULA
           MOVE SPACES TO WS-FEMP-COMPETENCIA
           CALL "FUNC-EMPRESA" USING WS-FEMP-PARAMS
           END-CALL
           IF WS-FEMP-STATUS = "OK"
               MOVE WS-FEMP-EMPRESA TO WS-SIGNON-EMPRESA
               CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
               END-CALL
               IF WS-SIGNON-STATUS NOT = "OK"
                   DISPLAY "  EMPRESA " WS-FEMP-EMPRESA " FORA DA "
                       "LISTA DO APROVADOR, PENDENCIA MANTIDA"
                   ADD 1 TO WS-QTD-MANTIDAS
                   MOVE PEND-REC TO PEND-NOVO-REC
                   WRITE PEND-NOVO-REC
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
               END-IF
           END-IF

           DISPLAY "DECISAO (A=APROVAR, R=REJEITAR, "
               "OUTRA TECLA=MANTER): "
           ACCEPT WS-DECISAO

       2780-APLICAR-TRANSACAO SECTION.
           MOVE LOTE-REC TO WS-MAINTAIN-PARAMS
           PERFORM 2050-CONFERIR-CONTRATO
           MOVE WS-APROVADOR TO WS-MAINTAIN-OPERADOR
           CALL "TRE0028-MAINTAIN-FUNC" USING WS-MAINTAIN-PARAMS
           END-CALL
                   WS-MAINTAIN-STATUS ")"
           END-IF.

       2050-CONFERIR-CONTRATO SECTION.
      *> Pendencia ou lote gravado antes dos dados do contrato entrar
      *> nos parametros chega com essas posicoes em branco: admissao
      *> vira zero (sem data) e vinculo/cargo seguem em branco.
           IF WS-MAINTAIN-ADMISSAO IS NOT NUMERIC
               MOVE 0 TO WS-MAINTAIN-ADMISSAO
           END-IF.

       3000-REGISTRAR-LOG SECTION.
           OPEN EXTEND APROVACAO-LOG-FILE
           IF NOT WS-LOG-OK
