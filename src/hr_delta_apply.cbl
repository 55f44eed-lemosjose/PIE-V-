           05  HR-EXPORT-MATRICULA   PIC 9(09).
           05  HR-EXPORT-NOME        PIC X(50).
           05  HR-EXPORT-PIS         PIC 9(11).
           05  HR-EXPORT-ADMISSAO    PIC 9(08).
           05  HR-EXPORT-CONTRATO    PIC X(01).
           05  HR-EXPORT-CARGO       PIC X(06).
           05  FILLER-HR-FUTURO      PIC X(10).

       FD  HR-DELTA-FILE.
           05  HR-DELTA-MATRICULA    PIC 9(09).
           05  HR-DELTA-NOME         PIC X(50).
           05  HR-DELTA-PIS          PIC 9(11).
           05  HR-DELTA-ADMISSAO     PIC 9(08).
           05  HR-DELTA-CONTRATO     PIC X(01).
           05  HR-DELTA-CARGO        PIC X(06).
           05  FILLER-DELTA-FUTURO   PIC X(10).

       FD  HR-NOVO-FILE.
           05  HR-NOVO-MATRICULA     PIC 9(09).
           05  HR-NOVO-NOME          PIC X(50).
           05  HR-NOVO-PIS           PIC 9(11).
           05  HR-NOVO-ADMISSAO      PIC 9(08).
           05  HR-NOVO-CONTRATO      PIC X(01).
           05  HR-NOVO-CARGO         PIC X(06).
           05  FILLER-NOVO-FUTURO    PIC X(10) VALUE SPACES.

       WORKING-STORAGE SECTION.
               10  WS-FD-MATRICULA   PIC 9(09).
               10  WS-FD-NOME        PIC X(50).
               10  WS-FD-PIS         PIC 9(11).
               10  WS-FD-ADMISSAO    PIC 9(08).
               10  WS-FD-CONTRATO    PIC X(01).
               10  WS-FD-CARGO       PIC X(06).

       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-ACHOU                  PIC X(01) VALUE "N".
       01  WS-TROCA                  PIC X(85).

       01  WS-CONTADORES.
           05  WS-QTD-FEED           PIC 9(07) VALUE ZEROS.
                               TO WS-FD-NOME(WS-FD-QTD)
                           MOVE HR-EXPORT-PIS
                               TO WS-FD-PIS(WS-FD-QTD)
      *> Feed gravado antes dos dados do contrato: admissao em
      *> branco vira zero.
                           IF HR-EXPORT-ADMISSAO IS NOT NUMERIC
                               MOVE 0 TO HR-EXPORT-ADMISSAO
                           END-IF
                           MOVE HR-EXPORT-ADMISSAO
                               TO WS-FD-ADMISSAO(WS-FD-QTD)
                           MOVE HR-EXPORT-CONTRATO
                               TO WS-FD-CONTRATO(WS-FD-QTD)
                           MOVE HR-EXPORT-CARGO
                               TO WS-FD-CARGO(WS-FD-QTD)
                       ELSE
                           ADD 1 TO WS-QTD-PERDIDOS
                       END-IF
                   MOVE "S" TO WS-ACHOU
                   MOVE HR-DELTA-NOME TO WS-FD-NOME(WS-I)
                   MOVE HR-DELTA-PIS  TO WS-FD-PIS(WS-I)
                   MOVE HR-DELTA-ADMISSAO TO WS-FD-ADMISSAO(WS-I)
                   MOVE HR-DELTA-CONTRATO TO WS-FD-CONTRATO(WS-I)
                   MOVE HR-DELTA-CARGO    TO WS-FD-CARGO(WS-I)
                   ADD 1 TO WS-QTD-SUBSTITUIDOS
               END-IF
           END-PERFORM
                       TO WS-FD-MATRICULA(WS-FD-QTD)
                   MOVE HR-DELTA-NOME TO WS-FD-NOME(WS-FD-QTD)
                   MOVE HR-DELTA-PIS  TO WS-FD-PIS(WS-FD-QTD)
                   MOVE HR-DELTA-ADMISSAO
                       TO WS-FD-ADMISSAO(WS-FD-QTD)
                   MOVE HR-DELTA-CONTRATO
                       TO WS-FD-CONTRATO(WS-FD-QTD)
                   MOVE HR-DELTA-CARGO TO WS-FD-CARGO(WS-FD-QTD)
                   ADD 1 TO WS-QTD-INCLUIDOS
               ELSE
                   ADD 1 TO WS-QTD-PERDIDOS
               MOVE WS-FD-MATRICULA(WS-I) TO HR-NOVO-MATRICULA
               MOVE WS-FD-NOME(WS-I)      TO HR-NOVO-NOME
               MOVE WS-FD-PIS(WS-I)       TO HR-NOVO-PIS
               MOVE WS-FD-ADMISSAO(WS-I)  TO HR-NOVO-ADMISSAO
               MOVE WS-FD-CONTRATO(WS-I)  TO HR-NOVO-CONTRATO
               MOVE WS-FD-CARGO(WS-I)     TO HR-NOVO-CARGO
               WRITE HR-NOVO-REC
           END-PERFORM
           CLOSE HR-NOVO-FILE
