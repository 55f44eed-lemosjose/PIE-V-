           05  HR-EXPORT-MATRICULA   PIC 9(09).
           05  HR-EXPORT-NOME        PIC X(50).
           05  HR-EXPORT-PIS         PIC 9(11).
           05  HR-EXPORT-ADMISSAO    PIC 9(08).
           05  HR-EXPORT-CONTRATO    PIC X(01).
           05  HR-EXPORT-CARGO       PIC X(06).
           05  FILLER-HR-FUTURO      PIC X(10).

      *> Uma transacao de manutencao por funcionario, na imagem dos
      *> parametros do TRE0028-MAINTAIN-FUNC (a mesma dos itens da
      *> fila de aprovacao).
       FD  LOTE-FILE.
       01  LOTE-REC                  PIC X(297).

       FD  PENDENTE-FILE.
       01  PEND-REC.
           05  FILLER                PIC X(01).
           05  PEND-SOLICITANTE      PIC X(10).
           05  FILLER                PIC X(01).
           05  PEND-PARAMS           PIC X(297).

       WORKING-STORAGE SECTION.
       01  WS-TAB-FS                 PIC X(02) VALUE SPACES.
           05  WS-MAINTAIN-CIDADE    PIC X(30).
           05  WS-MAINTAIN-UF        PIC X(02).
           05  WS-MAINTAIN-CEP       PIC 9(08).
           05  WS-MAINTAIN-ADMISSAO  PIC 9(08).
           05  WS-MAINTAIN-CONTRATO  PIC X(01).
           05  WS-MAINTAIN-CARGO     PIC X(06).
           05  WS-MAINTAIN-STATUS    PIC X(03).

       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
           END-IF

           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
           MOVE FT-CIDADE(WS-I)     TO WS-MAINTAIN-CIDADE
           MOVE FT-UF(WS-I)         TO WS-MAINTAIN-UF
           MOVE FT-CEP(WS-I)        TO WS-MAINTAIN-CEP
           MOVE FT-ADMISSAO(WS-I)   TO WS-MAINTAIN-ADMISSAO
           MOVE FT-TIPO-CONTRATO(WS-I)
                                    TO WS-MAINTAIN-CONTRATO
           MOVE FT-CARGO(WS-I)      TO WS-MAINTAIN-CARGO
           MOVE WS-OPERADOR         TO WS-MAINTAIN-OPERADOR
           MOVE 0                   TO WS-MAINTAIN-DT-DESLIG
           MOVE SPACES              TO WS-MAINTAIN-STATUS
           MOVE SPACES         TO WS-MAINTAIN-CIDADE
           MOVE SPACES         TO WS-MAINTAIN-UF
           MOVE 0              TO WS-MAINTAIN-CEP
           MOVE 0              TO WS-MAINTAIN-ADMISSAO
           MOVE SPACES         TO WS-MAINTAIN-CONTRATO
           MOVE SPACES         TO WS-MAINTAIN-CARGO
           MOVE WS-OPERADOR    TO WS-MAINTAIN-OPERADOR
           MOVE 0              TO WS-MAINTAIN-DT-DESLIG
           MOVE SPACES         TO WS-MAINTAIN-STATUS
