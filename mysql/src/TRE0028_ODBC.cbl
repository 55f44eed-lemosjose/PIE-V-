      *> FILLER-HR-FUTURO reservava -- as colunas ja publicadas nao
      *> se deslocam. Zeros = funcionario sem PIS cadastrado.
           05  HR-EXPORT-PIS         PIC 9(11).
      *> Dados do contrato a partir da coluna 71, no espaco que era
      *> do FILLER-HR-FUTURO e estendendo o registro: admissao
      *> AAAAMMDD (zeros = nao informada), vinculo (C CLT, E
      *> estagiario, A aprendiz, D diretor) e cargo. Uma nova reserva
      *> de 10 posicoes fecha o registro.
           05  HR-EXPORT-ADMISSAO    PIC 9(08).
           05  HR-EXPORT-CONTRATO    PIC X(01).
           05  HR-EXPORT-CARGO       PIC X(06).
           05  FILLER-HR-FUTURO      PIC X(10) VALUE SPACES.

      *> Extracao incremental (FUNC_EXTRACT_MODE=DELTA): so as linhas
           05  HR-DELTA-MATRICULA    PIC 9(09).
           05  HR-DELTA-NOME         PIC X(50).
           05  HR-DELTA-PIS          PIC 9(11).
           05  HR-DELTA-ADMISSAO     PIC 9(08).
           05  HR-DELTA-CONTRATO     PIC X(01).
           05  HR-DELTA-CARGO        PIC X(06).
           05  FILLER-DELTA-FUTURO   PIC X(10) VALUE SPACES.

      *> Carimbo (AAAAMMDDHHMMSS) da ultima extracao bem sucedida --
           05 COL3-SETOR         PIC X(10) OCCURS 50 TIMES.
       01  COL4-PIS-ARR.
           05 COL4-PIS           PIC S9(18) COMP-5 OCCURS 50 TIMES.
       01  COL5-ADMISSAO-ARR.
           05 COL5-ADMISSAO      PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  COL6-CONTRATO-ARR.
           05 COL6-CONTRATO      PIC X(02) OCCURS 50 TIMES.
       01  COL7-CARGO-ARR.
           05 COL7-CARGO         PIC X(07) OCCURS 50 TIMES.
       01  IND1-ARR.
           05 IND1               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND2-ARR.
           05 IND3               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND4-ARR.
           05 IND4               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND5-ARR.
           05 IND5               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND6-ARR.
           05 IND6               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND7-ARR.
           05 IND7               PIC S9(9) COMP-5 OCCURS 50 TIMES.

       01  DIAG-STATE            PIC X(6).
       01  DIAG-NATIVE           PIC S9(9) COMP-5.
           MOVE 1 TO WS-QRY-PTR
           STRING
             "SELECT fun_num_matric, fun_nome_func, "
             "COALESCE(fun_setor, ''), COALESCE(fun_pis, 0), "
             "COALESCE(CAST(DATE_FORMAT(fun_dt_admissao, '%Y%m%d') "
             "AS UNSIGNED), 0), COALESCE(fun_tipo_contrato, 'C'), "
             "COALESCE(fun_cargo, '') "
             "FROM funcionario WHERE 1=1" DELIMITED BY SIZE
             INTO QRY WITH POINTER WS-QRY-PTR
           END-STRING
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 5
             BY VALUE 4
             BY REFERENCE COL5-ADMISSAO-ARR
             BY VALUE 4
             BY REFERENCE IND5-ARR
           RETURNING RC
           END-CALL

      *> Buffers com uma posicao a mais para o terminador de string.
           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 6
             BY VALUE 1
             BY REFERENCE COL6-CONTRATO-ARR
             BY VALUE 2
             BY REFERENCE IND6-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 7
             BY VALUE 1
             BY REFERENCE COL7-CARGO-ARR
             BY VALUE 7
             BY REFERENCE IND7-ARR
           RETURNING RC
           END-CALL

           PERFORM UNTIL 1 = 0
             MOVE 0 TO WS-ROWS-FETCHED
             CALL "SQLFetch" USING BY VALUE HSTMT
                 MOVE COL1-NUM-MATRIC(WS-I) TO HR-DELTA-MATRICULA
                 MOVE COL2-NOME-FUNC(WS-I)  TO HR-DELTA-NOME
                 MOVE COL4-PIS(WS-I)        TO HR-DELTA-PIS
                 MOVE COL5-ADMISSAO(WS-I)   TO HR-DELTA-ADMISSAO
                 MOVE COL6-CONTRATO(WS-I)(1:1)
                                            TO HR-DELTA-CONTRATO
                 MOVE COL7-CARGO(WS-I)(1:6) TO HR-DELTA-CARGO
                 WRITE HR-DELTA-REC
               ELSE
                 MOVE SPACES TO HR-EXPORT-REC
                 MOVE COL1-NUM-MATRIC(WS-I) TO HR-EXPORT-MATRICULA
                 MOVE COL2-NOME-FUNC(WS-I)  TO HR-EXPORT-NOME
                 MOVE COL4-PIS(WS-I)        TO HR-EXPORT-PIS
                 MOVE COL5-ADMISSAO(WS-I)   TO HR-EXPORT-ADMISSAO
                 MOVE COL6-CONTRATO(WS-I)(1:1)
                                            TO HR-EXPORT-CONTRATO
                 MOVE COL7-CARGO(WS-I)(1:6) TO HR-EXPORT-CARGO
                 WRITE HR-EXPORT-REC
               END-IF

