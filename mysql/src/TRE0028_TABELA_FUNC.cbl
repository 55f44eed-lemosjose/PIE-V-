       01  DB-PASS              PIC X(64).
       01  DB-PASS-Z            PIC X(64).

      *> A lista de colunas passou das 512 posicoes com os dados
      *> do contrato (admissao, vinculo e cargo).
       01  QRY                   PIC X(1024).

       01  SQL-ATTR-ROW-ARRAY-SIZE     PIC S9(9) COMP-5 VALUE 27.
       01  SQL-ATTR-ROWS-FETCHED-PTR   PIC S9(9) COMP-5 VALUE 26.
           05 COL15-UF           PIC X(03) OCCURS 50 TIMES.
       01  COL16-CEP-ARR.
           05 COL16-CEP          PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  COL17-ADMISSAO-ARR.
           05 COL17-ADMISSAO     PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  COL18-TIPO-CONTR-ARR.
           05 COL18-TIPO-CONTR   PIC X(02) OCCURS 50 TIMES.
       01  COL19-CARGO-ARR.
           05 COL19-CARGO        PIC X(07) OCCURS 50 TIMES.
       01  IND1-ARR.
           05 IND1               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND2-ARR.
           05 IND15              PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND16-ARR.
           05 IND16              PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND17-ARR.
           05 IND17              PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND18-ARR.
           05 IND18              PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND19-ARR.
           05 IND19              PIC S9(9) COMP-5 OCCURS 50 TIMES.

       01  DIAG-STATE            PIC X(6).
       01  DIAG-NATIVE           PIC S9(9) COMP-5.
      *> contrato da tabela usa 0 como "sem dados bancarios".
      *> A ordenacao POR MATRICULA e parte do contrato: a folha faz
      *> busca binaria (SEARCH ALL) sobre a tabela devolvida.
      *> A admissao volta como inteiro AAAAMMDD (0 = sem data), no
      *> formato que o FT-ADMISSAO guarda.
           STRING
             "SELECT fun_num_matric, fun_nome_func, "
             "COALESCE(fun_banco, 0), COALESCE(fun_agencia, 0), "
             "COALESCE(fun_cpf, 0), COALESCE(fun_status, 'A'), "
             "COALESCE(fun_pix, ''), COALESCE(fun_pis, 0), "
             "COALESCE(fun_endereco, ''), COALESCE(fun_cidade, ''), "
             "COALESCE(fun_uf, ''), COALESCE(fun_cep, 0), "
             "COALESCE(CAST(DATE_FORMAT(fun_dt_admissao, '%Y%m%d') "
             "AS UNSIGNED), 0), COALESCE(fun_tipo_contrato, 'C'), "
             "COALESCE(fun_cargo, '') "
             "FROM funcionario "
             "ORDER BY fun_num_matric"
             INTO QRY
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 17
             BY VALUE 4
             BY REFERENCE COL17-ADMISSAO-ARR
             BY VALUE 4
             BY REFERENCE IND17-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 18
             BY VALUE 1
             BY REFERENCE COL18-TIPO-CONTR-ARR
             BY VALUE 2
             BY REFERENCE IND18-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 19
             BY VALUE 1
             BY REFERENCE COL19-CARGO-ARR
             BY VALUE 7
             BY REFERENCE IND19-ARR
           RETURNING RC
           END-CALL

      *> A tabela devolvida na LINKAGE comporta ate 5000 linhas; se a
      *> consulta trouxer mais do que isso, o excesso e descartado com
      *> aviso e FT-QTD fica travado em 5000 -- quem precisar de mais
                 TO FT-UF(FT-QTD)
               MOVE COL16-CEP(WS-I)
                 TO FT-CEP(FT-QTD)
               MOVE COL17-ADMISSAO(WS-I)
                 TO FT-ADMISSAO(FT-QTD)
               MOVE COL18-TIPO-CONTR(WS-I)(1:1)
                 TO FT-TIPO-CONTRATO(FT-QTD)
               MOVE COL19-CARGO(WS-I)(1:6)
                 TO FT-CARGO(FT-QTD)
             END-PERFORM
             IF WS-ROWS-FETCHED < WS-ARRAY-SIZE
               EXIT PERFORM
