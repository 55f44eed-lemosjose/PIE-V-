       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRE0028-FUNC-SNAPSHOT.

      *> Extracao do cadastro de funcionarios para o FUNC-SNAPSHOT
      *> indexado, uma vez no inicio da janela noturna. Cada programa
      *> de lote que chamava o TRE0028-TABELA-FUNC puxava a tabela
      *> inteira pelo ODBC de novo e a guardava nas 5000 entradas da
      *> tabela em memoria; agora a janela puxa uma vez so e os
      *> programas de lote leem o snapshot (FUNC-SNAPSHOT-TABELA para
      *> quem percorre o quadro, FUNC-SNAPSHOT-LER para quem so busca
      *> pela chave). O online continua lendo o banco ao vivo.
      *>
      *> A leitura e a mesma do TRE0028-TABELA-FUNC, em blocos de 50,
      *> mas cada linha vai direto para o arquivo: sem tabela em
      *> memoria, sem teto de quadro.
      *>
      *> O registro de controle (matricula zero) e gravado primeiro
      *> como "INC" e so vira "OK " com a quantidade depois da ultima
      *> linha -- extracao que cai no meio deixa um snapshot que
      *> ninguem aceita, em vez de um quadro pela metade. Falha
      *> devolve RETURN-CODE 8 (a janela aborta no estagio).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "FUNC-SNAPSHOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-MATRICULA
               ALTERNATE RECORD KEY IS SNP-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SNP-SETOR WITH DUPLICATES
               FILE STATUS IS WS-SNP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       COPY "func_snapshot_reg.cpy".

       WORKING-STORAGE SECTION.
       01  RC                    PIC S9(9) COMP-5 VALUE 0.

       01  HENV                  USAGE POINTER.
       01  HDBC                  USAGE POINTER.
       01  HSTMT                 USAGE POINTER.

       01  SQL-NULL-HANDLE       PIC S9(9) COMP-5 VALUE 0.

       01  SQL-HANDLE-ENV        PIC S9(9) COMP-5 VALUE 1.
       01  SQL-HANDLE-DBC        PIC S9(9) COMP-5 VALUE 2.
       01  SQL-HANDLE-STMT       PIC S9(9) COMP-5 VALUE 3.

       01  SQL-NTS               PIC S9(9) COMP-5 VALUE -3.

       01  SQL-SUCCESS           PIC S9(9) COMP-5 VALUE 0.
       01  SQL-SUCCESS-W-INFO    PIC S9(9) COMP-5 VALUE 1.
       01  SQL-NO-DATA           PIC S9(9) COMP-5 VALUE 100.
       01  SQL-INVALID-HANDLE    PIC S9(9) COMP-5 VALUE -2.

       01  SQL-ATTR-ODBC-VERSION PIC S9(9) COMP-5 VALUE 200.
       01  SQL-OV-ODBC3          PIC S9(9) COMP-5 VALUE 3.

       01  CONNSTR               PIC X(512).
       01  ODBC-DRIVER           PIC X(64).
       01  ODBC-DRIVER-Z         PIC X(64).
       01  DB-HOST              PIC X(128).
       01  DB-HOST-Z            PIC X(128).
       01  DB-PORT              PIC X(16).
       01  DB-PORT-Z            PIC X(16).
       01  DB-NAME              PIC X(64).
       01  DB-NAME-Z            PIC X(64).
       01  DB-USER              PIC X(64).
       01  DB-USER-Z            PIC X(64).
       01  DB-PASS              PIC X(64).
       01  DB-PASS-Z            PIC X(64).

      *> A lista de colunas passou das 512 posicoes com os dados
      *> do contrato (admissao, vinculo e cargo).
       01  QRY                   PIC X(1024).

       01  SQL-ATTR-ROW-ARRAY-SIZE     PIC S9(9) COMP-5 VALUE 27.
       01  SQL-ATTR-ROWS-FETCHED-PTR   PIC S9(9) COMP-5 VALUE 26.

       01  WS-ARRAY-SIZE         PIC S9(9) COMP-5 VALUE 50.
       01  WS-ROWS-FETCHED       PIC S9(9) COMP-5 VALUE 0.
       01  WS-I                  PIC S9(9) COMP-5 VALUE 0.

       01  COL1-NUM-MATRIC-ARR.
           05 COL1-NUM-MATRIC    PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  COL2-NOME-FUNC-ARR.
           05 COL2-NOME-FUNC     PIC X(50) OCCURS 50 TIMES.
       01  COL3-BANCO-ARR.
           05 COL3-BANCO         PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  COL4-AGENCIA-ARR.
           05 COL4-AGENCIA       PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  COL5-CONTA-ARR.
           05 COL5-CONTA         PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  COL6-CONTA-DV-ARR.
           05 COL6-CONTA-DV      PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  COL7-SALARIO-ARR.
           05 COL7-SALARIO       PIC S9(18) COMP-5 OCCURS 50 TIMES.
       01  COL8-SETOR-ARR.
           05 COL8-SETOR         PIC X(10) OCCURS 50 TIMES.
       01  COL9-CPF-ARR.
           05 COL9-CPF           PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  COL10-STATUS-ARR.
           05 COL10-STATUS       PIC X(02) OCCURS 50 TIMES.
      *> Buffer de 41 posicoes por linha: o driver grava o terminador
      *> de string depois da chave PIX de ate 40.
       01  COL11-PIX-ARR.
           05 COL11-PIX          PIC X(41) OCCURS 50 TIMES.
       01  COL12-PIS-ARR.
           05 COL12-PIS          PIC S9(18) COMP-5 OCCURS 50 TIMES.
      *> Buffers com uma posicao a mais: o driver grava o terminador
      *> de string depois do texto.
       01  COL13-ENDERECO-ARR.
           05 COL13-ENDERECO     PIC X(61) OCCURS 50 TIMES.
       01  COL14-CIDADE-ARR.
           05 COL14-CIDADE       PIC X(31) OCCURS 50 TIMES.
       01  COL15-UF-ARR.
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
           05 IND2               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND3-ARR.
           05 IND3               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND4-ARR.
           05 IND4               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND5-ARR.
           05 IND5               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND6-ARR.
           05 IND6               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND7-ARR.
           05 IND7               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND8-ARR.
           05 IND8               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND9-ARR.
           05 IND9               PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND10-ARR.
           05 IND10              PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND11-ARR.
           05 IND11              PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND12-ARR.
           05 IND12              PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND13-ARR.
           05 IND13              PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND14-ARR.
           05 IND14              PIC S9(9) COMP-5 OCCURS 50 TIMES.
       01  IND15-ARR.
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
       01  DIAG-MSG              PIC X(256).
       01  DIAG-MSG-LEN          PIC S9(9) COMP-5.

       01  WS-CONECTOU           PIC X(01) VALUE "N".
           88 WS-CONECTOU-OK               VALUE "S".

       01  WS-SNP-FS             PIC X(02) VALUE SPACES.
           88 WS-SNP-OK                    VALUE "00".
       01  WS-EXTRACAO           PIC X(14) VALUE SPACES.
       01  WS-QTD-GRAVADOS       PIC 9(09) VALUE 0.
       01  WS-STATUS             PIC X(03) VALUE "OK".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EXTRACAO
           MOVE 0 TO WS-QTD-GRAVADOS
           MOVE "OK" TO WS-STATUS

           PERFORM 0500-ABRIR-SNAPSHOT
           IF WS-STATUS NOT = "OK"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 1000-CONNECT

           IF WS-CONECTOU-OK
             PERFORM 2000-QUERY
             PERFORM 9000-CLOSE
           ELSE
             MOVE "REJ" TO WS-STATUS
           END-IF

           CLOSE SNAPSHOT-FILE

           IF WS-STATUS NOT = "OK"
             DISPLAY "TRE0028-FUNC-SNAPSHOT: extracao interrompida "
                 "apos " WS-QTD-GRAVADOS " funcionarios, snapshot "
                 "fica INCOMPLETO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM 3000-CONCLUIR-SNAPSHOT
           IF WS-STATUS NOT = "OK"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           DISPLAY "TRE0028-FUNC-SNAPSHOT: " WS-QTD-GRAVADOS
               " funcionarios extraidos em " WS-EXTRACAO
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> Recria o snapshot vazio, so com o controle "INC".
       0500-ABRIR-SNAPSHOT SECTION.
           OPEN OUTPUT SNAPSHOT-FILE
           IF NOT WS-SNP-OK
             DISPLAY "TRE0028-FUNC-SNAPSHOT: falha ao criar "
                 "FUNC-SNAPSHOT, status=" WS-SNP-FS
             MOVE "REJ" TO WS-STATUS
             EXIT SECTION
           END-IF

           MOVE SPACES TO SNP-REC
           MOVE 0 TO SNP-MATRICULA
           MOVE 0 TO SNP-CPF
           MOVE WS-EXTRACAO TO SNP-CTL-EXTRACAO
           MOVE "INC" TO SNP-CTL-SITUACAO
           MOVE 0 TO SNP-CTL-QTD
           WRITE SNP-REC
             INVALID KEY
               DISPLAY "TRE0028-FUNC-SNAPSHOT: falha ao gravar o "
                   "controle, status=" WS-SNP-FS
               MOVE "REJ" TO WS-STATUS
               CLOSE SNAPSHOT-FILE
           END-WRITE
           .

       1000-CONNECT SECTION.
           ACCEPT ODBC-DRIVER FROM ENVIRONMENT "ODBC_DRIVER"
           IF ODBC-DRIVER = SPACES
             MOVE "MariaDB Unicode" TO ODBC-DRIVER
           END-IF

           ACCEPT DB-HOST FROM ENVIRONMENT "MARIADB_HOST"
           IF DB-HOST = SPACES
             MOVE "mariadb" TO DB-HOST
           END-IF

           ACCEPT DB-PORT FROM ENVIRONMENT "MARIADB_PORT"
           IF DB-PORT = SPACES
             MOVE "3306" TO DB-PORT
           END-IF

           ACCEPT DB-NAME FROM ENVIRONMENT "MARIADB_DATABASE"
           IF DB-NAME = SPACES
             MOVE "tre" TO DB-NAME
           END-IF

           ACCEPT DB-USER FROM ENVIRONMENT "MARIADB_USER"
           IF DB-USER = SPACES
             MOVE "tre" TO DB-USER
           END-IF

           ACCEPT DB-PASS FROM ENVIRONMENT "MARIADB_PASSWORD"
           IF DB-PASS = SPACES
             MOVE "trepass" TO DB-PASS
           END-IF

           MOVE ODBC-DRIVER TO ODBC-DRIVER-Z
           INSPECT ODBC-DRIVER-Z REPLACING TRAILING SPACES BY LOW-VALUES
           MOVE DB-HOST TO DB-HOST-Z
           INSPECT DB-HOST-Z REPLACING TRAILING SPACES BY LOW-VALUES
           MOVE DB-PORT TO DB-PORT-Z
           INSPECT DB-PORT-Z REPLACING TRAILING SPACES BY LOW-VALUES
           MOVE DB-NAME TO DB-NAME-Z
           INSPECT DB-NAME-Z REPLACING TRAILING SPACES BY LOW-VALUES
           MOVE DB-USER TO DB-USER-Z
           INSPECT DB-USER-Z REPLACING TRAILING SPACES BY LOW-VALUES
           MOVE DB-PASS TO DB-PASS-Z
           INSPECT DB-PASS-Z REPLACING TRAILING SPACES BY LOW-VALUES

           STRING
             "DRIVER={"          DELIMITED BY SIZE
             ODBC-DRIVER-Z       DELIMITED BY LOW-VALUES
             "}"                 DELIMITED BY SIZE
             ";SERVER="         DELIMITED BY SIZE
             DB-HOST-Z           DELIMITED BY LOW-VALUES
             ";PORT="           DELIMITED BY SIZE
             DB-PORT-Z           DELIMITED BY LOW-VALUES
             ";DATABASE="       DELIMITED BY SIZE
             DB-NAME-Z           DELIMITED BY LOW-VALUES
             ";USER="           DELIMITED BY SIZE
             DB-USER-Z           DELIMITED BY LOW-VALUES
             ";PASSWORD="       DELIMITED BY SIZE
             DB-PASS-Z           DELIMITED BY LOW-VALUES
             INTO CONNSTR
           END-STRING

           CALL "SQLAllocHandle" USING
             BY VALUE SQL-HANDLE-ENV
             BY VALUE SQL-NULL-HANDLE
             BY REFERENCE HENV
           RETURNING RC
           END-CALL
           IF RC = SQL-INVALID-HANDLE
             DISPLAY "Falha SQLAllocHandle(ENV): INVALID_HANDLE"
             MOVE "REJ" TO WS-STATUS
             EXIT SECTION
           END-IF

           CALL "SQLSetEnvAttr" USING
             BY VALUE HENV
             BY VALUE SQL-ATTR-ODBC-VERSION
             BY VALUE SQL-OV-ODBC3
             BY VALUE 0
           RETURNING RC
           END-CALL
           IF RC NOT = SQL-SUCCESS AND RC NOT = SQL-SUCCESS-W-INFO
             DISPLAY "Falha SQLSetEnvAttr(ODBC3), RC=" RC
             MOVE "REJ" TO WS-STATUS
             EXIT SECTION
           END-IF

           CALL "SQLAllocHandle" USING
             BY VALUE SQL-HANDLE-DBC
             BY VALUE HENV
             BY REFERENCE HDBC
           RETURNING RC
           END-CALL
           IF RC = SQL-INVALID-HANDLE
             DISPLAY "Falha SQLAllocHandle(DBC): INVALID_HANDLE"
             MOVE "REJ" TO WS-STATUS
             EXIT SECTION
           END-IF

           CALL "SQLDriverConnect" USING
             BY VALUE HDBC
             BY VALUE 0
             BY REFERENCE CONNSTR
             BY VALUE SQL-NTS
             BY VALUE 0
             BY VALUE 0
             BY VALUE 0
             BY VALUE 0
           RETURNING RC
           END-CALL

           IF RC NOT = SQL-SUCCESS AND RC NOT = SQL-SUCCESS-W-INFO
             DISPLAY "Falha ao conectar via ODBC, RC=" RC
             PERFORM 1100-DIAG-CONNECT
           ELSE
             MOVE "S" TO WS-CONECTOU
           END-IF
           .

       1100-DIAG-CONNECT SECTION.
           MOVE SPACES TO DIAG-STATE
           MOVE SPACES TO DIAG-MSG
           MOVE 0 TO DIAG-NATIVE
           MOVE 0 TO DIAG-MSG-LEN

           CALL "SQLGetDiagRec" USING
             BY VALUE SQL-HANDLE-DBC
             BY VALUE HDBC
             BY VALUE 1
             BY REFERENCE DIAG-STATE
             BY REFERENCE DIAG-NATIVE
             BY REFERENCE DIAG-MSG
             BY VALUE 255
             BY REFERENCE DIAG-MSG-LEN
           RETURNING RC
           END-CALL

           DISPLAY "SQLSTATE=" DIAG-STATE
           DISPLAY "NATIVE=" DIAG-NATIVE
           DISPLAY "MSG=" DIAG-MSG
           .

       2000-QUERY SECTION.
      *> Mesma consulta do TRE0028-TABELA-FUNC (COALESCE, admissao
      *> como inteiro AAAAMMDD): o snapshot tem de devolver
      *> exatamente o que a carga ao vivo devolveria. A ordenacao por
      *> matricula so deixa a gravacao na ordem da chave primaria.
           STRING
             "SELECT fun_num_matric, fun_nome_func, "
             "COALESCE(fun_banco, 0), COALESCE(fun_agencia, 0), "
             "COALESCE(fun_conta, 0), COALESCE(fun_conta_dv, 0), "
             "COALESCE(fun_salario, 0), COALESCE(fun_setor, ''), "
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
           END-STRING

           CALL "SQLAllocHandle" USING
             BY VALUE SQL-HANDLE-STMT
             BY VALUE HDBC
             BY REFERENCE HSTMT
           RETURNING RC
           END-CALL

           CALL "SQLExecDirect" USING
             BY VALUE HSTMT
             BY REFERENCE QRY
             BY VALUE SQL-NTS
           RETURNING RC
           END-CALL

           IF RC NOT = SQL-SUCCESS AND RC NOT = SQL-SUCCESS-W-INFO
             DISPLAY "Falha SQLExecDirect, RC=" RC
             MOVE "REJ" TO WS-STATUS
             EXIT SECTION
           END-IF

           CALL "SQLSetStmtAttr" USING
             BY VALUE HSTMT
             BY VALUE SQL-ATTR-ROW-ARRAY-SIZE
             BY VALUE WS-ARRAY-SIZE
             BY VALUE 0
           RETURNING RC
           END-CALL

           CALL "SQLSetStmtAttr" USING
             BY VALUE HSTMT
             BY VALUE SQL-ATTR-ROWS-FETCHED-PTR
             BY REFERENCE WS-ROWS-FETCHED
             BY VALUE 0
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 1
             BY VALUE 4
             BY REFERENCE COL1-NUM-MATRIC-ARR
             BY VALUE 4
             BY REFERENCE IND1-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 2
             BY VALUE 1
             BY REFERENCE COL2-NOME-FUNC-ARR
             BY VALUE 50
             BY REFERENCE IND2-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 3
             BY VALUE 4
             BY REFERENCE COL3-BANCO-ARR
             BY VALUE 4
             BY REFERENCE IND3-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 4
             BY VALUE 4
             BY REFERENCE COL4-AGENCIA-ARR
             BY VALUE 4
             BY REFERENCE IND4-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 5
             BY VALUE 4
             BY REFERENCE COL5-CONTA-ARR
             BY VALUE 4
             BY REFERENCE IND5-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 6
             BY VALUE 4
             BY REFERENCE COL6-CONTA-DV-ARR
             BY VALUE 4
             BY REFERENCE IND6-ARR
           RETURNING RC
           END-CALL

      *> Tipo C SQL_C_SBIGINT (-25): o salario em centavos pode passar
      *> do alcance de um inteiro de 4 bytes.
           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 7
             BY VALUE -25
             BY REFERENCE COL7-SALARIO-ARR
             BY VALUE 8
             BY REFERENCE IND7-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 8
             BY VALUE 1
             BY REFERENCE COL8-SETOR-ARR
             BY VALUE 10
             BY REFERENCE IND8-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 9
             BY VALUE 4
             BY REFERENCE COL9-CPF-ARR
             BY VALUE 4
             BY REFERENCE IND9-ARR
           RETURNING RC
           END-CALL

      *> Buffer de 2 posicoes por linha: o driver grava o terminador
      *> de string depois do caractere de status.
           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 10
             BY VALUE 1
             BY REFERENCE COL10-STATUS-ARR
             BY VALUE 2
             BY REFERENCE IND10-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 11
             BY VALUE 1
             BY REFERENCE COL11-PIX-ARR
             BY VALUE 41
             BY REFERENCE IND11-ARR
           RETURNING RC
           END-CALL

      *> Tipo C SQL_C_SBIGINT (-25): o PIS completo tem 11 digitos e
      *> nao cabe num inteiro de 4 bytes.
           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 12
             BY VALUE -25
             BY REFERENCE COL12-PIS-ARR
             BY VALUE 8
             BY REFERENCE IND12-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 13
             BY VALUE 1
             BY REFERENCE COL13-ENDERECO-ARR
             BY VALUE 61
             BY REFERENCE IND13-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 14
             BY VALUE 1
             BY REFERENCE COL14-CIDADE-ARR
             BY VALUE 31
             BY REFERENCE IND14-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 15
             BY VALUE 1
             BY REFERENCE COL15-UF-ARR
             BY VALUE 3
             BY REFERENCE IND15-ARR
           RETURNING RC
           END-CALL

           CALL "SQLBindCol" USING
             BY VALUE HSTMT
             BY VALUE 16
             BY VALUE 4
             BY REFERENCE COL16-CEP-ARR
             BY VALUE 4
             BY REFERENCE IND16-ARR
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

           PERFORM UNTIL 1 = 0
             MOVE 0 TO WS-ROWS-FETCHED
             CALL "SQLFetch" USING BY VALUE HSTMT
             RETURNING RC
             END-CALL
             IF RC = SQL-NO-DATA
               EXIT PERFORM
             END-IF
             IF RC NOT = SQL-SUCCESS AND RC NOT = SQL-SUCCESS-W-INFO
               DISPLAY "Falha SQLFetch, RC=" RC
               MOVE "REJ" TO WS-STATUS
               EXIT PERFORM
             END-IF
             PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-ROWS-FETCHED
                     OR WS-STATUS NOT = "OK"
               PERFORM 2100-GRAVAR-FUNCIONARIO
             END-PERFORM
             IF WS-STATUS NOT = "OK"
               EXIT PERFORM
             END-IF
             IF WS-ROWS-FETCHED < WS-ARRAY-SIZE
               EXIT PERFORM
             END-IF
           END-PERFORM
           .

       2100-GRAVAR-FUNCIONARIO SECTION.
           MOVE SPACES TO SNP-REC
           MOVE COL1-NUM-MATRIC(WS-I)          TO SNP-MATRICULA
           MOVE COL2-NOME-FUNC(WS-I)           TO SNP-NOME
           MOVE COL3-BANCO(WS-I)               TO SNP-BANCO
           MOVE COL4-AGENCIA(WS-I)             TO SNP-AGENCIA
           MOVE COL5-CONTA(WS-I)               TO SNP-CONTA
           MOVE COL6-CONTA-DV(WS-I)            TO SNP-CONTA-DV
           MOVE COL7-SALARIO(WS-I)             TO SNP-SALARIO
           MOVE COL8-SETOR(WS-I)               TO SNP-SETOR
           MOVE COL9-CPF(WS-I)                 TO SNP-CPF
           MOVE COL10-STATUS(WS-I)(1:1)        TO SNP-SITUACAO
           MOVE COL11-PIX(WS-I)(1:40)          TO SNP-PIX
           MOVE COL12-PIS(WS-I)                TO SNP-PIS
           MOVE COL13-ENDERECO(WS-I)(1:60)     TO SNP-ENDERECO
           MOVE COL14-CIDADE(WS-I)(1:30)       TO SNP-CIDADE
           MOVE COL15-UF(WS-I)(1:2)            TO SNP-UF
           MOVE COL16-CEP(WS-I)                TO SNP-CEP
           MOVE COL17-ADMISSAO(WS-I)           TO SNP-ADMISSAO
           MOVE COL18-TIPO-CONTR(WS-I)(1:1)    TO SNP-TIPO-CONTRATO
           MOVE COL19-CARGO(WS-I)(1:6)         TO SNP-CARGO
      *> Matricula zero e a chave do registro de controle; no cadastro
      *> ela nao existe, e se aparecer e lixo -- fica de fora.
           IF SNP-MATRICULA = 0
             DISPLAY "TRE0028-FUNC-SNAPSHOT: funcionario com "
                 "matricula zero ignorado"
             EXIT SECTION
           END-IF
           WRITE SNP-REC
             INVALID KEY
               DISPLAY "TRE0028-FUNC-SNAPSHOT: falha ao gravar "
                   "matricula " SNP-MATRICULA ", status=" WS-SNP-FS
               MOVE "REJ" TO WS-STATUS
             NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE
           .

      *> Ultima linha gravada: o controle vira "OK " com a quantidade.
       3000-CONCLUIR-SNAPSHOT SECTION.
           OPEN I-O SNAPSHOT-FILE
           IF NOT WS-SNP-OK
             DISPLAY "TRE0028-FUNC-SNAPSHOT: falha ao reabrir "
                 "FUNC-SNAPSHOT, status=" WS-SNP-FS
             MOVE "REJ" TO WS-STATUS
             EXIT SECTION
           END-IF
           MOVE 0 TO SNP-MATRICULA
           READ SNAPSHOT-FILE
             INVALID KEY
               DISPLAY "TRE0028-FUNC-SNAPSHOT: controle do snapshot "
                   "nao encontrado"
               MOVE "REJ" TO WS-STATUS
               CLOSE SNAPSHOT-FILE
               EXIT SECTION
           END-READ
           MOVE "OK " TO SNP-CTL-SITUACAO
           MOVE WS-QTD-GRAVADOS TO SNP-CTL-QTD
           REWRITE SNP-REC
             INVALID KEY
               DISPLAY "TRE0028-FUNC-SNAPSHOT: falha ao concluir o "
                   "controle, status=" WS-SNP-FS
               MOVE "REJ" TO WS-STATUS
           END-REWRITE
           CLOSE SNAPSHOT-FILE
           .

       9000-CLOSE SECTION.
           CALL "SQLFreeHandle" USING
             BY VALUE SQL-HANDLE-STMT
             BY VALUE HSTMT
           END-CALL

           CALL "SQLDisconnect" USING
             BY VALUE HDBC
           END-CALL

           CALL "SQLFreeHandle" USING
             BY VALUE SQL-HANDLE-DBC
             BY VALUE HDBC
           END-CALL

           CALL "SQLFreeHandle" USING
             BY VALUE SQL-HANDLE-ENV
             BY VALUE HENV
           END-CALL
           .
