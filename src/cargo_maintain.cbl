       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGO-MAINTAIN.

      *> Manutencao do cadastro de cargos (CARGO-MASTER, indexado pelo
      *> codigo), no molde do SETOR-MAINTAIN: codigo, descricao, ativo
      *> e a faixa salarial do cargo (minimo e maximo mensais em
      *> centavos). O FT-CARGO do funcionario aponta para ca; o
      *> CARGO-FAIXA confere o salario contra a faixa na manutencao
      *> do funcionario e no relatorio mensal de excecoes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGO-FILE ASSIGN TO "CARGO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-CAR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARGO-FILE.
       01  CAR-REC.
           05  CAR-CODIGO            PIC X(06).
           05  CAR-DESCRICAO         PIC X(30).
           05  CAR-SALARIO-MIN       PIC 9(15).
           05  CAR-SALARIO-MAX       PIC 9(15).
           05  CAR-ATIVO             PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-CAR-FS                 PIC X(02) VALUE SPACES.
           88  WS-CAR-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-CODIGO                 PIC X(06) VALUE SPACES.
       01  WS-DESCRICAO              PIC X(30) VALUE SPACES.
       01  WS-SALARIO-MIN            PIC 9(15) VALUE ZEROS.
       01  WS-SALARIO-MAX            PIC 9(15) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   MANUTENCAO DE CARGO / FAIXA SALARIAL    ".
           DISPLAY "------------------------------------------".

           DISPLAY "OPERACAO (I=INCLUIR, A=ALTERAR, E=INATIVAR, "
               "C=CONSULTAR): "
           ACCEPT WS-OPERACAO

           DISPLAY "CODIGO DO CARGO (ate 6 carac.): "
           ACCEPT WS-CODIGO
           IF WS-CODIGO = SPACES
               DISPLAY "ERRO: CODIGO DO CARGO OBRIGATORIO"
               GOBACK
           END-IF

           OPEN I-O CARGO-FILE
           IF NOT WS-CAR-OK
               OPEN OUTPUT CARGO-FILE
               CLOSE CARGO-FILE
               OPEN I-O CARGO-FILE
           END-IF

           MOVE WS-CODIGO TO CAR-CODIGO

           EVALUATE WS-OPERACAO
               WHEN "I"
               WHEN "i"
                   PERFORM 2000-INCLUIR
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ALTERAR
               WHEN "E"
               WHEN "e"
                   PERFORM 4000-INATIVAR
               WHEN "C"
               WHEN "c"
                   PERFORM 5000-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA: " WS-OPERACAO
           END-EVALUATE

           CLOSE CARGO-FILE
           GOBACK.

       1000-LER-DADOS SECTION.
           DISPLAY "DESCRICAO DO CARGO (ate 30 carac.): "
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO = SPACES
               DISPLAY "ERRO: DESCRICAO DO CARGO OBRIGATORIA"
               CLOSE CARGO-FILE
               GOBACK
           END-IF

           DISPLAY "SALARIO MINIMO DA FAIXA EM CENTAVOS: "
           ACCEPT WS-SALARIO-MIN

           DISPLAY "SALARIO MAXIMO DA FAIXA EM CENTAVOS "
               "(0 = SEM TETO): "
           ACCEPT WS-SALARIO-MAX

      *> Faixa invertida faria todo salario cair fora dela.
           IF WS-SALARIO-MAX > 0 AND WS-SALARIO-MAX < WS-SALARIO-MIN
               DISPLAY "ERRO: MAXIMO DA FAIXA MENOR QUE O MINIMO"
               CLOSE CARGO-FILE
               GOBACK
           END-IF.

       2000-INCLUIR SECTION.
           PERFORM 1000-LER-DADOS
           MOVE WS-DESCRICAO   TO CAR-DESCRICAO
           MOVE WS-SALARIO-MIN TO CAR-SALARIO-MIN
           MOVE WS-SALARIO-MAX TO CAR-SALARIO-MAX
           MOVE "S"            TO CAR-ATIVO
           WRITE CAR-REC
               INVALID KEY
                   DISPLAY "ERRO: CARGO JA CADASTRADO"
                   EXIT SECTION
           END-WRITE
           DISPLAY "CARGO INCLUIDO: " WS-CODIGO.

       3000-ALTERAR SECTION.
           READ CARGO-FILE
               INVALID KEY
                   DISPLAY "ERRO: CARGO NAO CADASTRADO"
                   EXIT SECTION
           END-READ
           PERFORM 1000-LER-DADOS
           MOVE WS-DESCRICAO   TO CAR-DESCRICAO
           MOVE WS-SALARIO-MIN TO CAR-SALARIO-MIN
           MOVE WS-SALARIO-MAX TO CAR-SALARIO-MAX
           REWRITE CAR-REC
           END-REWRITE
           DISPLAY "CARGO ALTERADO: " WS-CODIGO.

       4000-INATIVAR SECTION.
      *> Inativa em vez de excluir: funcionario que ainda aponta para
      *> o cargo continua resolvendo a descricao, e sai no relatorio
      *> de excecoes ate ser remanejado.
           READ CARGO-FILE
               INVALID KEY
                   DISPLAY "ERRO: CARGO NAO CADASTRADO"
                   EXIT SECTION
           END-READ
           MOVE "N" TO CAR-ATIVO
           REWRITE CAR-REC
           END-REWRITE
           DISPLAY "CARGO INATIVADO: " WS-CODIGO.

       5000-CONSULTAR SECTION.
           READ CARGO-FILE
               INVALID KEY
                   DISPLAY "CARGO NAO CADASTRADO"
                   EXIT SECTION
           END-READ
           DISPLAY "CODIGO:      " CAR-CODIGO
           DISPLAY "DESCRICAO:   " CAR-DESCRICAO
           DISPLAY "ATIVO:       " CAR-ATIVO
           DISPLAY "FAIXA MIN.:  " CAR-SALARIO-MIN " (CENTAVOS)"
           DISPLAY "FAIXA MAX.:  " CAR-SALARIO-MAX " (CENTAVOS)".
