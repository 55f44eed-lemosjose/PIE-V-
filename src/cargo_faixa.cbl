       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGO-FAIXA.

      *> Conferencia de um cargo e de um salario contra o CARGO-MASTER
      *> (CARGO-MAINTAIN). Compartilhado via CALL para o FUNC-MAINTAIN,
      *> o FUNC-BATCH e o relatorio mensal de excecoes (CARGO-EXCECAO)
      *> conferirem pela mesma regra:
      *>
      *>   LK-STATUS: OK  = cargo ativo e salario dentro da faixa
      *>              FXA = cargo ativo, salario fora da faixa
      *>              INE = cargo nao consta no cadastro
      *>              INA = cargo inativo no cadastro
      *>              SEM = cadastro de cargos indisponivel (implantacao
      *>                    ainda por fazer) -- nada a conferir
      *>
      *> Salario zero nao e conferido (salario ainda nao cadastrado,
      *> mesma convencao do FT-SALARIO); maximo zero = faixa sem teto.
      *> O cadastro abre na primeira chamada e fica aberto para o
      *> resto do job.

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
       01  WS-ABERTO                 PIC X(01) VALUE "N".
       01  WS-TEM-CADASTRO           PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  LK-PARAMETROS.
           05  LK-CARGO              PIC X(06).
           05  LK-SALARIO            PIC 9(15).
           05  LK-DESCRICAO          PIC X(30).
           05  LK-SALARIO-MIN        PIC 9(15).
           05  LK-SALARIO-MAX        PIC 9(15).
           05  LK-STATUS             PIC X(03).

       PROCEDURE DIVISION USING LK-PARAMETROS.
           MOVE "OK" TO LK-STATUS
           MOVE SPACES TO LK-DESCRICAO
           MOVE 0 TO LK-SALARIO-MIN LK-SALARIO-MAX

           IF WS-ABERTO = "N"
               MOVE "S" TO WS-ABERTO
               OPEN INPUT CARGO-FILE
               IF WS-CAR-OK
                   MOVE "S" TO WS-TEM-CADASTRO
               END-IF
           END-IF
           IF WS-TEM-CADASTRO NOT = "S"
               MOVE "SEM" TO LK-STATUS
               GOBACK
           END-IF

           MOVE LK-CARGO TO CAR-CODIGO
           READ CARGO-FILE
               INVALID KEY
                   MOVE "INE" TO LK-STATUS
                   GOBACK
           END-READ

           MOVE CAR-DESCRICAO   TO LK-DESCRICAO
           MOVE CAR-SALARIO-MIN TO LK-SALARIO-MIN
           MOVE CAR-SALARIO-MAX TO LK-SALARIO-MAX

           IF CAR-ATIVO NOT = "S"
               MOVE "INA" TO LK-STATUS
               GOBACK
           END-IF

           IF LK-SALARIO > 0
               IF LK-SALARIO < CAR-SALARIO-MIN
                   MOVE "FXA" TO LK-STATUS
               END-IF
               IF CAR-SALARIO-MAX > 0
                       AND LK-SALARIO > CAR-SALARIO-MAX
                   MOVE "FXA" TO LK-STATUS
               END-IF
           END-IF
           GOBACK.
