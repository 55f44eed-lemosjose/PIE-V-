       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-EMPRESA.

      *> Empresa de um funcionario, para os programas de balcao
      *> conferirem se o operador pode mexer nele: o cadastro de
      *> funcionario e unico para o grupo, e quem diz a empresa e o
      *> historico da folha (PAYROLL-HIST).
      *>
      *> LK-COMPETENCIA: a competencia (MMAAAA, ou 13/14/15/16+ANO)
      *> cuja empresa interessa; em branco, a da competencia mais
      *> recente da matricula.
      *>
      *> LK-STATUS: OK  = empresa encontrada em LK-EMPRESA
      *>            NAO = matricula sem historico (admissao ainda sem
      *>                  folha, ou historico indisponivel) -- sem
      *>                  empresa a conferir, LK-EMPRESA em branco.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HIST-FILE.
       01  HIST-REC.
           05  HIST-CHAVE.
               10  HIST-MATRICULA    PIC 9(09).
               10  HIST-COMPETENCIA  PIC X(06).
           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

       WORKING-STORAGE SECTION.
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

      *> A chave grava MMAAAA: a comparacao da mais recente e pelo
      *> ano na frente.
       01  WS-ORDEM-LIDA             PIC X(06) VALUE SPACES.
       01  WS-ORDEM-MAIOR            PIC X(06) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARAMETROS.
           05  LK-MATRICULA          PIC 9(09).
           05  LK-COMPETENCIA        PIC X(06).
           05  LK-EMPRESA            PIC X(02).
           05  LK-STATUS             PIC X(03).

       PROCEDURE DIVISION USING LK-PARAMETROS.
       0000-MAIN SECTION.
           MOVE "NAO"  TO LK-STATUS
           MOVE SPACES TO LK-EMPRESA

           OPEN INPUT PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               GOBACK
           END-IF

           IF LK-COMPETENCIA NOT = SPACES
               PERFORM 1000-LER-COMPETENCIA
           ELSE
               PERFORM 2000-LER-MAIS-RECENTE
           END-IF

           CLOSE PAYROLL-HIST-FILE
           GOBACK.

       1000-LER-COMPETENCIA SECTION.
           MOVE LK-MATRICULA   TO HIST-MATRICULA
           MOVE LK-COMPETENCIA TO HIST-COMPETENCIA
           READ PAYROLL-HIST-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE HIST-EMPRESA TO LK-EMPRESA
           MOVE "OK"         TO LK-STATUS.

       2000-LER-MAIS-RECENTE SECTION.
           MOVE LK-MATRICULA TO HIST-MATRICULA
           MOVE SPACES       TO HIST-COMPETENCIA
           MOVE SPACES       TO WS-ORDEM-MAIOR
           MOVE "N" TO WS-EOF
           START PAYROLL-HIST-FILE KEY NOT < HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ PAYROLL-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF HIST-MATRICULA NOT = LK-MATRICULA
                           MOVE "S" TO WS-EOF
                       ELSE
                           MOVE SPACES TO WS-ORDEM-LIDA
                           STRING HIST-COMPETENCIA(3:4)
                               HIST-COMPETENCIA(1:2)
                               DELIMITED BY SIZE INTO WS-ORDEM-LIDA
                           END-STRING
                           IF WS-ORDEM-LIDA > WS-ORDEM-MAIOR
                               MOVE WS-ORDEM-LIDA TO WS-ORDEM-MAIOR
                               MOVE HIST-EMPRESA  TO LK-EMPRESA
                               MOVE "OK"          TO LK-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
