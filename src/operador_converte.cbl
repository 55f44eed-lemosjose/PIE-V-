       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADOR-CONVERTE.

      *> Conversao unica do OPERADOR-MASTER para o registro que
      *> passou a trazer, no fim, a lista de empresas em que o
      *> operador pode agir (OPER-EMPRESAS). Le o arquivo vivo no
      *> desenho antigo e grava o OPERADOR-MASTER-NOVO no desenho
      *> novo, com a lista em branco -- todas as empresas, que e o
      *> alcance que todo operador tinha antes da lista. Restringir
      *> alguem fica para o OPERADOR-MAINTAIN, com supervisor. O
      *> OPERADOR-MASTER-NOVO substitui o arquivo vivo ao fim, com a
      *> contagem conferida nos dois lados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-ANTIGO-FILE ASSIGN TO "OPERADOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OANT-ID
               FILE STATUS IS WS-OANT-FS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR-MASTER-NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-ANTIGO-FILE.
       01  OANT-REC.
           05  OANT-ID               PIC X(10).
           05  OANT-NOME             PIC X(40).
           05  OANT-ATIVO            PIC X(01).
           05  OANT-FUNCOES          PIC X(10).
           05  OANT-SENHA            PIC X(10).
           05  OANT-TROCA-OBRIG      PIC X(01).
           05  OANT-VALIDADE         PIC 9(08).
           05  OANT-FALHAS           PIC 9(02).
           05  OANT-BLOQUEADO        PIC X(01).

       FD  OPERADOR-FILE.
       01  OPER-REC.
           05  OPER-ID               PIC X(10).
           05  OPER-NOME             PIC X(40).
           05  OPER-ATIVO            PIC X(01).
           05  OPER-FUNCOES          PIC X(10).
           05  OPER-SENHA            PIC X(10).
           05  OPER-TROCA-OBRIG      PIC X(01).
           05  OPER-VALIDADE         PIC 9(08).
           05  OPER-FALHAS           PIC 9(02).
           05  OPER-BLOQUEADO        PIC X(01).
           05  OPER-EMPRESAS.
               10  OPER-EMPRESA-AUT  PIC X(02) OCCURS 10 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-OANT-FS                PIC X(02) VALUE SPACES.
           88  WS-OANT-OK                       VALUE "00".
       01  WS-OPER-FS                PIC X(02) VALUE SPACES.
           88  WS-OPER-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-QTD-LIDOS              PIC 9(09) VALUE ZEROS.
       01  WS-QTD-GRAVADOS           PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-LIDO             PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-GRAVADO          PIC S9(15) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CONVERTER UNTIL WS-FIM-ARQUIVO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           OPEN INPUT OPER-ANTIGO-FILE
           IF NOT WS-OANT-OK
               DISPLAY "OPERADOR-CONVERTE: OPERADOR-MASTER NAO ABRE "
                   "NO DESENHO ANTIGO (STATUS=" WS-OANT-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT OPERADOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "OPERADOR-CONVERTE: OPERADOR-MASTER-NOVO NAO "
                   "PODE SER CRIADO (STATUS=" WS-OPER-FS ")"
               CLOSE OPER-ANTIGO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ OPER-ANTIGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   ADD OANT-VALIDADE TO WS-TOTAL-LIDO
           END-READ.

       2000-CONVERTER SECTION.
           MOVE SPACES           TO OPER-REC
           MOVE OANT-ID          TO OPER-ID
           MOVE OANT-NOME        TO OPER-NOME
           MOVE OANT-ATIVO       TO OPER-ATIVO
           MOVE OANT-FUNCOES     TO OPER-FUNCOES
           MOVE OANT-SENHA       TO OPER-SENHA
           MOVE OANT-TROCA-OBRIG TO OPER-TROCA-OBRIG
           MOVE OANT-VALIDADE    TO OPER-VALIDADE
           MOVE OANT-FALHAS      TO OPER-FALHAS
           MOVE OANT-BLOQUEADO   TO OPER-BLOQUEADO
           MOVE SPACES           TO OPER-EMPRESAS

           WRITE OPER-REC
               INVALID KEY
                   DISPLAY "OPERADOR-CONVERTE: CHAVE REPETIDA "
                       OANT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
                   ADD OPER-VALIDADE TO WS-TOTAL-GRAVADO
           END-WRITE

           PERFORM 1100-LER-PROXIMO.

       9000-FINALIZAR SECTION.
           CLOSE OPER-ANTIGO-FILE
           CLOSE OPERADOR-FILE

           DISPLAY "OPERADOR-CONVERTE: LIDOS=" WS-QTD-LIDOS
               " GRAVADOS=" WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
                   OR WS-TOTAL-LIDO NOT = WS-TOTAL-GRAVADO
               DISPLAY "OPERADOR-CONVERTE: CONTAGEM OU TOTAL NAO BATE"
                   " - NAO SUBSTITUA O OPERADOR-MASTER"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "OPERADOR-CONVERTE: CONVERSAO CONFERIDA, "
                   "OPERADOR-MASTER-NOVO PRONTO PARA SUBSTITUIR"
           END-IF.
