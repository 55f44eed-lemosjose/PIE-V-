       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETOR-CONVERTE.

      *> Conversao unica do SETOR-MASTER para o registro que passou
      *> a trazer, no fim, o sindicato da categoria do setor
      *> (SET-SINDICATO). Le o arquivo vivo no desenho antigo e
      *> grava o SETOR-MASTER-NOVO no desenho novo, com o sindicato
      *> em branco -- setor sem contribuicao sindical, como todos
      *> eram antes; o vinculo e feito depois no SETOR-MAINTAIN. O
      *> SETOR-MASTER-NOVO substitui o arquivo vivo ao fim, com a
      *> contagem conferida nos dois lados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETOR-ANTIGO-FILE ASSIGN TO "SETOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SANT-CODIGO
               FILE STATUS IS WS-SANT-FS.
           SELECT SETOR-FILE ASSIGN TO "SETOR-MASTER-NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SET-CODIGO
               FILE STATUS IS WS-SET-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETOR-ANTIGO-FILE.
       01  SANT-REC.
           05  SANT-CODIGO           PIC X(10).
           05  SANT-NOME             PIC X(20).
           05  SANT-RESPONSAVEL      PIC X(30).
           05  SANT-ATIVO            PIC X(01).
           05  SANT-ORCAMENTO        PIC 9(15).

       FD  SETOR-FILE.
       01  SET-REC.
           05  SET-CODIGO            PIC X(10).
           05  SET-NOME              PIC X(20).
           05  SET-RESPONSAVEL       PIC X(30).
           05  SET-ATIVO             PIC X(01).
           05  SET-ORCAMENTO         PIC 9(15).
           05  SET-SINDICATO         PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-SANT-FS                PIC X(02) VALUE SPACES.
           88  WS-SANT-OK                       VALUE "00".
       01  WS-SET-FS                 PIC X(02) VALUE SPACES.
           88  WS-SET-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-QTD-LIDOS              PIC 9(09) VALUE ZEROS.
       01  WS-QTD-GRAVADOS           PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-LIDO             PIC S9(18) VALUE ZEROS.
       01  WS-TOTAL-GRAVADO          PIC S9(18) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CONVERTER UNTIL WS-FIM-ARQUIVO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           OPEN INPUT SETOR-ANTIGO-FILE
           IF NOT WS-SANT-OK
               DISPLAY "SETOR-CONVERTE: SETOR-MASTER NAO ABRE NO "
                   "DESENHO ANTIGO (STATUS=" WS-SANT-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SETOR-FILE
           IF NOT WS-SET-OK
               DISPLAY "SETOR-CONVERTE: SETOR-MASTER-NOVO NAO PODE "
                   "SER CRIADO (STATUS=" WS-SET-FS ")"
               CLOSE SETOR-ANTIGO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ SETOR-ANTIGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   ADD SANT-ORCAMENTO TO WS-TOTAL-LIDO
           END-READ.

       2000-CONVERTER SECTION.
           MOVE SPACES           TO SET-REC
           MOVE SANT-CODIGO      TO SET-CODIGO
           MOVE SANT-NOME        TO SET-NOME
           MOVE SANT-RESPONSAVEL TO SET-RESPONSAVEL
           MOVE SANT-ATIVO       TO SET-ATIVO
           MOVE SANT-ORCAMENTO   TO SET-ORCAMENTO
           MOVE SPACES           TO SET-SINDICATO

           WRITE SET-REC
               INVALID KEY
                   DISPLAY "SETOR-CONVERTE: CHAVE REPETIDA "
                       SANT-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
                   ADD SET-ORCAMENTO TO WS-TOTAL-GRAVADO
           END-WRITE

           PERFORM 1100-LER-PROXIMO.

       9000-FINALIZAR SECTION.
           CLOSE SETOR-ANTIGO-FILE
           CLOSE SETOR-FILE

           DISPLAY "SETOR-CONVERTE: LIDOS=" WS-QTD-LIDOS
               " GRAVADOS=" WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
                   OR WS-TOTAL-LIDO NOT = WS-TOTAL-GRAVADO
               DISPLAY "SETOR-CONVERTE: CONTAGEM OU TOTAL NAO BATE - "
                   "NAO SUBSTITUA O SETOR-MASTER"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "SETOR-CONVERTE: CONVERSAO CONFERIDA, "
                   "SETOR-MASTER-NOVO PRONTO PARA SUBSTITUIR"
           END-IF.
