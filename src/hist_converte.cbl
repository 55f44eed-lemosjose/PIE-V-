       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-CONVERTE.

      *> Conversao unica do PAYROLL-HIST para o registro que passou a
      *> trazer empresa, bruto, INSS e IRRF no fim (base do FGTS e
      *> das guias). Le o arquivo vivo no desenho antigo e grava o
      *> PAYROLL-HIST-NOVO no desenho novo, com o liquido no lugar
      *> do bruto e a empresa da FOLHA-EMPRESA (padrao 01) -- as
      *> competencias antigas ja foram recolhidas, so precisam abrir
      *> no programa novo. O PAYROLL-HIST-NOVO substitui o arquivo
      *> vivo ao fim, com a contagem conferida nos dois lados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-ANTIGO-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HANT-CHAVE
               FILE STATUS IS WS-HANT-FS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST-NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-ANTIGO-FILE.
       01  HANT-REC.
           05  HANT-CHAVE.
               10  HANT-MATRICULA    PIC 9(09).
               10  HANT-COMPETENCIA  PIC X(06).
           05  HANT-NOME             PIC X(50).
           05  HANT-VALOR            PIC S9(15).
           05  HANT-DATA             PIC X(10).

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
       01  WS-HANT-FS                PIC X(02) VALUE SPACES.
           88  WS-HANT-OK                       VALUE "00".
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
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
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "FOLHA-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF

           OPEN INPUT HIST-ANTIGO-FILE
           IF NOT WS-HANT-OK
               DISPLAY "HIST-CONVERTE: PAYROLL-HIST NAO ABRE NO "
                   "DESENHO ANTIGO (STATUS=" WS-HANT-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "HIST-CONVERTE: PAYROLL-HIST-NOVO NAO PODE "
                   "SER CRIADO (STATUS=" WS-HIST-FS ")"
               CLOSE HIST-ANTIGO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ HIST-ANTIGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   ADD HANT-VALOR TO WS-TOTAL-LIDO
           END-READ.

       2000-CONVERTER SECTION.
           MOVE SPACES           TO HIST-REC
           MOVE HANT-MATRICULA   TO HIST-MATRICULA
           MOVE HANT-COMPETENCIA TO HIST-COMPETENCIA
           MOVE HANT-NOME        TO HIST-NOME
           MOVE HANT-VALOR       TO HIST-VALOR
           MOVE HANT-DATA        TO HIST-DATA
           MOVE WS-EMPRESA       TO HIST-EMPRESA
           MOVE HANT-VALOR       TO HIST-BRUTO
           MOVE 0                TO HIST-INSS
           MOVE 0                TO HIST-IRRF

           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "HIST-CONVERTE: CHAVE REPETIDA "
                       HANT-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
                   ADD HIST-VALOR TO WS-TOTAL-GRAVADO
           END-WRITE

           PERFORM 1100-LER-PROXIMO.

       9000-FINALIZAR SECTION.
           CLOSE HIST-ANTIGO-FILE
           CLOSE PAYROLL-HIST-FILE

           DISPLAY "HIST-CONVERTE: LIDOS=" WS-QTD-LIDOS
               " GRAVADOS=" WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
                   OR WS-TOTAL-LIDO NOT = WS-TOTAL-GRAVADO
               DISPLAY "HIST-CONVERTE: CONTAGEM OU TOTAL NAO BATE - "
                   "NAO SUBSTITUA O PAYROLL-HIST"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "HIST-CONVERTE: CONVERSAO CONFERIDA, "
                   "PAYROLL-HIST-NOVO PRONTO PARA SUBSTITUIR"
           END-IF.
