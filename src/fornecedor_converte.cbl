       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNECEDOR-CONVERTE.

      *> Conversao unica do FORNECEDOR-MASTER para o registro que
      *> passou a trazer, no fim, o perfil de retencao (tipo de
      *> servico, optante do Simples, municipio e aliquota do ISS) e
      *> a inscricao estadual com a UF. Le o arquivo vivo no desenho
      *> antigo e grava o FORNECEDOR-MASTER-NOVO no desenho novo com
      *> o perfil neutro -- mercadoria, nao optante, sem ISS e IE nao
      *> informada --, o mesmo que o BOLETO-BATCH assume para CNPJ
      *> fora do cadastro: nada e retido e o NF-INTAKE nao confere a
      *> IE ate o FORNECEDOR-MAINTAIN preencher cada fornecedor. O
      *> FORNECEDOR-MASTER-NOVO substitui o arquivo vivo ao fim, com
      *> a contagem conferida nos dois lados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORN-ANTIGO-FILE ASSIGN TO "FORNECEDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FANT-CNPJ
               FILE STATUS IS WS-FANT-FS.
           SELECT FORNECEDOR-FILE
               ASSIGN TO "FORNECEDOR-MASTER-NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WS-FORN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORN-ANTIGO-FILE.
       01  FANT-REC.
           05  FANT-CNPJ             PIC 9(14).
           05  FANT-NOME             PIC X(40).
           05  FANT-PRAZO-PGTO       PIC 9(03).
           05  FANT-STATUS           PIC X(01).
           05  FANT-REVISAO          PIC X(01).

       FD  FORNECEDOR-FILE.
       01  FORN-REC.
           05  FORN-CNPJ             PIC 9(14).
           05  FORN-NOME             PIC X(40).
           05  FORN-PRAZO-PGTO       PIC 9(03).
           05  FORN-STATUS           PIC X(01).
           05  FORN-REVISAO          PIC X(01).
           05  FORN-TIPO-SERVICO     PIC X(01).
           05  FORN-SIMPLES          PIC X(01).
           05  FORN-ISS-MUNICIPIO    PIC X(07).
           05  FORN-ISS-ALIQ         PIC 9(05).
           05  FORN-IE               PIC X(14).
           05  FORN-IE-UF            PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-FANT-FS                PIC X(02) VALUE SPACES.
           88  WS-FANT-OK                       VALUE "00".
       01  WS-FORN-FS                PIC X(02) VALUE SPACES.
           88  WS-FORN-OK                       VALUE "00".
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
           OPEN INPUT FORN-ANTIGO-FILE
           IF NOT WS-FANT-OK
               DISPLAY "FORNECEDOR-CONVERTE: FORNECEDOR-MASTER NAO "
                   "ABRE NO DESENHO ANTIGO (STATUS=" WS-FANT-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT FORNECEDOR-FILE
           IF NOT WS-FORN-OK
               DISPLAY "FORNECEDOR-CONVERTE: FORNECEDOR-MASTER-NOVO "
                   "NAO PODE SER CRIADO (STATUS=" WS-FORN-FS ")"
               CLOSE FORN-ANTIGO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ FORN-ANTIGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   ADD FANT-CNPJ TO WS-TOTAL-LIDO
           END-READ.

       2000-CONVERTER SECTION.
           MOVE SPACES           TO FORN-REC
           MOVE FANT-CNPJ        TO FORN-CNPJ
           MOVE FANT-NOME        TO FORN-NOME
           MOVE FANT-PRAZO-PGTO  TO FORN-PRAZO-PGTO
           MOVE FANT-STATUS      TO FORN-STATUS
           MOVE FANT-REVISAO     TO FORN-REVISAO
           MOVE SPACE            TO FORN-TIPO-SERVICO
           MOVE "N"              TO FORN-SIMPLES
           MOVE SPACES           TO FORN-ISS-MUNICIPIO
           MOVE 0                TO FORN-ISS-ALIQ
           MOVE SPACES           TO FORN-IE
           MOVE SPACES           TO FORN-IE-UF

           WRITE FORN-REC
               INVALID KEY
                   DISPLAY "FORNECEDOR-CONVERTE: CHAVE REPETIDA "
                       FANT-CNPJ
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
                   ADD FORN-CNPJ TO WS-TOTAL-GRAVADO
           END-WRITE

           PERFORM 1100-LER-PROXIMO.

       9000-FINALIZAR SECTION.
           CLOSE FORN-ANTIGO-FILE
           CLOSE FORNECEDOR-FILE

           DISPLAY "FORNECEDOR-CONVERTE: LIDOS=" WS-QTD-LIDOS
               " GRAVADOS=" WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
                   OR WS-TOTAL-LIDO NOT = WS-TOTAL-GRAVADO
               DISPLAY "FORNECEDOR-CONVERTE: CONTAGEM OU TOTAL NAO "
                   "BATE - NAO SUBSTITUA O FORNECEDOR-MASTER"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "FORNECEDOR-CONVERTE: CONVERSAO CONFERIDA, "
                   "FORNECEDOR-MASTER-NOVO PRONTO PARA SUBSTITUIR"
           END-IF.
