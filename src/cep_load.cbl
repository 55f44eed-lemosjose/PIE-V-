       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP-LOAD.

      *> Carga do extrato de CEP dos Correios (CEP-EXTRATO, uma linha
      *> por CEP no layout do DNE, campos separados por "@":
      *> CEP@LOGRADOURO@BAIRRO@CIDADE@UF) para a base indexada
      *> CEP-BASE que o CEP-CONSULTA le. O CEP pode vir com ou sem o
      *> hifen. CEP que ja constava atualiza o endereco -- vale o
      *> extrato mais recente. Linha com CEP que nao tem 8 digitos ou
      *> com UF fora das 27 fica de fora e e listada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-FILE ASSIGN TO "CEP-EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.
           SELECT CEP-FILE ASSIGN TO "CEP-BASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEPB-CEP
               FILE STATUS IS WS-CEP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-FILE.
       01  EXTIN-LINHA               PIC X(200).

       FD  CEP-FILE.
       01  CEPB-REC.
           05  CEPB-CEP              PIC 9(08).
           05  CEPB-LOGRADOURO       PIC X(60).
           05  CEPB-BAIRRO           PIC X(30).
           05  CEPB-CIDADE           PIC X(30).
           05  CEPB-UF               PIC X(02).
           05  CEPB-DATA-CARGA       PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-EXT-FS                 PIC X(02) VALUE SPACES.
           88  WS-EXT-OK                        VALUE "00".
       01  WS-CEP-FS                 PIC X(02) VALUE SPACES.
           88  WS-CEP-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-INCLUIDOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ATUALIZADOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-INVALIDOS      PIC 9(07) VALUE ZEROS.

       01  WS-CAMPOS-LINHA.
           05  WS-LIN-CEP            PIC X(10).
           05  WS-LIN-LOGRADOURO     PIC X(60).
           05  WS-LIN-BAIRRO         PIC X(30).
           05  WS-LIN-CIDADE         PIC X(30).
           05  WS-LIN-UF             PIC X(02).
       01  WS-CEP-TXT                PIC X(08) VALUE SPACES.
       01  WS-CEP-NUM REDEFINES WS-CEP-TXT PIC 9(08).
       01  WS-I                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-K                      PIC 9(02) COMP-5 VALUE 0.

       01  WS-TABELA-UF-DADOS.
           05  FILLER                PIC X(54) VALUE
               "ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO".
       01  WS-TABELA-UF REDEFINES WS-TABELA-UF-DADOS.
           05  WS-UF-VALIDA          PIC X(02) OCCURS 27.
       01  WS-UF-ACHOU               PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           OPEN INPUT EXTRATO-FILE
           IF NOT WS-EXT-OK
               DISPLAY "CEP-LOAD: CEP-EXTRATO NAO ENCONTRADO (STATUS="
                   WS-EXT-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CEP-FILE
           IF NOT WS-CEP-OK
               OPEN OUTPUT CEP-FILE
               CLOSE CEP-FILE
               OPEN I-O CEP-FILE
           END-IF

           PERFORM 1100-LER-PROXIMO
           PERFORM 2000-CARREGAR UNTIL WS-FIM-ARQUIVO

           CLOSE EXTRATO-FILE
           CLOSE CEP-FILE

           DISPLAY "CEP-LOAD: LIDOS=" WS-QTD-LIDOS
               " INCLUIDOS=" WS-QTD-INCLUIDOS
               " ATUALIZADOS=" WS-QTD-ATUALIZADOS
               " INVALIDOS=" WS-QTD-INVALIDOS
           IF WS-QTD-INVALIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1100-LER-PROXIMO SECTION.
           READ EXTRATO-FILE
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       2000-CARREGAR SECTION.
           IF EXTIN-LINHA = SPACES
               SUBTRACT 1 FROM WS-QTD-LIDOS
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CAMPOS-LINHA
           UNSTRING EXTIN-LINHA DELIMITED BY "@"
               INTO WS-LIN-CEP
                    WS-LIN-LOGRADOURO
                    WS-LIN-BAIRRO
                    WS-LIN-CIDADE
                    WS-LIN-UF
           END-UNSTRING

      *>   CEP sem o hifen: "01310-100" e "01310100" dao o mesmo.
           MOVE SPACES TO WS-CEP-TXT
           MOVE 0 TO WS-K
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               IF WS-LIN-CEP(WS-I:1) NOT = "-"
                       AND WS-LIN-CEP(WS-I:1) NOT = SPACE
                   ADD 1 TO WS-K
                   IF WS-K <= 8
                       MOVE WS-LIN-CEP(WS-I:1) TO WS-CEP-TXT(WS-K:1)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-K NOT = 8 OR WS-CEP-TXT IS NOT NUMERIC
                   OR WS-CEP-NUM = 0
               ADD 1 TO WS-QTD-INVALIDOS
               DISPLAY "CEP-LOAD: CEP INVALIDO '" WS-LIN-CEP
                   "' NO EXTRATO, LINHA IGNORADA"
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-LIN-UF) TO WS-LIN-UF
           MOVE "N" TO WS-UF-ACHOU
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 27
               IF WS-UF-VALIDA(WS-I) = WS-LIN-UF
                   MOVE "S" TO WS-UF-ACHOU
               END-IF
           END-PERFORM
           IF WS-UF-ACHOU NOT = "S" OR WS-LIN-CIDADE = SPACES
               ADD 1 TO WS-QTD-INVALIDOS
               DISPLAY "CEP-LOAD: CEP " WS-CEP-TXT " COM CIDADE/UF "
                   "INVALIDA ('" FUNCTION TRIM(WS-LIN-CIDADE) "/"
                   WS-LIN-UF "'), LINHA IGNORADA"
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           MOVE SPACES TO CEPB-REC
           MOVE WS-CEP-NUM        TO CEPB-CEP
           MOVE WS-LIN-LOGRADOURO TO CEPB-LOGRADOURO
           MOVE WS-LIN-BAIRRO     TO CEPB-BAIRRO
           MOVE WS-LIN-CIDADE     TO CEPB-CIDADE
           MOVE WS-LIN-UF         TO CEPB-UF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CEPB-DATA-CARGA
           WRITE CEPB-REC
               INVALID KEY
                   REWRITE CEPB-REC
                   END-REWRITE
                   ADD 1 TO WS-QTD-ATUALIZADOS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-INCLUIDOS
           END-WRITE

           PERFORM 1100-LER-PROXIMO.
