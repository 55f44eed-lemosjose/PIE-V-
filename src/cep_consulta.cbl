       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP-CONSULTA.

      *> Consulta de CEP na CEP-BASE para quem mantem ou confere
      *> endereco (FUNC-MAINTAIN, ROSTER-SWEEP); contrato em
      *> cep_consulta.cpy. A base e aberta na primeira chamada e
      *> fica aberta ate o fim do programa chamador: a varredura do
      *> quadro consulta um CEP por funcionario.
      *>
      *> A conferencia de cidade compara as duas formas normalizadas:
      *> maiusculas, sem acento (UTF-8, prefixo X"C3"), hifen e
      *> apostrofo viram espaco e espacos repetidos viram um.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-FILE ASSIGN TO "CEP-BASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEPB-CEP
               FILE STATUS IS WS-CEP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CEP-FILE.
       01  CEPB-REC.
           05  CEPB-CEP              PIC 9(08).
           05  CEPB-LOGRADOURO       PIC X(60).
           05  CEPB-BAIRRO           PIC X(30).
           05  CEPB-CIDADE           PIC X(30).
           05  CEPB-UF               PIC X(02).
           05  CEPB-DATA-CARGA       PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-CEP-FS                 PIC X(02) VALUE SPACES.
           88  WS-CEP-OK                        VALUE "00".
      *> " " = base ainda nao aberta, "S" aberta, "N" indisponivel.
       01  WS-BASE-ABERTA            PIC X(01) VALUE SPACE.

       01  WS-NORM-ENTRADA           PIC X(30) VALUE SPACES.
       01  WS-NORM-SAIDA             PIC X(30) VALUE SPACES.
       01  WS-CIDADE-CAD             PIC X(30) VALUE SPACES.
       01  WS-CIDADE-BASE            PIC X(30) VALUE SPACES.
       01  WS-UF-CAD                 PIC X(02) VALUE SPACES.
       01  WS-I                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-K                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-ORD                    PIC 9(03) COMP-5 VALUE 0.
       01  WS-CH                     PIC X(01) VALUE SPACE.
       01  WS-ULTIMO                 PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       COPY "cep_consulta.cpy".

       PROCEDURE DIVISION USING CEP-CONSULTA-PARAMS.
       0000-MAINLINE SECTION.
           MOVE SPACES TO CEPC-LOGRADOURO CEPC-BAIRRO
                          CEPC-CIDADE-BASE CEPC-UF-BASE
           IF CEPC-CEP IS NOT NUMERIC OR CEPC-CEP = 0
               MOVE "INV" TO CEPC-STATUS
               GOBACK
           END-IF

           IF WS-BASE-ABERTA = SPACE
               OPEN INPUT CEP-FILE
               IF WS-CEP-OK
                   MOVE "S" TO WS-BASE-ABERTA
               ELSE
                   MOVE "N" TO WS-BASE-ABERTA
               END-IF
           END-IF
           IF WS-BASE-ABERTA NOT = "S"
               MOVE "IND" TO CEPC-STATUS
               GOBACK
           END-IF

           MOVE CEPC-CEP TO CEPB-CEP
           READ CEP-FILE
               INVALID KEY
                   MOVE "NEX" TO CEPC-STATUS
                   GOBACK
           END-READ
           MOVE CEPB-LOGRADOURO TO CEPC-LOGRADOURO
           MOVE CEPB-BAIRRO     TO CEPC-BAIRRO
           MOVE CEPB-CIDADE     TO CEPC-CIDADE-BASE
           MOVE CEPB-UF         TO CEPC-UF-BASE
           MOVE "OK" TO CEPC-STATUS

           IF CEPC-CIDADE = SPACES AND CEPC-UF = SPACES
               GOBACK
           END-IF

           MOVE FUNCTION UPPER-CASE(CEPC-UF) TO WS-UF-CAD
           IF WS-UF-CAD NOT = CEPB-UF
               MOVE "DIV" TO CEPC-STATUS
               GOBACK
           END-IF

           MOVE CEPC-CIDADE TO WS-NORM-ENTRADA
           PERFORM 1000-NORMALIZAR
           MOVE WS-NORM-SAIDA TO WS-CIDADE-CAD
           MOVE CEPB-CIDADE TO WS-NORM-ENTRADA
           PERFORM 1000-NORMALIZAR
           MOVE WS-NORM-SAIDA TO WS-CIDADE-BASE
           IF WS-CIDADE-CAD NOT = WS-CIDADE-BASE
               MOVE "DIV" TO CEPC-STATUS
           END-IF
           GOBACK.

       1000-NORMALIZAR SECTION.
      *> Letra acentuada (X"C3" + segundo byte, maiuscula 80-9F,
      *> minuscula A0-BF) vira a letra sem acento; o byte X"C3" sai.
           MOVE FUNCTION UPPER-CASE(WS-NORM-ENTRADA)
               TO WS-NORM-ENTRADA
           MOVE SPACES TO WS-NORM-SAIDA
           MOVE 0     TO WS-K
           MOVE SPACE TO WS-ULTIMO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
               MOVE WS-NORM-ENTRADA(WS-I:1) TO WS-CH
               IF WS-CH = X"C3" AND WS-I < 30
                   ADD 1 TO WS-I
                   MOVE FUNCTION ORD(WS-NORM-ENTRADA(WS-I:1))
                       TO WS-ORD
                   IF WS-ORD > 160
                       SUBTRACT 32 FROM WS-ORD
                   END-IF
                   EVALUATE WS-ORD
                       WHEN 129 THRU 133
                           MOVE "A" TO WS-CH
                       WHEN 136
                           MOVE "C" TO WS-CH
                       WHEN 137 THRU 140
                           MOVE "E" TO WS-CH
                       WHEN 141 THRU 144
                           MOVE "I" TO WS-CH
                       WHEN 146
                           MOVE "N" TO WS-CH
                       WHEN 147 THRU 151
                           MOVE "O" TO WS-CH
                       WHEN 154 THRU 157
                           MOVE "U" TO WS-CH
                       WHEN OTHER
                           MOVE SPACE TO WS-CH
                   END-EVALUATE
               END-IF
               IF WS-CH = "-" OR WS-CH = "'" OR WS-CH = "."
                   MOVE SPACE TO WS-CH
               END-IF
               IF WS-CH NOT = SPACE OR WS-ULTIMO NOT = SPACE
                   IF WS-K < 30
                       ADD 1 TO WS-K
                       MOVE WS-CH TO WS-NORM-SAIDA(WS-K:1)
                   END-IF
               END-IF
               MOVE WS-CH TO WS-ULTIMO
           END-PERFORM.
