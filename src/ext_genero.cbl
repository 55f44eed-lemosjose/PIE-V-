       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXT-GENERO.

      *> Concordancia do extenso em espanhol com o substantivo que vem
      *> depois dele. O EXT-NUM devolve a forma de contagem ("UNO",
      *> "VEINTIUNO", "DOSCIENTOS"); diante de substantivo o espanhol
      *> pede outra:
      *>   "M" - masculino, com apocope: "UN MILLON", "VEINTIUN MIL",
      *>         "CIENTO UN PESOS" (UNO -> UN, VEINTIUNO -> VEINTIUN
      *>         acentuado);
      *>   "F" - feminino: UNO/UN -> UNA, VEINTIUNO -> VEINTIUNA e as
      *>         centenas em -IENTOS -> -IENTAS ("DOSCIENTAS
      *>         MILESIMAS"). So para quantidades abaixo do milhao --
      *>         "MILLONES" e masculino e puxaria as centenas de volta.
      *> Troca palavra inteira, em qualquer posicao do texto, e
      *> devolve o texto no caso pedido (LK-CASO, como o EXT-CASE).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ENTRADA                PIC X(256) VALUE SPACES.
       01  WS-SAIDA                  PIC X(256) VALUE SPACES.
       01  WS-PALAVRA                PIC X(40)  VALUE SPACES.
       01  WS-PTR                    PIC 9(3) COMP-5.
       01  WS-PTR-SAIDA              PIC 9(3) COMP-5.
       01  WS-TAM                    PIC 9(3) COMP-5.
       01  WS-I                      PIC 9(3) COMP-5.
       01  WS-ORD                    PIC 9(3) COMP-5.
       01  WS-FIM                    PIC X(1)   VALUE "N".

       LINKAGE SECTION.
       01  LK-TEXTO                  PIC X(256).
       01  LK-GENERO                 PIC X(1).
       01  LK-CASO                   PIC X(1).

       PROCEDURE DIVISION USING LK-TEXTO LK-GENERO LK-CASO.
           IF LK-GENERO NOT = "M" AND LK-GENERO NOT = "F"
               GOBACK
           END-IF

           MOVE FUNCTION TRIM(LK-TEXTO) TO WS-ENTRADA
           MOVE SPACES   TO WS-SAIDA
           MOVE 1 TO WS-PTR
           MOVE 1 TO WS-PTR-SAIDA
           MOVE "N" TO WS-FIM

           PERFORM UNTIL WS-FIM = "S" OR WS-PTR > 256
               MOVE SPACES TO WS-PALAVRA
               UNSTRING WS-ENTRADA DELIMITED BY ALL SPACE
                   INTO WS-PALAVRA
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-PALAVRA = SPACES
                   MOVE "S" TO WS-FIM
               ELSE
                   PERFORM 1000-MAIUSCULA
                   PERFORM 2000-CONCORDAR
                   STRING
                       WS-PALAVRA DELIMITED BY SPACE
                       " "        DELIMITED BY SIZE
                       INTO WS-SAIDA
                       WITH POINTER WS-PTR-SAIDA
                   END-STRING
               END-IF
           END-PERFORM

           MOVE FUNCTION TRIM(WS-SAIDA) TO LK-TEXTO
           CALL "EXT-CASE" USING LK-TEXTO LK-CASO END-CALL
           GOBACK.

       1000-MAIUSCULA SECTION.
      *> O texto pode ja ter passado pelo EXT-CASE em caixa de frase;
      *> a comparacao e feita em maiusculas, inclusive as acentuadas
      *> (UTF-8, prefixo X"C3": minuscula - 32 no segundo byte).
           MOVE FUNCTION UPPER-CASE(WS-PALAVRA) TO WS-PALAVRA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PALAVRA)) TO WS-TAM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-TAM
               IF WS-PALAVRA(WS-I:1) = X"C3"
                   MOVE FUNCTION ORD(WS-PALAVRA(WS-I + 1:1)) TO WS-ORD
                   IF WS-ORD >= 161 AND WS-ORD <= 191
                           AND WS-ORD NOT = 184
                       MOVE FUNCTION CHAR(WS-ORD - 32)
                           TO WS-PALAVRA(WS-I + 1:1)
                   END-IF
               END-IF
           END-PERFORM
           .

       2000-CONCORDAR SECTION.
           IF LK-GENERO = "M"
               EVALUATE WS-PALAVRA
                   WHEN "UNO"
                       MOVE "UN" TO WS-PALAVRA
                   WHEN "VEINTIUNO"
                       MOVE "VEINTIÚN" TO WS-PALAVRA
               END-EVALUATE
               EXIT SECTION
           END-IF

           EVALUATE WS-PALAVRA
               WHEN "UNO"
               WHEN "UN"
                   MOVE "UNA" TO WS-PALAVRA
               WHEN "VEINTIUNO"
               WHEN "VEINTIÚN"
                   MOVE "VEINTIUNA" TO WS-PALAVRA
               WHEN OTHER
                   IF WS-TAM > 6
                       IF WS-PALAVRA(WS-TAM - 5:6) = "IENTOS"
                           MOVE "IENTAS" TO WS-PALAVRA(WS-TAM - 5:6)
                       END-IF
                   END-IF
           END-EVALUATE
           .
