       01  WS-TAM                    PIC 9(3) COMP-5.
       01  WS-I                      PIC 9(3) COMP-5.
       01  WS-CH                     PIC X(1).
       01  WS-ORD                    PIC 9(3) COMP-5.

       LINKAGE SECTION.
       01  LK-TEXTO                  PIC X(256).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-TEXTO)) TO WS-TAM
           MOVE FUNCTION LOWER-CASE(LK-TEXTO) TO LK-TEXTO

      *> O LOWER-CASE so conhece as letras sem acento; as acentuadas
      *> (UTF-8, prefixo X"C3" -- o TRES e o DIECISEIS acentuados, o
      *> enhe do espanhol) ficavam maiusculas no meio da frase. A
      *> minuscula delas e o segundo byte + 32.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-TAM
               IF LK-TEXTO(WS-I:1) = X"C3"
                   MOVE FUNCTION ORD(LK-TEXTO(WS-I + 1:1)) TO WS-ORD
                   IF WS-ORD >= 129 AND WS-ORD <= 159
                           AND WS-ORD NOT = 152
                       MOVE FUNCTION CHAR(WS-ORD + 32)
                           TO LK-TEXTO(WS-I + 1:1)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TAM
               MOVE LK-TEXTO(WS-I:1) TO WS-CH
               IF WS-CH NOT = " "
