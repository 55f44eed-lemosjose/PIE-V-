       01  WS-TXT                    PIC X(256) VALUE SPACES.
       01  WS-AUX                    PIC X(160) VALUE SPACES.
       01  WS-AUX2                   PIC X(160) VALUE SPACES.
       01  WS-GENERO-MASC            PIC X(1)   VALUE "M".
       01  WS-EXT-IN.
           05  WS-IN-NUM             PIC 9(12) COMP-5.
           05  WS-IN-IDIOMA          PIC X(2).
               GOBACK
           END-IF

           MOVE SPACES TO WS-AUX
           IF IN-IDIOMA = "EN"
               STRING
                   FUNCTION TRIM(WS-OUT-TEXT)
                   INTO WS-AUX
               END-STRING
           ELSE
               IF IN-IDIOMA = "ES"
      *> "UN MILLON", "VEINTIUN MILLONES".
                   CALL "EXT-GENERO" USING
                       WS-OUT-TEXT WS-GENERO-MASC IN-CASO
                   END-CALL
                   IF WS-M = 1
                       STRING
                           FUNCTION TRIM(WS-OUT-TEXT)
                           " MILLÓN"
                           INTO WS-AUX
                       END-STRING
                   ELSE
                       STRING
                           FUNCTION TRIM(WS-OUT-TEXT)
                           " MILLONES"
                           INTO WS-AUX
                       END-STRING
                   END-IF
               ELSE
                   IF WS-M = 1
                       STRING
                           FUNCTION TRIM(WS-OUT-TEXT)
                           " MILHÃO"
                           INTO WS-AUX
                       END-STRING
                   ELSE
                       STRING
                           FUNCTION TRIM(WS-OUT-TEXT)
                           " MILHÕES"
                           INTO WS-AUX
                       END-STRING
                   END-IF
               END-IF
           END-IF

           MOVE WS-OUT-TEXT TO WS-AUX2

           MOVE SPACES TO WS-TXT
           IF IN-IDIOMA = "EN" OR IN-IDIOMA = "ES"
               STRING
                   FUNCTION TRIM(WS-AUX)
                   " "
