       01  WS-TXT                    PIC X(256) VALUE SPACES.
       01  WS-AUX                    PIC X(128) VALUE SPACES.
       01  WS-AUX2                   PIC X(128) VALUE SPACES.
       01  WS-GENERO-MASC            PIC X(1)   VALUE "M".
       01  WS-EXT-IN.
           05  WS-IN-NUM             PIC 9(12) COMP-5.
           05  WS-IN-IDIOMA          PIC X(2).
                   MOVE "ERR" TO OUT-STATUS
                   GOBACK
               END-IF
      *> "VEINTIUN MIL", "CIENTO UN MIL": apocope antes do MIL.
               IF IN-IDIOMA = "ES"
                   CALL "EXT-GENERO" USING WS-OUT-TEXT WS-GENERO-MASC
                       IN-CASO
                   END-CALL
               END-IF
               IF IN-IDIOMA = "EN"
                   STRING
                       FUNCTION TRIM(WS-OUT-TEXT)
           MOVE WS-OUT-TEXT TO WS-AUX2

           MOVE SPACES TO WS-TXT
           IF IN-IDIOMA = "EN" OR IN-IDIOMA = "ES"
               STRING
                   FUNCTION TRIM(WS-AUX)
                   " "
