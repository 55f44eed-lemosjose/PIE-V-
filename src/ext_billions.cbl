       01  WS-N                      PIC 9(12) COMP-5.
       01  WS-B                      PIC 999   COMP-5.
       01  WS-R                      PIC 9(9)  COMP-5.
       01  WS-MM                     PIC 9(6)  COMP-5.
       01  WS-R6                     PIC 9(6)  COMP-5.
       01  WS-GENERO-MASC            PIC X(1)   VALUE "M".
       01  WS-TXT                    PIC X(256) VALUE SPACES.
       01  WS-AUX                    PIC X(160) VALUE SPACES.
       01  WS-AUX2                   PIC X(160) VALUE SPACES.
               GOBACK
           END-IF

           IF IN-IDIOMA = "ES"
               PERFORM 1000-MILES-DE-MILLONES
               GOBACK
           END-IF

           COMPUTE WS-B = WS-N / 1000000000
           COMPUTE WS-R = FUNCTION MOD(WS-N, 1000000000)

               GOBACK
           END-IF

           MOVE SPACES TO WS-AUX
           IF IN-IDIOMA = "EN"
               STRING
                   FUNCTION TRIM(WS-OUT-TEXT)
           CALL "EXT-CASE" USING OUT-TEXT IN-CASO END-CALL
           MOVE "OK" TO OUT-STATUS
           GOBACK.

       1000-MILES-DE-MILLONES SECTION.
      *> O espanhol usa a escala longa: 10 elevado a 9 e "MIL
      *> MILLONES" e o que passa disso continua contado em milhoes
      *> ("DOS MIL QUINIENTOS MILLONES"), sem palavra propria para o
      *> bilhao -- o "BILLON" deles e 10 elevado a 12.
           COMPUTE WS-MM = WS-N / 1000000
           COMPUTE WS-R6 = FUNCTION MOD(WS-N, 1000000)

           MOVE WS-MM     TO WS-IN-NUM
           MOVE IN-IDIOMA TO WS-IN-IDIOMA
           MOVE IN-CASO   TO WS-IN-CASO
           MOVE SPACES TO WS-OUT-TEXT
           MOVE "OK"   TO WS-OUT-STATUS
           IF WS-MM >= 100000
               CALL "EXT-HUNDRED-THOUSANDS" USING
                   WS-EXT-IN WS-EXT-OUT
               END-CALL
           ELSE
               CALL "EXT-THOUSANDS" USING WS-EXT-IN WS-EXT-OUT END-CALL
           END-IF
           IF WS-OUT-STATUS NOT = "OK"
               MOVE "ERR" TO OUT-STATUS
               EXIT SECTION
           END-IF
           CALL "EXT-GENERO" USING
               WS-OUT-TEXT WS-GENERO-MASC IN-CASO
           END-CALL

           MOVE SPACES TO WS-AUX
           STRING
               FUNCTION TRIM(WS-OUT-TEXT)
               " MILLONES"
               INTO WS-AUX
           END-STRING

           IF WS-R6 = 0
               MOVE FUNCTION TRIM(WS-AUX) TO OUT-TEXT
               CALL "EXT-CASE" USING OUT-TEXT IN-CASO END-CALL
               EXIT SECTION
           END-IF

           MOVE WS-R6     TO WS-IN-NUM
           MOVE IN-IDIOMA TO WS-IN-IDIOMA
           MOVE IN-CASO   TO WS-IN-CASO
           MOVE SPACES TO WS-OUT-TEXT
           MOVE "OK"   TO WS-OUT-STATUS
           IF WS-R6 >= 100000
               CALL "EXT-HUNDRED-THOUSANDS" USING
                   WS-EXT-IN WS-EXT-OUT
               END-CALL
           ELSE
               IF WS-R6 >= 1000
                   CALL "EXT-THOUSANDS" USING WS-EXT-IN WS-EXT-OUT
                       END-CALL
               ELSE
                   CALL "EXT-HUNDREDS" USING WS-EXT-IN WS-EXT-OUT
                       END-CALL
               END-IF
           END-IF
           IF WS-OUT-STATUS NOT = "OK"
               MOVE "ERR" TO OUT-STATUS
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-TXT
           STRING
               FUNCTION TRIM(WS-AUX)
               " "
               FUNCTION TRIM(WS-OUT-TEXT)
               INTO WS-TXT
           END-STRING

           MOVE FUNCTION TRIM(WS-TXT) TO OUT-TEXT
           CALL "EXT-CASE" USING OUT-TEXT IN-CASO END-CALL
           MOVE "OK" TO OUT-STATUS
           .
