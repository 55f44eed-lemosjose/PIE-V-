                       MOVE "RNG"  TO OUT-STATUS
               END-EVALUATE
           ELSE
               IF IN-IDIOMA = "ES"
                   EVALUATE TRUE
                       WHEN IN-NUM = 0
                           MOVE "CERO" TO WS-TXT
                       WHEN IN-NUM = 1
                           MOVE "UNO" TO WS-TXT
                       WHEN IN-NUM = 2
                           MOVE "DOS" TO WS-TXT
                       WHEN IN-NUM = 3
                           MOVE "TRES" TO WS-TXT
                       WHEN IN-NUM = 4
                           MOVE "CUATRO" TO WS-TXT
                       WHEN IN-NUM = 5
                           MOVE "CINCO" TO WS-TXT
                       WHEN IN-NUM = 6
                           MOVE "SEIS" TO WS-TXT
                       WHEN IN-NUM = 7
                           MOVE "SIETE" TO WS-TXT
                       WHEN IN-NUM = 8
                           MOVE "OCHO" TO WS-TXT
                       WHEN IN-NUM = 9
                           MOVE "NUEVE" TO WS-TXT
                       WHEN OTHER
                           MOVE SPACES TO WS-TXT
                           MOVE "RNG"  TO OUT-STATUS
                   END-EVALUATE
               ELSE
                   EVALUATE TRUE
                       WHEN IN-NUM = 0
                           MOVE "ZERO" TO WS-TXT
                       WHEN IN-NUM = 1
                           MOVE "UM" TO WS-TXT
                       WHEN IN-NUM = 2
                           MOVE "DOIS" TO WS-TXT
                       WHEN IN-NUM = 3
                           MOVE "TRÊS" TO WS-TXT
                       WHEN IN-NUM = 4
                           MOVE "QUATRO" TO WS-TXT
                       WHEN IN-NUM = 5
                           MOVE "CINCO" TO WS-TXT
                       WHEN IN-NUM = 6
                           MOVE "SEIS" TO WS-TXT
                       WHEN IN-NUM = 7
                           MOVE "SETE" TO WS-TXT
                       WHEN IN-NUM = 8
                           MOVE "OITO" TO WS-TXT
                       WHEN IN-NUM = 9
                           MOVE "NOVE" TO WS-TXT
                       WHEN OTHER
                           MOVE SPACES TO WS-TXT
                           MOVE "RNG"  TO OUT-STATUS
                   END-EVALUATE
               END-IF
           END-IF

           IF OUT-STATUS = "OK"
