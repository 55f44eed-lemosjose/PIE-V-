               GOBACK
           END-IF

      *> Em espanhol de 10 a 29 e sempre uma palavra so ("DIECISEIS",
      *> "VEINTIDOS"); a juncao com " Y " so comeca no TREINTA.
           IF IN-IDIOMA = "ES" AND WS-N <= 29
               EVALUATE WS-N
                   WHEN 10 MOVE "DIEZ" TO WS-TXT
                   WHEN 11 MOVE "ONCE" TO WS-TXT
                   WHEN 12 MOVE "DOCE" TO WS-TXT
                   WHEN 13 MOVE "TRECE" TO WS-TXT
                   WHEN 14 MOVE "CATORCE" TO WS-TXT
                   WHEN 15 MOVE "QUINCE" TO WS-TXT
                   WHEN 16 MOVE "DIECISÉIS" TO WS-TXT
                   WHEN 17 MOVE "DIECISIETE" TO WS-TXT
                   WHEN 18 MOVE "DIECIOCHO" TO WS-TXT
                   WHEN 19 MOVE "DIECINUEVE" TO WS-TXT
                   WHEN 20 MOVE "VEINTE" TO WS-TXT
                   WHEN 21 MOVE "VEINTIUNO" TO WS-TXT
                   WHEN 22 MOVE "VEINTIDÓS" TO WS-TXT
                   WHEN 23 MOVE "VEINTITRÉS" TO WS-TXT
                   WHEN 24 MOVE "VEINTICUATRO" TO WS-TXT
                   WHEN 25 MOVE "VEINTICINCO" TO WS-TXT
                   WHEN 26 MOVE "VEINTISÉIS" TO WS-TXT
                   WHEN 27 MOVE "VEINTISIETE" TO WS-TXT
                   WHEN 28 MOVE "VEINTIOCHO" TO WS-TXT
                   WHEN 29 MOVE "VEINTINUEVE" TO WS-TXT
               END-EVALUATE
               MOVE FUNCTION TRIM(WS-TXT) TO OUT-TEXT
               CALL "EXT-CASE" USING OUT-TEXT IN-CASO END-CALL
               GOBACK
           END-IF

           IF WS-N >= 10 AND WS-N <= 19
               IF IN-IDIOMA = "EN"
                   EVALUATE WS-N
                       MOVE "ERR" TO OUT-STATUS
               END-EVALUATE
           ELSE
               IF IN-IDIOMA = "ES"
                   EVALUATE WS-T
                       WHEN 3 MOVE "TREINTA" TO WS-AUX
                       WHEN 4 MOVE "CUARENTA" TO WS-AUX
                       WHEN 5 MOVE "CINCUENTA" TO WS-AUX
                       WHEN 6 MOVE "SESENTA" TO WS-AUX
                       WHEN 7 MOVE "SETENTA" TO WS-AUX
                       WHEN 8 MOVE "OCHENTA" TO WS-AUX
                       WHEN 9 MOVE "NOVENTA" TO WS-AUX
                       WHEN OTHER
                           MOVE "ERR" TO OUT-STATUS
                   END-EVALUATE
               ELSE
                   EVALUATE WS-T
                       WHEN 2 MOVE "VINTE" TO WS-AUX
                       WHEN 3 MOVE "TRINTA" TO WS-AUX
                       WHEN 4 MOVE "QUARENTA" TO WS-AUX
                       WHEN 5 MOVE "CINQUENTA" TO WS-AUX
                       WHEN 6 MOVE "SESSENTA" TO WS-AUX
                       WHEN 7 MOVE "SETENTA" TO WS-AUX
                       WHEN 8 MOVE "OITENTA" TO WS-AUX
                       WHEN 9 MOVE "NOVENTA" TO WS-AUX
                       WHEN OTHER
                           MOVE "ERR" TO OUT-STATUS
                   END-EVALUATE
               END-IF
           END-IF

           IF OUT-STATUS NOT = "OK"
                   INTO WS-TXT
               END-STRING
           ELSE
               IF IN-IDIOMA = "ES"
                   STRING
                       FUNCTION TRIM(WS-AUX)
                       " Y "
                       FUNCTION TRIM(WS-AUX2)
                       INTO WS-TXT
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(WS-AUX)
                       " E "
                       FUNCTION TRIM(WS-AUX2)
                       INTO WS-TXT
                   END-STRING
               END-IF
           END-IF

           MOVE FUNCTION TRIM(WS-TXT) TO OUT-TEXT
