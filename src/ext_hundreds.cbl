               IF IN-IDIOMA = "EN"
                   MOVE "ONE HUNDRED" TO OUT-TEXT
               ELSE
                   IF IN-IDIOMA = "ES"
                       MOVE "CIEN" TO OUT-TEXT
                   ELSE
                       MOVE "CEM" TO OUT-TEXT
                   END-IF
               END-IF
               CALL "EXT-CASE" USING OUT-TEXT IN-CASO END-CALL
               GOBACK
                       MOVE "ERR" TO OUT-STATUS
               END-EVALUATE
           ELSE
               IF IN-IDIOMA = "ES"
                   EVALUATE WS-C
                       WHEN 1 MOVE "CIENTO" TO WS-AUX
                       WHEN 2 MOVE "DOSCIENTOS" TO WS-AUX
                       WHEN 3 MOVE "TRESCIENTOS" TO WS-AUX
                       WHEN 4 MOVE "CUATROCIENTOS" TO WS-AUX
                       WHEN 5 MOVE "QUINIENTOS" TO WS-AUX
                       WHEN 6 MOVE "SEISCIENTOS" TO WS-AUX
                       WHEN 7 MOVE "SETECIENTOS" TO WS-AUX
                       WHEN 8 MOVE "OCHOCIENTOS" TO WS-AUX
                       WHEN 9 MOVE "NOVECIENTOS" TO WS-AUX
                       WHEN OTHER
                           MOVE "ERR" TO OUT-STATUS
                   END-EVALUATE
               ELSE
                   EVALUATE WS-C
                       WHEN 1 MOVE "CENTO" TO WS-AUX
                       WHEN 2 MOVE "DUZENTOS" TO WS-AUX
                       WHEN 3 MOVE "TREZENTOS" TO WS-AUX
                       WHEN 4 MOVE "QUATROCENTOS" TO WS-AUX
                       WHEN 5 MOVE "QUINHENTOS" TO WS-AUX
                       WHEN 6 MOVE "SEISCENTOS" TO WS-AUX
                       WHEN 7 MOVE "SETECENTOS" TO WS-AUX
                       WHEN 8 MOVE "OITOCENTOS" TO WS-AUX
                       WHEN 9 MOVE "NOVECENTOS" TO WS-AUX
                       WHEN OTHER
                           MOVE "ERR" TO OUT-STATUS
                   END-EVALUATE
               END-IF
           END-IF

           IF OUT-STATUS NOT = "OK"
           END-IF
           MOVE WS-OUT-TEXT TO WS-AUX2

      *> Espanhol nao liga centena e dezena ("CIENTO VEINTE").
           IF IN-IDIOMA = "EN" OR IN-IDIOMA = "ES"
               STRING
                   FUNCTION TRIM(WS-AUX)
                   " "
