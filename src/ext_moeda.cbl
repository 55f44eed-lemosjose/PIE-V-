       01  WS-CENTS-DEN              PIC 9(5)   COMP-5.
       01  WS-CENTS-DEN-D            PIC Z(4)9.
       01  WS-FRACAO-NUM             PIC X(20)  VALUE SPACES.
      *> Espanhol: genero do substantivo que segue o numero (EXT-GENERO)
      *> e conjuncao entre a parte inteira e a fracao.
       01  WS-GENERO                 PIC X(1)   VALUE "M".
       01  WS-GENERO-FRAC            PIC X(1)   VALUE "M".
       01  WS-CONJUNCAO              PIC X(3)   VALUE "E".

      *> Campos de apoio ao box numerico do cheque (req. caixa com o
      *> valor em algarismos ao lado do valor por extenso).
                   MOVE "," TO WS-SEP-DECIMAL
           END-EVALUATE

           *> Nomes das moedas do Mercosul em espanhol, para contratos e
           *> recibos da Argentina, Uruguai e Paraguai.
           MOVE "E" TO WS-CONJUNCAO
           IF WS-IDIOMA-COD = "ES"
               MOVE "CON" TO WS-CONJUNCAO
               EVALUATE WS-MOEDA-COD
                   WHEN "ARS"
                   WHEN "UYU"
                       MOVE "PESO"               TO WS-UNID-SING
                       MOVE "PESOS"              TO WS-UNID-PLUR
                       MOVE "CENTAVO"            TO WS-FRAC-SING
                       MOVE "CENTAVOS"           TO WS-FRAC-PLUR
                   WHEN "PYG"
                       MOVE "GUARANÍ"            TO WS-UNID-SING
                       MOVE "GUARANÍES"          TO WS-UNID-PLUR
                       MOVE "CÉNTIMO"            TO WS-FRAC-SING
                       MOVE "CÉNTIMOS"           TO WS-FRAC-PLUR
                   WHEN "USD"
                       MOVE "DÓLAR"              TO WS-UNID-SING
                       MOVE "DÓLARES"            TO WS-UNID-PLUR
                       MOVE "CENTAVO"            TO WS-FRAC-SING
                       MOVE "CENTAVOS"           TO WS-FRAC-PLUR
                   WHEN OTHER
                       MOVE "REAL"               TO WS-UNID-SING
                       MOVE "REALES"             TO WS-UNID-PLUR
                       MOVE "CENTAVO"            TO WS-FRAC-SING
                       MOVE "CENTAVOS"           TO WS-FRAC-PLUR
               END-EVALUATE
           ELSE
               EVALUATE WS-MOEDA-COD
                   WHEN "USD"
                       MOVE "DÓLAR"              TO WS-UNID-SING
                       MOVE "DÓLARES"            TO WS-UNID-PLUR
                       MOVE "CENTAVO DE DÓLAR"   TO WS-FRAC-SING
                       MOVE "CENTAVOS DE DÓLAR"  TO WS-FRAC-PLUR
                   WHEN "ARS"
                   WHEN "UYU"
                       MOVE "PESO"               TO WS-UNID-SING
                       MOVE "PESOS"              TO WS-UNID-PLUR
                       MOVE "CENTAVO"            TO WS-FRAC-SING
                       MOVE "CENTAVOS"           TO WS-FRAC-PLUR
                   WHEN "PYG"
                       MOVE "GUARANI"            TO WS-UNID-SING
                       MOVE "GUARANIS"           TO WS-UNID-PLUR
                       MOVE "CÊNTIMO"            TO WS-FRAC-SING
                       MOVE "CÊNTIMOS"           TO WS-FRAC-PLUR
                   WHEN OTHER
                       MOVE "REAL"               TO WS-UNID-SING
                       MOVE "REAIS"              TO WS-UNID-PLUR
                       MOVE "CENTAVO"            TO WS-FRAC-SING
                       MOVE "CENTAVOS"           TO WS-FRAC-PLUR
               END-EVALUATE
           END-IF

           MOVE LK-VALOR TO WS-RAW
           MOVE FUNCTION TRIM(WS-RAW) TO WS-RAW-TRIM
               MOVE "ERR" TO LK-STATUS
               GOBACK
           END-IF
           *> Em espanhol o número concorda com a moeda: "UN PESO",
           *> "VEINTIÚN DÓLARES", e milhão redondo pede "DE":
           *> "UN MILLÓN DE PESOS".
           IF WS-IDIOMA-COD = "ES"
               MOVE "M" TO WS-GENERO
               CALL "EXT-GENERO" USING WS-OUT-TEXT WS-GENERO LK-CASO
               END-CALL
               IF WS-REAIS >= 1000000
                       AND FUNCTION MOD(WS-REAIS, 1000000) = 0
                   MOVE SPACES TO WS-TXT
                   STRING
                       FUNCTION TRIM(WS-OUT-TEXT)
                       " DE"
                       INTO WS-TXT
                   END-STRING
                   MOVE WS-TXT TO WS-OUT-TEXT
                   MOVE SPACES TO WS-TXT
               END-IF
           END-IF
           MOVE WS-OUT-TEXT TO WS-AUX

           *> Formato de cheque em inglês: sem nome de moeda por
               GOBACK
           END-IF

           *> Em espanhol a fracao generica e feminina ("UNA MILESIMA",
           *> "DOSCIENTAS MILESIMAS"); os centavos sao masculinos.
           MOVE "M" TO WS-GENERO-FRAC
           EVALUATE WS-DEC-LEN
               WHEN 3
                   IF WS-IDIOMA-COD = "ES"
                       MOVE "MILÉSIMA"  TO WS-FRAC-GEN-SING
                       MOVE "MILÉSIMAS" TO WS-FRAC-GEN-PLUR
                       MOVE "F" TO WS-GENERO-FRAC
                   ELSE
                       MOVE "MILÉSIMO"  TO WS-FRAC-GEN-SING
                       MOVE "MILÉSIMOS" TO WS-FRAC-GEN-PLUR
                   END-IF
               WHEN 4
                   IF WS-IDIOMA-COD = "ES"
                       MOVE "DIEZMILÉSIMA"  TO WS-FRAC-GEN-SING
                       MOVE "DIEZMILÉSIMAS" TO WS-FRAC-GEN-PLUR
                       MOVE "F" TO WS-GENERO-FRAC
                   ELSE
                       MOVE "DÉCIMO DE MILÉSIMO"  TO WS-FRAC-GEN-SING
                       MOVE "DÉCIMOS DE MILÉSIMO" TO WS-FRAC-GEN-PLUR
                   END-IF
               WHEN OTHER
                   MOVE WS-FRAC-SING TO WS-FRAC-GEN-SING
                   MOVE WS-FRAC-PLUR TO WS-FRAC-GEN-PLUR
               MOVE "ERR" TO LK-STATUS
               GOBACK
           END-IF
           IF WS-IDIOMA-COD = "ES"
               CALL "EXT-GENERO" USING
                   WS-OUT-TEXT WS-GENERO-FRAC LK-CASO
               END-CALL
           END-IF
           MOVE WS-OUT-TEXT TO WS-AUX2

           IF WS-CENTS = 1

           STRING
               FUNCTION TRIM(WS-AUX)
               " "
               FUNCTION TRIM(WS-CONJUNCAO)
               " "
               FUNCTION TRIM(WS-AUX2)
               INTO WS-TXT
           END-STRING
                   MOVE "R$" TO WS-SIMBOLO
               WHEN "USD"
                   MOVE "US$" TO WS-SIMBOLO
               WHEN "ARS"
                   MOVE "AR$" TO WS-SIMBOLO
               WHEN "UYU"
                   MOVE "$U" TO WS-SIMBOLO
               WHEN "PYG"
                   MOVE "Gs." TO WS-SIMBOLO
               WHEN OTHER
                   MOVE WS-MOEDA-COD TO WS-SIMBOLO
           END-EVALUATE
