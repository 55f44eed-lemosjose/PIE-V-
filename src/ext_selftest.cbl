       PROGRAM-ID. EXT-SELFTEST.

      *> Auto-teste das rotinas de conversao (EXT-NUM, EXT-MOEDA,
      *> EXT-DATA, EXT-PERCENT, EXT-ORDINAL), em portugues, ingles e
      *> espanhol, contra pares valor-texto conhecidos, rodado como
      *> primeiro estagio da janela noturna: qualquer divergencia
      *> derruba a janela com o relatorio dos casos que falharam,
      *> antes de a rodada carimbar milhares de cheques com uma
      *> conversao errada.
      *>
      *> Falha e sinalizada ao chamador via RETURN-CODE 8.

           05  WS-DATA-MES           PIC 9(2).
           05  WS-DATA-ANO           PIC 9(4).
           05  WS-DATA-CASO          PIC X(1)   VALUE SPACES.
           05  WS-DATA-IDIOMA        PIC X(2)   VALUE SPACES.
       01  WS-DATA-OUT.
           05  WS-DATA-TEXTO         PIC X(256).
           05  WS-DATA-STATUS        PIC X(3).
           MOVE "FORTY-TWO"                   TO WS-ESPERADO
           MOVE 42   TO WS-IN-NUM
           MOVE "EN" TO WS-IN-IDIOMA
           PERFORM 1100-CHAMAR-EXT-NUM

      *> Espanhol: forma de contagem "UNO", apocope "UN"/"VEINTIUN"
      *> antes de MIL e MILLON, CIEN x CIENTO e a escala longa.
           MOVE "EXT-NUM 21 ES"               TO WS-CASO-NOME
           MOVE "VEINTIUNO"                   TO WS-ESPERADO
           MOVE 21   TO WS-IN-NUM
           MOVE "ES" TO WS-IN-IDIOMA
           PERFORM 1100-CHAMAR-EXT-NUM

           MOVE "EXT-NUM 100 ES"              TO WS-CASO-NOME
           MOVE "CIEN"                        TO WS-ESPERADO
           MOVE 100  TO WS-IN-NUM
           PERFORM 1100-CHAMAR-EXT-NUM

           MOVE "EXT-NUM 1157 ES"             TO WS-CASO-NOME
           MOVE "MIL CIENTO CINCUENTA Y SIETE" TO WS-ESPERADO
           MOVE 1157 TO WS-IN-NUM
           PERFORM 1100-CHAMAR-EXT-NUM

           MOVE "EXT-NUM 21000 ES"            TO WS-CASO-NOME
           MOVE "VEINTIÚN MIL"                TO WS-ESPERADO
           MOVE 21000 TO WS-IN-NUM
           PERFORM 1100-CHAMAR-EXT-NUM

           MOVE "EXT-NUM 1000000 ES"          TO WS-CASO-NOME
           MOVE "UN MILLÓN"                   TO WS-ESPERADO
           MOVE 1000000 TO WS-IN-NUM
           PERFORM 1100-CHAMAR-EXT-NUM

           MOVE "EXT-NUM 2500000000 ES"       TO WS-CASO-NOME
           MOVE "DOS MIL QUINIENTOS MILLONES" TO WS-ESPERADO
           MOVE 2500000000 TO WS-IN-NUM
           PERFORM 1100-CHAMAR-EXT-NUM

           MOVE "EXT-NUM 16 ES CAIXA FRASE"   TO WS-CASO-NOME
           MOVE "Dieciséis"                   TO WS-ESPERADO
           MOVE 16   TO WS-IN-NUM
           MOVE "T"  TO WS-IN-CASO
           PERFORM 1100-CHAMAR-EXT-NUM
           MOVE SPACE TO WS-IN-CASO.

       1100-CHAMAR-EXT-NUM SECTION.
           MOVE SPACES TO WS-OUT-TEXT
           CALL "EXT-MOEDA" USING WS-MOEDA-IN WS-MOEDA-OUT
           END-CALL
           MOVE WS-MOEDA-VALOR-FMT TO WS-OBTIDO
           PERFORM 8000-AVALIAR

      *> Mercosul: nome da moeda em espanhol, "CON" antes da fracao,
      *> "DE" depois de milhao redondo e a milesima no feminino.
           MOVE "EXT-MOEDA 1.157,20 ARS ES"   TO WS-CASO-NOME
           MOVE "MIL CIENTO CINCUENTA Y SIETE PESOS CON VEINTE CENTAVOS"
               TO WS-ESPERADO
           MOVE "1.157,20" TO WS-MOEDA-VALOR
           MOVE "ARS"      TO WS-MOEDA-COD
           MOVE "BR"       TO WS-MOEDA-FORMATO
           MOVE "ES"       TO WS-MOEDA-IDIOMA
           PERFORM 2100-CHAMAR-EXT-MOEDA

           MOVE "EXT-MOEDA 21,01 USD ES"      TO WS-CASO-NOME
           MOVE "VEINTIÚN DÓLARES CON UN CENTAVO" TO WS-ESPERADO
           MOVE "21,01"    TO WS-MOEDA-VALOR
           MOVE "USD"      TO WS-MOEDA-COD
           PERFORM 2100-CHAMAR-EXT-MOEDA

           MOVE "EXT-MOEDA 1.000.000 PYG ES"  TO WS-CASO-NOME
           MOVE "UN MILLÓN DE GUARANÍES"      TO WS-ESPERADO
           MOVE "1.000.000" TO WS-MOEDA-VALOR
           MOVE "PYG"      TO WS-MOEDA-COD
           PERFORM 2100-CHAMAR-EXT-MOEDA

           MOVE "EXT-MOEDA 1,201 UYU ES"      TO WS-CASO-NOME
           MOVE "UN PESO CON DOSCIENTAS UNA MILÉSIMAS" TO WS-ESPERADO
           MOVE "1,201"    TO WS-MOEDA-VALOR
           MOVE "UYU"      TO WS-MOEDA-COD
           PERFORM 2100-CHAMAR-EXT-MOEDA.

       2100-CHAMAR-EXT-MOEDA SECTION.
           MOVE SPACES TO WS-MOEDA-TEXTO WS-MOEDA-VALOR-FMT
           MOVE SPACES TO WS-DATA-TEXTO
           CALL "EXT-DATA" USING WS-DATA-IN WS-DATA-OUT END-CALL
           MOVE WS-DATA-STATUS TO WS-OBTIDO
           PERFORM 8000-AVALIAR

           MOVE "EXT-DATA 21/08/2026 ES"      TO WS-CASO-NOME
           MOVE "VEINTIUNO DE AGOSTO DE DOS MIL VEINTISÉIS"
               TO WS-ESPERADO
           MOVE 21   TO WS-DATA-DIA
           MOVE 8    TO WS-DATA-MES
           MOVE 2026 TO WS-DATA-ANO
           MOVE "ES" TO WS-DATA-IDIOMA
           MOVE SPACES TO WS-DATA-TEXTO
           CALL "EXT-DATA" USING WS-DATA-IN WS-DATA-OUT END-CALL
           MOVE WS-DATA-TEXTO TO WS-OBTIDO
           PERFORM 8000-AVALIAR

           MOVE "EXT-DATA DIA-SEMANA ES"      TO WS-CASO-NOME
           MOVE "VIERNES"                     TO WS-ESPERADO
           MOVE WS-DATA-DIA-SEMANA TO WS-OBTIDO
           PERFORM 8000-AVALIAR
           MOVE SPACES TO WS-DATA-IDIOMA.

       4000-CASOS-EXT-PERCENT SECTION.
           MOVE "EXT-PERCENT 2,50"            TO WS-CASO-NOME
           MOVE "EXT-PERCENT 2,00"            TO WS-CASO-NOME
           MOVE "DOIS POR CENTO"              TO WS-ESPERADO
           MOVE 200  TO WS-IN-NUM
           PERFORM 4100-CHAMAR-EXT-PERCENT

           MOVE "EXT-PERCENT 2,50 ES"         TO WS-CASO-NOME
           MOVE "DOS COMA CINCO POR CIENTO"   TO WS-ESPERADO
           MOVE 250  TO WS-IN-NUM
           MOVE "ES" TO WS-IN-IDIOMA
           PERFORM 4100-CHAMAR-EXT-PERCENT

           MOVE "EXT-PERCENT 21,00 ES"        TO WS-CASO-NOME
           MOVE "VEINTIÚN POR CIENTO"         TO WS-ESPERADO
           MOVE 2100 TO WS-IN-NUM
           PERFORM 4100-CHAMAR-EXT-PERCENT.

       4100-CHAMAR-EXT-PERCENT SECTION.
           MOVE "EXT-ORDINAL 21"              TO WS-CASO-NOME
           MOVE "VIGÉSIMO PRIMEIRO"           TO WS-ESPERADO
           MOVE 21   TO WS-IN-NUM
           PERFORM 5100-CHAMAR-EXT-ORDINAL

           MOVE "EXT-ORDINAL 3 ES"            TO WS-CASO-NOME
           MOVE "TERCERO"                     TO WS-ESPERADO
           MOVE 3    TO WS-IN-NUM
           MOVE "ES" TO WS-IN-IDIOMA
           PERFORM 5100-CHAMAR-EXT-ORDINAL

           MOVE "EXT-ORDINAL 21 ES"           TO WS-CASO-NOME
           MOVE "VIGÉSIMO PRIMERO"            TO WS-ESPERADO
           MOVE 21   TO WS-IN-NUM
           PERFORM 5100-CHAMAR-EXT-ORDINAL.

       5100-CHAMAR-EXT-ORDINAL SECTION.
