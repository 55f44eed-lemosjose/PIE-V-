       01  WS-TXT                    PIC X(256) VALUE SPACES.
       01  WS-AUX                    PIC X(160) VALUE SPACES.
       01  WS-AUX2                   PIC X(160) VALUE SPACES.
      *> Palavras do idioma pedido: IN-IDIOMA "ES" sai em espanhol
      *> ("DOS COMA CINCO POR CIENTO"); qualquer outro, portugues.
       01  WS-POR-CENTO              PIC X(12) VALUE SPACES.
       01  WS-VIRGULA                PIC X(8)  VALUE SPACES.
       01  WS-GENERO-MASC            PIC X(1)  VALUE "M".

       01  WS-EXT-IN.
           05  WS-IN-NUM             PIC 9(12) COMP-5.
               GOBACK
           END-IF

           IF IN-IDIOMA = "ES"
               MOVE "ES"          TO WS-IN-IDIOMA
               MOVE "POR CIENTO"  TO WS-POR-CENTO
               MOVE "COMA"        TO WS-VIRGULA
           ELSE
               MOVE "PT"          TO WS-IN-IDIOMA
               MOVE "POR CENTO"   TO WS-POR-CENTO
               MOVE "VÍRGULA"     TO WS-VIRGULA
           END-IF

           COMPUTE WS-INTEIRO = WS-N / 100
           COMPUTE WS-FRACAO  = FUNCTION MOD(WS-N, 100)

               MOVE "ERR" TO OUT-STATUS
               GOBACK
           END-IF
           *> "VEINTIUN POR CIENTO": apocope antes do POR CIENTO.
           IF IN-IDIOMA = "ES" AND WS-FRACAO = 0
               CALL "EXT-GENERO" USING
                   WS-OUT-TEXT WS-GENERO-MASC IN-CASO
               END-CALL
           END-IF
           MOVE WS-OUT-TEXT TO WS-AUX

           IF WS-FRACAO = 0
               MOVE SPACES TO WS-TXT
               STRING
                   FUNCTION TRIM(WS-AUX)
                   " "
                   FUNCTION TRIM(WS-POR-CENTO)
                   INTO WS-TXT
               END-STRING
               MOVE FUNCTION TRIM(WS-TXT) TO OUT-TEXT
           MOVE SPACES TO WS-TXT
           STRING
               FUNCTION TRIM(WS-AUX)
               " "
               FUNCTION TRIM(WS-VIRGULA)
               " "
               FUNCTION TRIM(WS-AUX2)
               " "
               FUNCTION TRIM(WS-POR-CENTO)
               INTO WS-TXT
           END-STRING

