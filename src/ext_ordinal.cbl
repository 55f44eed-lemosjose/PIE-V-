       01  WS-CENTENAS-TAB REDEFINES WS-CENTENAS.
           05  WS-CENTENA            PIC X(18) OCCURS 9 TIMES.

      *> Tabelas do espanhol (IN-IDIOMA "ES"); de 11 a 19 a forma
      *> composta em duas palavras ("DECIMO PRIMERO"), aceita pela RAE
      *> e a mesma montagem das demais dezenas.
       01  WS-UNIDADES-ES.
           05  FILLER                PIC X(14) VALUE "PRIMERO".
           05  FILLER                PIC X(14) VALUE "SEGUNDO".
           05  FILLER                PIC X(14) VALUE "TERCERO".
           05  FILLER                PIC X(14) VALUE "CUARTO".
           05  FILLER                PIC X(14) VALUE "QUINTO".
           05  FILLER                PIC X(14) VALUE "SEXTO".
           05  FILLER                PIC X(14) VALUE "SÉPTIMO".
           05  FILLER                PIC X(14) VALUE "OCTAVO".
           05  FILLER                PIC X(14) VALUE "NOVENO".
       01  WS-UNIDADES-ES-TAB REDEFINES WS-UNIDADES-ES.
           05  WS-UNIDADE-ES         PIC X(14) OCCURS 9 TIMES.

       01  WS-DEZENAS-ES.
           05  FILLER                PIC X(14) VALUE "DÉCIMO".
           05  FILLER                PIC X(14) VALUE "VIGÉSIMO".
           05  FILLER                PIC X(14) VALUE "TRIGÉSIMO".
           05  FILLER                PIC X(14) VALUE "CUADRAGÉSIMO".
           05  FILLER                PIC X(14) VALUE "QUINCUAGÉSIMO".
           05  FILLER                PIC X(14) VALUE "SEXAGÉSIMO".
           05  FILLER                PIC X(14) VALUE "SEPTUAGÉSIMO".
           05  FILLER                PIC X(14) VALUE "OCTOGÉSIMO".
           05  FILLER                PIC X(14) VALUE "NONAGÉSIMO".
       01  WS-DEZENAS-ES-TAB REDEFINES WS-DEZENAS-ES.
           05  WS-DEZENA-ES          PIC X(14) OCCURS 9 TIMES.

       01  WS-CENTENAS-ES.
           05  FILLER      PIC X(18) VALUE "CENTÉSIMO".
           05  FILLER      PIC X(18) VALUE "DUCENTÉSIMO".
           05  FILLER      PIC X(18) VALUE "TRICENTÉSIMO".
           05  FILLER      PIC X(18) VALUE "CUADRINGENTÉSIMO".
           05  FILLER      PIC X(18) VALUE "QUINGENTÉSIMO".
           05  FILLER      PIC X(18) VALUE "SEXCENTÉSIMO".
           05  FILLER      PIC X(18) VALUE "SEPTINGENTÉSIMO".
           05  FILLER      PIC X(18) VALUE "OCTINGENTÉSIMO".
           05  FILLER      PIC X(18) VALUE "NONINGENTÉSIMO".
       01  WS-CENTENAS-ES-TAB REDEFINES WS-CENTENAS-ES.
           05  WS-CENTENA-ES         PIC X(18) OCCURS 9 TIMES.

       01  WS-PALAVRA                PIC X(18) VALUE SPACES.

       01  WS-N                      PIC 9(12) COMP-5.
       01  WS-C                      PIC 9     COMP-5.
       01  WS-T                      PIC 9     COMP-5.
           MOVE SPACES TO WS-ACC

           IF WS-C > 0
               IF IN-IDIOMA = "ES"
                   MOVE WS-CENTENA-ES(WS-C) TO WS-PALAVRA
               ELSE
                   MOVE WS-CENTENA(WS-C) TO WS-PALAVRA
               END-IF
               MOVE SPACES TO WS-TXT
               STRING
                   FUNCTION TRIM(WS-ACC)
                   FUNCTION TRIM(WS-PALAVRA)
                   INTO WS-TXT
               END-STRING
               MOVE FUNCTION TRIM(WS-TXT) TO WS-ACC
           END-IF

           IF WS-T > 0
               IF IN-IDIOMA = "ES"
                   MOVE WS-DEZENA-ES(WS-T) TO WS-PALAVRA
               ELSE
                   MOVE WS-DEZENA(WS-T) TO WS-PALAVRA
               END-IF
               MOVE SPACES TO WS-TXT
               STRING
                   FUNCTION TRIM(WS-ACC)
                   " "
                   FUNCTION TRIM(WS-PALAVRA)
                   INTO WS-TXT
               END-STRING
               MOVE FUNCTION TRIM(WS-TXT) TO WS-ACC
           END-IF

           IF WS-U > 0
               IF IN-IDIOMA = "ES"
                   MOVE WS-UNIDADE-ES(WS-U) TO WS-PALAVRA
               ELSE
                   MOVE WS-UNIDADE(WS-U) TO WS-PALAVRA
               END-IF
               MOVE SPACES TO WS-TXT
               STRING
                   FUNCTION TRIM(WS-ACC)
                   " "
                   FUNCTION TRIM(WS-PALAVRA)
                   INTO WS-TXT
               END-STRING
               MOVE FUNCTION TRIM(WS-TXT) TO WS-ACC
