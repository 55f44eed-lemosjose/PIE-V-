       01  WS-DIAS-SEMANA-TAB REDEFINES WS-DIAS-SEMANA.
           05  WS-DIA-SEMANA-NOME    PIC X(14) OCCURS 7 TIMES.

       01  WS-MESES-ES.
           05  FILLER                PIC X(10) VALUE "ENERO".
           05  FILLER                PIC X(10) VALUE "FEBRERO".
           05  FILLER                PIC X(10) VALUE "MARZO".
           05  FILLER                PIC X(10) VALUE "ABRIL".
           05  FILLER                PIC X(10) VALUE "MAYO".
           05  FILLER                PIC X(10) VALUE "JUNIO".
           05  FILLER                PIC X(10) VALUE "JULIO".
           05  FILLER                PIC X(10) VALUE "AGOSTO".
           05  FILLER                PIC X(10) VALUE "SEPTIEMBRE".
           05  FILLER                PIC X(10) VALUE "OCTUBRE".
           05  FILLER                PIC X(10) VALUE "NOVIEMBRE".
           05  FILLER                PIC X(10) VALUE "DICIEMBRE".
       01  WS-MESES-ES-TAB REDEFINES WS-MESES-ES.
           05  WS-MES-NOME-ES        PIC X(10) OCCURS 12 TIMES.

       01  WS-DIAS-SEMANA-ES.
           05  FILLER                PIC X(14) VALUE "LUNES".
           05  FILLER                PIC X(14) VALUE "MARTES".
           05  FILLER                PIC X(14) VALUE "MIÉRCOLES".
           05  FILLER                PIC X(14) VALUE "JUEVES".
           05  FILLER                PIC X(14) VALUE "VIERNES".
           05  FILLER                PIC X(14) VALUE "SÁBADO".
           05  FILLER                PIC X(14) VALUE "DOMINGO".
       01  WS-DIAS-SEMANA-ES-TAB REDEFINES WS-DIAS-SEMANA-ES.
           05  WS-DIA-SEMANA-NOME-ES PIC X(14) OCCURS 7 TIMES.

       01  WS-MES-TXT                PIC X(10) VALUE SPACES.

       01  WS-TAB-DIAS-MES.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-TAB-DIAS-RED REDEFINES WS-TAB-DIAS-MES.
           05  LK-MES                PIC 9(2).
           05  LK-ANO                PIC 9(4).
           05  LK-CASO               PIC X(1).
      *> Idioma do texto: espacos ou "PT" portugues; "ES" espanhol
      *> ("VEINTIUNO DE AGOSTO DE DOS MIL VEINTISEIS", "VIERNES").
           05  LK-IDIOMA             PIC X(2).
       01  LK-OUT.
           05  LK-TEXTO              PIC X(256).
           05  LK-STATUS             PIC X(3).
               (LK-ANO * 10000) + (LK-MES * 100) + LK-DIA
           COMPUTE WS-DATA-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           COMPUTE WS-DOW = FUNCTION MOD(WS-DATA-INT - 1, 7) + 1
           IF LK-IDIOMA = "ES"
               MOVE "ES" TO WS-IN-IDIOMA
               MOVE WS-DIA-SEMANA-NOME-ES(WS-DOW) TO LK-DIA-SEMANA
               MOVE WS-MES-NOME-ES(LK-MES) TO WS-MES-TXT
           ELSE
               MOVE "PT" TO WS-IN-IDIOMA
               MOVE WS-DIA-SEMANA-NOME(WS-DOW) TO LK-DIA-SEMANA
               MOVE WS-MES-NOME(LK-MES) TO WS-MES-TXT
           END-IF

           *> Extenso do dia
           MOVE LK-DIA  TO WS-IN-NUM
           END-IF
           MOVE WS-OUT-TEXT TO WS-AUX-ANO

           MOVE SPACES TO WS-TXT
           STRING
               FUNCTION TRIM(WS-AUX-DIA)
               " DE "
               FUNCTION TRIM(WS-MES-TXT)
               " DE "
               FUNCTION TRIM(WS-AUX-ANO)
               INTO WS-TXT
