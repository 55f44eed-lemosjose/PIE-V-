       01  ODBC-REC.
           05  ODBC-MATRICULA        PIC 9(09).
           05  ODBC-NOME             PIC X(50).
           05  FILLER                PIC X(36).

       FD  DB2-FEED-FILE.
       01  DB2-REC.
