       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE.
       01  ARCH-REC                  PIC X(137).
       01  ARCH-TRAILER-RED REDEFINES ARCH-REC.
           05  AT-TIPO               PIC X(03).
           05  AT-QTD                PIC 9(09).
           05  AT-CHECKSUM           PIC 9(15).
           05  FILLER                PIC X(110).

       FD  PAYROLL-HIST-FILE.
       01  HIST-REC.
           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

       WORKING-STORAGE SECTION.
       01  WS-ARCH-FS                PIC X(02) VALUE SPACES.
               MOVE AT-CHECKSUM TO WS-CHECKSUM-ESPERADO
           ELSE
               MOVE ARCH-REC TO HIST-REC
      *> Arquivo de ano antigo, gravado antes de o registro trazer
      *> empresa e bruto/INSS/IRRF: a linha volta curta e os campos
      *> novos entram zerados, com o liquido no lugar do bruto.
               IF HIST-BRUTO NOT NUMERIC
                   MOVE "01"       TO HIST-EMPRESA
                   MOVE HIST-VALOR TO HIST-BRUTO
                   MOVE 0          TO HIST-INSS
                   MOVE 0          TO HIST-IRRF
               END-IF
               WRITE HIST-REC
                   INVALID KEY
      *> Competencia ja no arquivo vivo (recarga repetida): o
