           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

      *> Imagem integral do registro arquivado, mais o trailer de
      *> conferencia no desenho do backup do CPF-MASTER.
       FD  ARCH-FILE.
       01  ARCH-REC                  PIC X(137).
       01  ARCH-TRAILER-RED REDEFINES ARCH-REC.
           05  AT-TIPO               PIC X(03).
           05  AT-QTD                PIC 9(09).
           05  AT-CHECKSUM           PIC 9(15).
           05  FILLER                PIC X(110).

       FD  ARQUIVO-REPORT-FILE.
       01  ARQOUT-LINHA              PIC X(80).
