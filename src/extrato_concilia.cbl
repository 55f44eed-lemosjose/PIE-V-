
      *> Conciliacao do extrato bancario com o que o sistema sabe que
      *> saiu: cada linha do extrato (EXTRATO-BANCARIO: data, tipo,
      *> documento, valor, importado do extrato eletronico do banco
      *> pelo EXTRATO-IMPORT) e casada contra o lado de ca -- cheques
      *> compensados do CHECK-REGISTER-Enn, boletos PAGO do
      *> BOLETO-REGISTER, o total da remessa de credito de salario
      *> (PAYROLL-CNAB-Enn), o total das remessas do WIRE-OUT e os
      *> totais do lote de reembolso de despesas (REEMB-CNAB-Enn e
      *> REEMB-PIX-Enn, gerados pelo REEMB-PAGTO). O
      *> relatorio lista o que sobrou dos DOIS lados (no extrato sem
      *> contrapartida nossa; nosso sem linha no extrato) com totais
      *> de controle por dia -- o encontro que so acontecia no
      *>
      *> Tipos de linha do extrato: CHQ (cheque, documento = numero),
      *> BOL (boleto pago), CNB (lote de credito de salario),
      *> WIR (remessa internacional), RMB (lote de reembolso de
      *> despesas, um debito pelo credito em conta e outro pelo PIX).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WIRE-OUT-FILE ASSIGN TO "WIRE-OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIRE-FS.
           SELECT REEMB-CNAB-FILE ASSIGN TO DYNAMIC WS-NOME-RMB-CNAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMB-CNAB-FS.
           SELECT REEMB-PIX-FILE ASSIGN TO DYNAMIC WS-NOME-RMB-PIX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMB-PIX-FS.
           SELECT CONCILIA-REPORT-FILE
               ASSIGN TO "EXTRATO-CONCILIA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  WIRE-OUT-FILE.
       01  WIREOUT-LINHA             PIC X(400).

       FD  REEMB-CNAB-FILE.
       01  RMB-CNAB-REC              PIC X(240).
       01  RMB-CNAB-TRAILER-RED REDEFINES RMB-CNAB-REC.
           05  FILLER                PIC X(07).
           05  RMB-TIPO-REG          PIC X(01).
           05  FILLER                PIC X(09).
           05  RMB-QTD-REG           PIC 9(06).
           05  RMB-SOMA-VALOR        PIC 9(18).
           05  FILLER                PIC X(199).

       FD  REEMB-PIX-FILE.
       01  RMB-PIX-LINHA             PIC X(120).

       FD  CONCILIA-REPORT-FILE.
       01  CONOUT-LINHA              PIC X(80).

           88  WS-REM-OK                        VALUE "00".
       01  WS-WIRE-FS                PIC X(02) VALUE SPACES.
           88  WS-WIRE-OK                       VALUE "00".
       01  WS-RMB-CNAB-FS            PIC X(02) VALUE SPACES.
           88  WS-RMB-CNAB-OK                   VALUE "00".
       01  WS-RMB-PIX-FS             PIC X(02) VALUE SPACES.
           88  WS-RMB-PIX-OK                    VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-EMPRESA                PIC X(02) VALUE "01".
       01  WS-NOME-CHQREG            PIC X(20) VALUE SPACES.
       01  WS-NOME-REMESSA           PIC X(20) VALUE SPACES.
       01  WS-NOME-RMB-CNAB          PIC X(20) VALUE SPACES.
       01  WS-NOME-RMB-PIX           PIC X(20) VALUE SPACES.

      *> Lado de ca: tudo que o sistema mandou para o banco, com a
      *> marca de casado quando a linha do extrato aparecer.
           05  WS-QTD-SO-NOSSO       PIC 9(07) VALUE ZEROS.

       01  WS-TOTAL-WIRE             PIC S9(15) COMP-5 VALUE 0.
       01  WS-TOTAL-RMB              PIC S9(15) COMP-5 VALUE 0.
       01  WS-TRAILER-TOTAL-TXT      PIC X(20) VALUE SPACES.
       01  WS-LIXO                   PIC X(80) VALUE SPACES.
       01  WS-DIA-TOTAL-D            PIC -(14)9.
           MOVE SPACES TO WS-NOME-REMESSA
           STRING "PAYROLL-CNAB-E" WS-EMPRESA INTO WS-NOME-REMESSA
           END-STRING
           MOVE SPACES TO WS-NOME-RMB-CNAB WS-NOME-RMB-PIX
           STRING "REEMB-CNAB-E" WS-EMPRESA INTO WS-NOME-RMB-CNAB
           END-STRING
           STRING "REEMB-PIX-E" WS-EMPRESA INTO WS-NOME-RMB-PIX
           END-STRING

           OPEN INPUT EXTRATO-FILE
           IF NOT WS-EXT-OK
           END-IF

           OPEN OUTPUT CONCILIA-REPORT-FILE
      *> A empresa no cabecalho: o FECHAMENTO-COMPETENCIA so aceita
      *> a conciliacao da propria empresa.
           MOVE SPACES TO CONOUT-LINHA
           STRING "CONCILIACAO DO EXTRATO BANCARIO - EMPRESA "
               WS-EMPRESA DELIMITED BY SIZE INTO CONOUT-LINHA
           END-STRING
           WRITE CONOUT-LINHA
           MOVE ALL "-" TO CONOUT-LINHA
           WRITE CONOUT-LINHA
               END-PERFORM
               CLOSE WIRE-OUT-FILE
               MOVE "N" TO WS-EOF
           END-IF

      *> Lote de reembolso de despesas: total do credito em conta
      *> (trailer de lote da remessa) e total do lote PIX (linha de
      *> controle), cada um um debito proprio no extrato.
           OPEN INPUT REEMB-CNAB-FILE
           IF WS-RMB-CNAB-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-FIM-ARQUIVO
                   READ REEMB-CNAB-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF RMB-TIPO-REG = "5"
                                   AND RMB-SOMA-VALOR > 0
                               MOVE RMB-SOMA-VALOR TO WS-TOTAL-RMB
                               PERFORM 1950-GUARDAR-ITEM-RMB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REEMB-CNAB-FILE
               MOVE "N" TO WS-EOF
           END-IF

           OPEN INPUT REEMB-PIX-FILE
           IF WS-RMB-PIX-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-FIM-ARQUIVO
                   READ REEMB-PIX-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF RMB-PIX-LINHA(1:9) = "CONTROLE:"
                               MOVE SPACES TO WS-TRAILER-TOTAL-TXT
                               UNSTRING RMB-PIX-LINHA
                                   DELIMITED BY "TOTAL="
                                   INTO WS-LIXO WS-TRAILER-TOTAL-TXT
                               END-UNSTRING
                               IF WS-TRAILER-TOTAL-TXT NOT = SPACES
                                   MOVE FUNCTION NUMVAL
                                       (WS-TRAILER-TOTAL-TXT)
                                       TO WS-TOTAL-RMB
                                   IF WS-TOTAL-RMB > 0
                                       PERFORM 1950-GUARDAR-ITEM-RMB
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REEMB-PIX-FILE
               MOVE "N" TO WS-EOF
           END-IF.

       1600-GUARDAR-ITEM-CHQ SECTION.
           MOVE WS-TOTAL-WIRE TO WS-NL-VALOR(WS-NL-QTD)
           MOVE "N"           TO WS-NL-CASADO(WS-NL-QTD).

       1950-GUARDAR-ITEM-RMB SECTION.
           IF WS-NL-QTD >= 2000
               EXIT SECTION
           END-IF
           ADD 1 TO WS-NL-QTD
           MOVE "RMB"         TO WS-NL-TIPO(WS-NL-QTD)
           MOVE 0             TO WS-NL-DOC(WS-NL-QTD)
           MOVE WS-TOTAL-RMB  TO WS-NL-VALOR(WS-NL-QTD)
           MOVE "N"           TO WS-NL-CASADO(WS-NL-QTD).

       2000-CASAR-EXTRATO SECTION.
           PERFORM 2200-ACUMULAR-DIA

