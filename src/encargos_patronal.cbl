       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS-PATRONAL.

      *> Encargos da empresa sobre a remuneracao: INSS patronal, RAT
      *> ajustado pelo FAP, terceiros (Sistema S) e o deposito do
      *> FGTS -- o lado do empregador que o ENCARGOS-CALC (so INSS e
      *> IRRF do empregado) nunca cobriu. Compartilhado via CALL como
      *> o ENCARGOS-CALC: a folha, a provisao e o custo por setor
      *> calculam pelo mesmo lugar.
      *>
      *> ENCARGOS-PATRONAL-TABELA: linhas
      *>   EMPRESA;VIGENCIA;PATRONAL;RAT;FAP;TERCEIROS;FGTS
      *>   EMPRESA   = codigo do EMPRESA-CADASTRO ("00" = padrao do
      *>               grupo, vale para empresa sem linha propria)
      *>   VIGENCIA  = AAAAMMDD do inicio de validade
      *>   PATRONAL  = aliquota em centesimos de % (2000 = 20,00%)
      *>   RAT       = aliquota em centesimos de % (100 a 300)
      *>   FAP       = multiplicador em decimos de milesimo
      *>               (10000 = 1,0000; 5000 a 20000)
      *>   TERCEIROS = soma das aliquotas em centesimos de % (580)
      *>   FGTS      = aliquota em centesimos de %; em branco, 800
      *> Vale, para a data de referencia, a vigencia mais recente da
      *> empresa que nao a ultrapasse; sem linha da empresa, a do
      *> padrao "00". Tabela carregada uma unica vez por job.
      *>
      *> LK-STATUS: OK  = encargos calculados
      *>            REJ = sem vigencia aplicavel para a empresa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRONAL-TABELA-FILE
               ASSIGN TO "ENCARGOS-PATRONAL-TABELA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATRONAL-TABELA-FILE.
       01  PAT-LINHA                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAT-FS                 PIC X(02) VALUE SPACES.
           88  WS-PAT-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-CARREGADO              PIC X(01) VALUE "N".
           88  WS-JA-CARREGADO                  VALUE "S".

       01  WS-CAMPO-EMPRESA          PIC X(02) VALUE SPACES.
       01  WS-CAMPO-VIG              PIC X(10) VALUE SPACES.
       01  WS-CAMPO-PATRONAL         PIC X(06) VALUE SPACES.
       01  WS-CAMPO-RAT              PIC X(06) VALUE SPACES.
       01  WS-CAMPO-FAP              PIC X(06) VALUE SPACES.
       01  WS-CAMPO-TERCEIROS        PIC X(06) VALUE SPACES.
       01  WS-CAMPO-FGTS             PIC X(06) VALUE SPACES.

       01  WS-PAT-TABELA.
           05  WS-PAT-QTD            PIC 9(03) COMP-5 VALUE 0.
           05  WS-PAT-LINHA OCCURS 200 TIMES.
               10  WS-PAT-EMPRESA    PIC X(02).
               10  WS-PAT-VIG        PIC 9(08).
               10  WS-PAT-PATRONAL   PIC 9(05).
               10  WS-PAT-RAT        PIC 9(05).
               10  WS-PAT-FAP        PIC 9(05).
               10  WS-PAT-TERCEIROS  PIC 9(05).
               10  WS-PAT-FGTS       PIC 9(05).

       01  WS-I                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-ACHOU                  PIC 9(03) COMP-5 VALUE 0.
       01  WS-VIG-ACHADA             PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       01  LK-PARAMETROS.
           05  LK-EMPRESA            PIC X(02).
           05  LK-DATA-REF           PIC 9(08).
           05  LK-BASE               PIC S9(15).
           05  LK-PATRONAL           PIC S9(15).
           05  LK-RAT                PIC S9(15).
           05  LK-TERCEIROS          PIC S9(15).
           05  LK-FGTS               PIC S9(15).
           05  LK-TOTAL              PIC S9(15).
           05  LK-STATUS             PIC X(03).

       PROCEDURE DIVISION USING LK-PARAMETROS.
           MOVE "OK" TO LK-STATUS
           MOVE 0 TO LK-PATRONAL LK-RAT LK-TERCEIROS LK-FGTS LK-TOTAL

           IF NOT WS-JA-CARREGADO
               PERFORM 1000-CARREGAR-TABELA
           END-IF

           PERFORM 2000-RESOLVER-VIGENCIA
           IF LK-STATUS NOT = "OK"
               GOBACK
           END-IF

           PERFORM 3000-CALCULAR
           GOBACK.

       1000-CARREGAR-TABELA SECTION.
           MOVE "S" TO WS-CARREGADO

           OPEN INPUT PATRONAL-TABELA-FILE
           IF NOT WS-PAT-OK
               DISPLAY "ENCARGOS-PATRONAL: ENCARGOS-PATRONAL-TABELA "
                   "AUSENTE (STATUS=" WS-PAT-FS ")"
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ PATRONAL-TABELA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 1100-APLICAR-LINHA
               END-READ
           END-PERFORM
           CLOSE PATRONAL-TABELA-FILE.

       1100-APLICAR-LINHA SECTION.
           IF PAT-LINHA = SPACES OR PAT-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           IF WS-PAT-QTD >= 200
               DISPLAY "ENCARGOS-PATRONAL: TABELA COM MAIS DE 200 "
                   "LINHAS, EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CAMPO-EMPRESA WS-CAMPO-VIG
                          WS-CAMPO-PATRONAL WS-CAMPO-RAT
                          WS-CAMPO-FAP WS-CAMPO-TERCEIROS
                          WS-CAMPO-FGTS
           UNSTRING PAT-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-EMPRESA
                    WS-CAMPO-VIG
                    WS-CAMPO-PATRONAL
                    WS-CAMPO-RAT
                    WS-CAMPO-FAP
                    WS-CAMPO-TERCEIROS
                    WS-CAMPO-FGTS
           END-UNSTRING
           IF WS-CAMPO-EMPRESA = SPACES OR WS-CAMPO-VIG = SPACES
                   OR WS-CAMPO-PATRONAL = SPACES
               DISPLAY "ENCARGOS-PATRONAL: LINHA INVALIDA NA "
                   "TABELA: " PAT-LINHA
               EXIT SECTION
           END-IF

           ADD 1 TO WS-PAT-QTD
           MOVE WS-CAMPO-EMPRESA TO WS-PAT-EMPRESA(WS-PAT-QTD)
           MOVE FUNCTION NUMVAL(WS-CAMPO-VIG)
               TO WS-PAT-VIG(WS-PAT-QTD)
           MOVE FUNCTION NUMVAL(WS-CAMPO-PATRONAL)
               TO WS-PAT-PATRONAL(WS-PAT-QTD)
           MOVE 0 TO WS-PAT-RAT(WS-PAT-QTD)
           IF WS-CAMPO-RAT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-RAT)
                   TO WS-PAT-RAT(WS-PAT-QTD)
           END-IF
      *> FAP em branco e o fator neutro 1,0000.
           MOVE 10000 TO WS-PAT-FAP(WS-PAT-QTD)
           IF WS-CAMPO-FAP NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-FAP)
                   TO WS-PAT-FAP(WS-PAT-QTD)
           END-IF
           MOVE 0 TO WS-PAT-TERCEIROS(WS-PAT-QTD)
           IF WS-CAMPO-TERCEIROS NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-TERCEIROS)
                   TO WS-PAT-TERCEIROS(WS-PAT-QTD)
           END-IF
           MOVE 800 TO WS-PAT-FGTS(WS-PAT-QTD)
           IF WS-CAMPO-FGTS NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-FGTS)
                   TO WS-PAT-FGTS(WS-PAT-QTD)
           END-IF.

       2000-RESOLVER-VIGENCIA SECTION.
      *> Primeiro a linha propria da empresa; so sem ela vale o
      *> padrao do grupo.
           MOVE 0 TO WS-ACHOU WS-VIG-ACHADA
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PAT-QTD
               IF WS-PAT-EMPRESA(WS-I) = LK-EMPRESA
                       AND WS-PAT-VIG(WS-I) <= LK-DATA-REF
                       AND WS-PAT-VIG(WS-I) > WS-VIG-ACHADA
                   MOVE WS-I TO WS-ACHOU
                   MOVE WS-PAT-VIG(WS-I) TO WS-VIG-ACHADA
               END-IF
           END-PERFORM

           IF WS-ACHOU = 0
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PAT-QTD
                   IF WS-PAT-EMPRESA(WS-I) = "00"
                           AND WS-PAT-VIG(WS-I) <= LK-DATA-REF
                           AND WS-PAT-VIG(WS-I) > WS-VIG-ACHADA
                       MOVE WS-I TO WS-ACHOU
                       MOVE WS-PAT-VIG(WS-I) TO WS-VIG-ACHADA
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ACHOU = 0
               MOVE "REJ" TO LK-STATUS
           END-IF.

       3000-CALCULAR SECTION.
      *> Tudo sobre a mesma base (remuneracao bruta em centavos); o
      *> RAT e multiplicado pelo FAP antes de aplicar.
           COMPUTE LK-PATRONAL ROUNDED =
               LK-BASE * WS-PAT-PATRONAL(WS-ACHOU) / 10000
           COMPUTE LK-RAT ROUNDED =
               LK-BASE * WS-PAT-RAT(WS-ACHOU) * WS-PAT-FAP(WS-ACHOU)
                   / 100000000
           COMPUTE LK-TERCEIROS ROUNDED =
               LK-BASE * WS-PAT-TERCEIROS(WS-ACHOU) / 10000
           COMPUTE LK-FGTS ROUNDED =
               LK-BASE * WS-PAT-FGTS(WS-ACHOU) / 10000
           COMPUTE LK-TOTAL =
               LK-PATRONAL + LK-RAT + LK-TERCEIROS + LK-FGTS.
