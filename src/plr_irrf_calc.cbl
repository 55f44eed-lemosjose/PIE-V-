       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLR-IRRF-CALC.

      *> IRRF da participacao nos lucros ou resultados (PLR), que e
      *> tributada exclusivamente na fonte por tabela propria -- nao
      *> soma com o salario do mes, nao deduz INSS nem dependente.
      *> A tabela fica em arquivo com data de vigencia, como as do
      *> ENCARGOS-CALC: a virada anual entra por manutencao de
      *> arquivo, sem mexer em programa. Compartilhado via CALL.
      *>
      *> PLR-IRRF-TABELA: linhas VIGENCIA;ATE;ALIQ;DEDUZIR
      *>   VIGENCIA = AAAAMMDD do inicio de validade da tabela
      *>   ATE      = limite superior da faixa em centavos (0 = sem
      *>              limite, faixa final)
      *>   ALIQ     = aliquota em centesimos de % (2750 = 27,50%)
      *>   DEDUZIR  = parcela a deduzir em centavos
      *> O imposto e a aliquota da faixa sobre o valor bruto da PLR
      *> menos a parcela a deduzir; resultado negativo e isencao.
      *>
      *> A tabela e carregada na primeira chamada e fica em memoria;
      *> vale a vigencia mais recente que nao ultrapasse a data de
      *> referencia (a data do pagamento).
      *>
      *> LK-STATUS: OK  = IRRF calculado
      *>            REJ = sem vigencia aplicavel na tabela

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLR-TABELA-FILE ASSIGN TO "PLR-IRRF-TABELA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLR-TABELA-FILE.
       01  PLR-LINHA                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PLR-FS                 PIC X(02) VALUE SPACES.
           88  WS-PLR-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-CARREGADO              PIC X(01) VALUE "N".
           88  WS-JA-CARREGADO                  VALUE "S".

       01  WS-CAMPO-VIG              PIC X(10) VALUE SPACES.
       01  WS-CAMPO-ATE              PIC X(15) VALUE SPACES.
       01  WS-CAMPO-ALIQ             PIC X(06) VALUE SPACES.
       01  WS-CAMPO-DEDUZIR          PIC X(15) VALUE SPACES.

       01  WS-PLR-TABELA.
           05  WS-PLR-QTD            PIC 9(03) COMP-5 VALUE 0.
           05  WS-PLR-FAIXA OCCURS 100 TIMES.
               10  WS-PLR-VIG        PIC 9(08).
               10  WS-PLR-ATE        PIC 9(15).
               10  WS-PLR-ALIQ       PIC 9(05).
               10  WS-PLR-DEDUZIR    PIC 9(15).

       01  WS-I                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-TROCA-PLR              PIC X(43).
       01  WS-VIG-PLR                PIC 9(08) VALUE 0.
       01  WS-ACHOU-FAIXA            PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  LK-PARAMETROS.
           05  LK-DATA-REF           PIC 9(08).
           05  LK-BRUTO              PIC S9(15).
           05  LK-IRRF               PIC S9(15).
           05  LK-STATUS             PIC X(03).

       PROCEDURE DIVISION USING LK-PARAMETROS.
           MOVE "OK" TO LK-STATUS
           MOVE 0 TO LK-IRRF

           IF NOT WS-JA-CARREGADO
               PERFORM 1000-CARREGAR-TABELA
           END-IF

           PERFORM 2000-RESOLVER-VIGENCIA
           IF LK-STATUS NOT = "OK"
               GOBACK
           END-IF

           PERFORM 3000-CALCULAR-IRRF
           GOBACK.

       1000-CARREGAR-TABELA SECTION.
           MOVE "S" TO WS-CARREGADO

           OPEN INPUT PLR-TABELA-FILE
           IF WS-PLR-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-FIM-ARQUIVO
                   READ PLR-TABELA-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM 1100-APLICAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE PLR-TABELA-FILE
           ELSE
               DISPLAY "PLR-IRRF-CALC: PLR-IRRF-TABELA AUSENTE "
                   "(STATUS=" WS-PLR-FS ")"
           END-IF

           PERFORM 1500-ORDENAR-TABELA.

       1100-APLICAR-LINHA SECTION.
      *> Linha em branco ou comecando por "*" e comentario, como nos
      *> outros arquivos de configuracao da casa.
           IF PLR-LINHA = SPACES OR PLR-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           IF WS-PLR-QTD >= 100
               DISPLAY "PLR-IRRF-CALC: PLR-IRRF-TABELA COM MAIS DE "
                   "100 FAIXAS, EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CAMPO-VIG WS-CAMPO-ATE WS-CAMPO-ALIQ
                          WS-CAMPO-DEDUZIR
           UNSTRING PLR-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-VIG
                    WS-CAMPO-ATE
                    WS-CAMPO-ALIQ
                    WS-CAMPO-DEDUZIR
           END-UNSTRING
           IF WS-CAMPO-VIG = SPACES OR WS-CAMPO-ATE = SPACES
                   OR WS-CAMPO-ALIQ = SPACES
               DISPLAY "PLR-IRRF-CALC: LINHA INVALIDA NA "
                   "PLR-IRRF-TABELA: " PLR-LINHA
               EXIT SECTION
           END-IF

           ADD 1 TO WS-PLR-QTD
           MOVE FUNCTION NUMVAL(WS-CAMPO-VIG)
               TO WS-PLR-VIG(WS-PLR-QTD)
           MOVE FUNCTION NUMVAL(WS-CAMPO-ATE)
               TO WS-PLR-ATE(WS-PLR-QTD)
           MOVE FUNCTION NUMVAL(WS-CAMPO-ALIQ)
               TO WS-PLR-ALIQ(WS-PLR-QTD)
           IF WS-CAMPO-DEDUZIR = SPACES
               MOVE 0 TO WS-PLR-DEDUZIR(WS-PLR-QTD)
           ELSE
               MOVE FUNCTION NUMVAL(WS-CAMPO-DEDUZIR)
                   TO WS-PLR-DEDUZIR(WS-PLR-QTD)
           END-IF
      *> "0 = sem limite" vira o maior valor representavel ja na
      *> carga, como na IRRF-TABELA.
           IF WS-PLR-ATE(WS-PLR-QTD) = 0
               MOVE 999999999999999 TO WS-PLR-ATE(WS-PLR-QTD)
           END-IF.

       1500-ORDENAR-TABELA SECTION.
      *> Troca simples por vigencia + faixa, como no ENCARGOS-CALC.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-PLR-QTD
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-PLR-QTD - WS-I
                   IF WS-PLR-VIG(WS-J) > WS-PLR-VIG(WS-J + 1)
                       OR (WS-PLR-VIG(WS-J) = WS-PLR-VIG(WS-J + 1)
                           AND WS-PLR-ATE(WS-J) >
                               WS-PLR-ATE(WS-J + 1))
                       MOVE WS-PLR-FAIXA(WS-J)     TO WS-TROCA-PLR
                       MOVE WS-PLR-FAIXA(WS-J + 1)
                           TO WS-PLR-FAIXA(WS-J)
                       MOVE WS-TROCA-PLR TO WS-PLR-FAIXA(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-RESOLVER-VIGENCIA SECTION.
      *> Sem vigencia aplicavel o calculo e recusado -- PLR paga com
      *> a tabela mensal ou com tabela de outro ano retem errado.
           MOVE 0 TO WS-VIG-PLR
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PLR-QTD
               IF WS-PLR-VIG(WS-I) <= LK-DATA-REF
                       AND WS-PLR-VIG(WS-I) > WS-VIG-PLR
                   MOVE WS-PLR-VIG(WS-I) TO WS-VIG-PLR
               END-IF
           END-PERFORM

           IF WS-VIG-PLR = 0
               MOVE "REJ" TO LK-STATUS
           END-IF.

       3000-CALCULAR-IRRF SECTION.
      *> Aliquota da faixa sobre o bruto, menos a parcela a deduzir.
           MOVE 0 TO LK-IRRF
           IF LK-BRUTO NOT > 0
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-ACHOU-FAIXA
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PLR-QTD OR WS-ACHOU-FAIXA = "S"
               IF WS-PLR-VIG(WS-I) = WS-VIG-PLR
                   IF LK-BRUTO <= WS-PLR-ATE(WS-I)
                       MOVE "S" TO WS-ACHOU-FAIXA
                       COMPUTE LK-IRRF =
                           (LK-BRUTO * WS-PLR-ALIQ(WS-I) / 10000)
                               - WS-PLR-DEDUZIR(WS-I)
                       IF LK-IRRF < 0
                           MOVE 0 TO LK-IRRF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
