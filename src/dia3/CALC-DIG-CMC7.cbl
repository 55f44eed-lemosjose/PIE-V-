       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-DIG-CMC7.
       AUTHOR. GEISE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS-AUX.
           05 WS-SOMA                PIC 9(04) VALUE ZEROS.
           05 WS-RESTO               PIC 9(02) VALUE ZEROS.
           05 WS-I                   PIC 9(02) VALUE ZEROS.
           05 WS-PESO                PIC 9(01) VALUE ZEROS.
           05 WS-DIGITO               PIC 9(01) VALUE ZEROS.
           05 WS-PROD                 PIC 9(02) VALUE ZEROS.

       01  WS-VARIAVEIS-CAMPO.
           05 WS-CAMPO-ENTRADA        PIC X(10) VALUE SPACES.
           05 WS-QTD-VALOR            PIC 9(02) VALUE ZEROS.
           05 WS-DAC-CALCULADO        PIC 9(01) VALUE ZEROS.
           05 WS-DAC-INFORMADO        PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-PARAMETROS.
           05 LK-CMC7                 PIC X(30).
           05 LK-STATUS-CAMPO1        PIC X(03).
           05 LK-STATUS-CAMPO2        PIC X(03).
           05 LK-STATUS-CAMPO3        PIC X(03).

       PROCEDURE DIVISION USING LK-PARAMETROS.
              *> CMC-7 do cheque so com os 30 algarismos, sem os
              *> simbolos separadores:
              *>   01-03 banco, 04-07 agencia, 08 DV do campo 2,
              *>   09-11 compensacao, 12-17 numero do cheque,
              *>   18 tipificacao, 19 DV do campo 1,
              *>   20-29 conta, 30 DV do campo 3.
              IF LK-CMC7 IS NOT NUMERIC
                     MOVE "REJ" TO LK-STATUS-CAMPO1
                     MOVE "REJ" TO LK-STATUS-CAMPO2
                     MOVE "REJ" TO LK-STATUS-CAMPO3
                     GOBACK
              END-IF.

              *> Campo 1: banco + agencia, DV na posicao 19.
              MOVE LK-CMC7(1:7) TO WS-CAMPO-ENTRADA
              MOVE 7 TO WS-QTD-VALOR
              MOVE LK-CMC7(19:1) TO WS-DAC-INFORMADO
              PERFORM 2000-VALIDAR-CAMPO
              PERFORM 3000-GRAVAR-STATUS-CAMPO1

              *> Campo 2: compensacao + numero + tipificacao, DV na
              *> posicao 8.
              MOVE LK-CMC7(9:10) TO WS-CAMPO-ENTRADA
              MOVE 10 TO WS-QTD-VALOR
              MOVE LK-CMC7(8:1) TO WS-DAC-INFORMADO
              PERFORM 2000-VALIDAR-CAMPO
              PERFORM 3100-GRAVAR-STATUS-CAMPO2

              *> Campo 3: conta, DV na posicao 30.
              MOVE LK-CMC7(20:10) TO WS-CAMPO-ENTRADA
              MOVE 10 TO WS-QTD-VALOR
              MOVE LK-CMC7(30:1) TO WS-DAC-INFORMADO
              PERFORM 2000-VALIDAR-CAMPO
              PERFORM 3200-GRAVAR-STATUS-CAMPO3

              GOBACK.

       2000-VALIDAR-CAMPO SECTION.
              *> DV de um campo do CMC-7, calculado em modulo 10
              *> (pesos 2 e 1 alternados a partir da direita, somando
              *> os algarismos do produto quando maior que 9).
              MOVE ZEROS TO WS-SOMA.
              MOVE 2 TO WS-PESO.

              PERFORM VARYING WS-I FROM WS-QTD-VALOR BY -1
                     UNTIL WS-I = 0
                     MOVE WS-CAMPO-ENTRADA(WS-I:1) TO WS-DIGITO
                     COMPUTE WS-PROD = WS-DIGITO * WS-PESO
                     IF WS-PROD > 9
                            COMPUTE WS-PROD = WS-PROD - 9
                     END-IF
                     ADD WS-PROD TO WS-SOMA
                     IF WS-PESO = 2
                            MOVE 1 TO WS-PESO
                     ELSE
                            MOVE 2 TO WS-PESO
                     END-IF
              END-PERFORM.

              COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 10).

              IF WS-RESTO = 0
                     MOVE 0 TO WS-DAC-CALCULADO
              ELSE
                     COMPUTE WS-DAC-CALCULADO = 10 - WS-RESTO
              END-IF.

       3000-GRAVAR-STATUS-CAMPO1 SECTION.
              IF WS-DAC-CALCULADO = WS-DAC-INFORMADO
                     MOVE "OK"  TO LK-STATUS-CAMPO1
              ELSE
                     MOVE "REJ" TO LK-STATUS-CAMPO1
              END-IF.

       3100-GRAVAR-STATUS-CAMPO2 SECTION.
              IF WS-DAC-CALCULADO = WS-DAC-INFORMADO
                     MOVE "OK"  TO LK-STATUS-CAMPO2
              ELSE
                     MOVE "REJ" TO LK-STATUS-CAMPO2
              END-IF.

       3200-GRAVAR-STATUS-CAMPO3 SECTION.
              IF WS-DAC-CALCULADO = WS-DAC-INFORMADO
                     MOVE "OK"  TO LK-STATUS-CAMPO3
              ELSE
                     MOVE "REJ" TO LK-STATUS-CAMPO3
              END-IF.
