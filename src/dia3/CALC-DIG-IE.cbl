       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-DIG-IE.
       AUTHOR. GEISE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-IE-ENTRADA             PIC X(18) VALUE SPACES.
       01  WS-CARACTER               PIC X(01) VALUE SPACE.

       01  WS-DIG-TXT                PIC X(14) VALUE ZEROS.
       01  WS-DIG-TAB REDEFINES WS-DIG-TXT.
           05 WS-DIG                 PIC 9(01) OCCURS 14 TIMES.
       01  WS-NUM-11                 PIC 9(11) VALUE ZEROS.
       01  WS-NUM-8                  PIC 9(08) VALUE ZEROS.
       01  WS-PREFIXO                PIC X(02) VALUE SPACES.

      *> Pesos da soma ponderada, da esquerda para a direita, com dois
      *> algarismos cada (MG e SP usam pesos 10 e 11).
       01  WS-PESOS-TXT              PIC X(28) VALUE ZEROS.
       01  WS-PESOS-TAB REDEFINES WS-PESOS-TXT.
           05 WS-PESO                PIC 9(02) OCCURS 14 TIMES.

       01  WS-VARIAVEIS-AUX.
           05 WS-TAM                 PIC 9(02) VALUE ZEROS.
           05 WS-I                   PIC 9(02) VALUE ZEROS.
           05 WS-POS                 PIC 9(02) VALUE ZEROS.
           05 WS-QTD                 PIC 9(02) VALUE ZEROS.
           05 WS-SOMA                PIC 9(05) VALUE ZEROS.
           05 WS-RESTO               PIC 9(02) VALUE ZEROS.
           05 WS-PROD                PIC 9(02) VALUE ZEROS.
           05 WS-DV-CALC             PIC 9(02) VALUE ZEROS.
           05 WS-DV-2                PIC 9(02) VALUE ZEROS.
           05 WS-AP-P                PIC 9(01) VALUE ZEROS.
           05 WS-AP-D                PIC 9(01) VALUE ZEROS.
           05 WS-FLAG-PRODUTOR       PIC X(01) VALUE "N".
              88 WS-PRODUTOR-RURAL              VALUE "S".
           05 WS-FLAG-FORMATO        PIC X(01) VALUE "S".
              88 WS-FORMATO-OK                  VALUE "S".
           05 WS-FLAG-MODULO         PIC X(02) VALUE SPACES.
           05 WS-FLAG-IE             PIC X(01) VALUE "N".
              88 WS-IE-CONFERE                  VALUE "S".

       LINKAGE SECTION.
       01  LK-PARAMETROS.
           05 LK-IE                  PIC X(18).
           05 LK-UF                  PIC X(02).
           05 LK-IE-NORMAL           PIC X(14).
           05 LK-STATUS              PIC X(03).

       PROCEDURE DIVISION USING LK-PARAMETROS.
              *> Inscricao estadual conferida pela regra da UF
              *> (tamanho, prefixo e digito(s) verificador(es)
              *> publicados pelas Secretarias da Fazenda no Sintegra).
              *> A IE pode vir com ou sem pontuacao; LK-IE-NORMAL
              *> devolve so os algarismos (com o "P" na frente para o
              *> produtor rural de SP), pronta para comparar.
              *> LK-STATUS: "OK", "ISE" (contribuinte isento, IE
              *> "ISENTO") ou "REJ".
              MOVE "REJ"  TO LK-STATUS
              MOVE SPACES TO LK-IE-NORMAL
              MOVE "N"    TO WS-FLAG-IE

              PERFORM 0500-NORMALIZAR

              IF NOT WS-FORMATO-OK
                     GOBACK
              END-IF

              IF LK-STATUS = "ISE"
                     MOVE "ISENTO" TO LK-IE-NORMAL
                     GOBACK
              END-IF

              EVALUATE LK-UF
                     WHEN "AC"
                     WHEN "DF"
                            PERFORM 1000-IE-AC-DF
                     WHEN "AL"
                            PERFORM 1100-IE-AL
                     WHEN "AP"
                            PERFORM 1200-IE-AP
                     WHEN "AM"
                     WHEN "CE"
                     WHEN "ES"
                     WHEN "PB"
                     WHEN "PI"
                     WHEN "SC"
                     WHEN "SE"
                            PERFORM 1300-IE-PADRAO-9
                     WHEN "MA"
                     WHEN "MS"
                     WHEN "PA"
                            PERFORM 1350-IE-PADRAO-PREFIXO
                     WHEN "BA"
                            PERFORM 1400-IE-BA
                     WHEN "GO"
                            PERFORM 1500-IE-GO
                     WHEN "MT"
                            PERFORM 1600-IE-MT
                     WHEN "MG"
                            PERFORM 1700-IE-MG
                     WHEN "PR"
                            PERFORM 1800-IE-PR
                     WHEN "PE"
                            PERFORM 1900-IE-PE
                     WHEN "RJ"
                            PERFORM 2000-IE-RJ
                     WHEN "RN"
                            PERFORM 2100-IE-RN
                     WHEN "RS"
                            PERFORM 2200-IE-RS
                     WHEN "RO"
                            PERFORM 2300-IE-RO
                     WHEN "RR"
                            PERFORM 2400-IE-RR
                     WHEN "SP"
                            PERFORM 2500-IE-SP
                     WHEN "TO"
                            PERFORM 2600-IE-TO
                     WHEN OTHER
                            CONTINUE
              END-EVALUATE

              IF WS-IE-CONFERE
                     MOVE "OK" TO LK-STATUS
                     IF WS-PRODUTOR-RURAL
                            STRING "P" WS-DIG-TXT(1:WS-TAM)
                                   DELIMITED BY SIZE
                                   INTO LK-IE-NORMAL
                     ELSE
                            MOVE WS-DIG-TXT(1:WS-TAM) TO LK-IE-NORMAL
                     END-IF
              END-IF

              GOBACK.

       0500-NORMALIZAR SECTION.
              *> Tira pontuacao e espacos; qualquer outro caractere
              *> recusa a IE. O "P" so vale como primeira letra da IE
              *> de produtor rural de SP.
              MOVE "S"    TO WS-FLAG-FORMATO.
              MOVE "N"    TO WS-FLAG-PRODUTOR.
              MOVE ZEROS  TO WS-DIG-TXT.
              MOVE ZEROS  TO WS-TAM.
              MOVE FUNCTION UPPER-CASE(LK-IE) TO WS-IE-ENTRADA.

              IF FUNCTION TRIM(WS-IE-ENTRADA) = "ISENTO"
                     MOVE "ISE" TO LK-STATUS
                     EXIT SECTION
              END-IF.

              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 18
                     MOVE WS-IE-ENTRADA(WS-I:1) TO WS-CARACTER
                     EVALUATE TRUE
                            WHEN WS-CARACTER IS NUMERIC
                                   IF WS-TAM < 14
                                          ADD 1 TO WS-TAM
                                          MOVE WS-CARACTER
                                            TO WS-DIG-TXT(WS-TAM:1)
                                   ELSE
                                          MOVE "N" TO WS-FLAG-FORMATO
                                   END-IF
                            WHEN WS-CARACTER = "P" AND WS-TAM = 0
                                   AND LK-UF = "SP"
                                   AND NOT WS-PRODUTOR-RURAL
                                   MOVE "S" TO WS-FLAG-PRODUTOR
                            WHEN WS-CARACTER = "." OR "-" OR "/"
                                   OR SPACE
                                   CONTINUE
                            WHEN OTHER
                                   MOVE "N" TO WS-FLAG-FORMATO
                     END-EVALUATE
              END-PERFORM.

              IF WS-TAM = 0
                     MOVE "N" TO WS-FLAG-FORMATO
              END-IF.

              MOVE WS-DIG-TXT(1:2) TO WS-PREFIXO.

       1000-IE-AC-DF SECTION.
              *> 13 algarismos, prefixo 01 (AC) ou 07 (DF), dois DVs.
              IF WS-TAM NOT = 13
                     EXIT SECTION
              END-IF.
              IF (LK-UF = "AC" AND WS-PREFIXO NOT = "01")
                     OR (LK-UF = "DF" AND WS-PREFIXO NOT = "07")
                     EXIT SECTION
              END-IF.

              MOVE "0403020908070605040302" TO WS-PESOS-TXT.
              MOVE 1  TO WS-POS.
              MOVE 11 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-DV-CALC NOT = WS-DIG(12)
                     EXIT SECTION
              END-IF.

              MOVE "050403020908070605040302" TO WS-PESOS-TXT.
              MOVE 12 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-DV-CALC = WS-DIG(13)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       1100-IE-AL SECTION.
              *> 9 algarismos, prefixo 24; DV = (soma x 10) mod 11.
              IF WS-TAM NOT = 9 OR WS-PREFIXO NOT = "24"
                     EXIT SECTION
              END-IF.
              MOVE "0908070605040302" TO WS-PESOS-TXT.
              MOVE 1 TO WS-POS.
              MOVE 8 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8400-DV-VEZES-10.
              IF WS-DV-CALC = WS-DIG(9)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       1200-IE-AP SECTION.
              *> 9 algarismos, prefixo 03; a soma parte de um valor
              *> "p" e o DV 11 vira "d", conforme a faixa da IE.
              IF WS-TAM NOT = 9 OR WS-PREFIXO NOT = "03"
                     EXIT SECTION
              END-IF.
              MOVE WS-DIG-TXT(1:8) TO WS-NUM-8.
              EVALUATE TRUE
                     WHEN WS-NUM-8 >= 03000001 AND
                          WS-NUM-8 <= 03017000
                            MOVE 5 TO WS-AP-P
                            MOVE 0 TO WS-AP-D
                     WHEN WS-NUM-8 >= 03017001 AND
                          WS-NUM-8 <= 03019022
                            MOVE 9 TO WS-AP-P
                            MOVE 1 TO WS-AP-D
                     WHEN OTHER
                            MOVE 0 TO WS-AP-P
                            MOVE 0 TO WS-AP-D
              END-EVALUATE.

              MOVE "0908070605040302" TO WS-PESOS-TXT.
              MOVE 1 TO WS-POS.
              MOVE 8 TO WS-QTD.
              PERFORM 8000-SOMAR.
              ADD WS-AP-P TO WS-SOMA.
              COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11).
              COMPUTE WS-DV-CALC = 11 - WS-RESTO.
              IF WS-DV-CALC = 10
                     MOVE 0 TO WS-DV-CALC
              END-IF.
              IF WS-DV-CALC = 11
                     MOVE WS-AP-D TO WS-DV-CALC
              END-IF.
              IF WS-DV-CALC = WS-DIG(9)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       1300-IE-PADRAO-9 SECTION.
              *> 9 algarismos, modulo 11 com pesos 9 a 2 sobre os 8
              *> primeiros; resto 0 ou 1 da DV zero.
              IF WS-TAM NOT = 9
                     EXIT SECTION
              END-IF.
              MOVE "0908070605040302" TO WS-PESOS-TXT.
              MOVE 1 TO WS-POS.
              MOVE 8 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-DV-CALC = WS-DIG(9)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       1350-IE-PADRAO-PREFIXO SECTION.
              *> Mesmo calculo do padrao, com o prefixo da UF:
              *> MA 12, MS 28 ou 50, PA 15.
              EVALUATE TRUE
                     WHEN LK-UF = "MA" AND WS-PREFIXO = "12"
                     WHEN LK-UF = "MS" AND WS-PREFIXO = "28"
                     WHEN LK-UF = "MS" AND WS-PREFIXO = "50"
                     WHEN LK-UF = "PA" AND WS-PREFIXO = "15"
                            PERFORM 1300-IE-PADRAO-9
                     WHEN OTHER
                            CONTINUE
              END-EVALUATE.

       1400-IE-BA SECTION.
              *> 8 ou 9 algarismos: base de 6 ou 7 e dois DVs, o
              *> segundo calculado primeiro e entrando no calculo do
              *> primeiro. O algarismo que decide o modulo (o 1o na
              *> IE de 8, o 2o na de 9): 6, 7 ou 9 = modulo 11, os
              *> demais = modulo 10.
              EVALUATE WS-TAM
                     WHEN 8
                            MOVE 6 TO WS-QTD
                            MOVE WS-DIG(1) TO WS-PROD
                     WHEN 9
                            MOVE 7 TO WS-QTD
                            MOVE WS-DIG(2) TO WS-PROD
                     WHEN OTHER
                            EXIT SECTION
              END-EVALUATE.
              IF WS-PROD = 6 OR WS-PROD = 7 OR WS-PROD = 9
                     MOVE "11" TO WS-FLAG-MODULO
              ELSE
                     MOVE "10" TO WS-FLAG-MODULO
              END-IF.

              *> Segundo DV: pesos (base + 1) a 2 sobre a base.
              IF WS-QTD = 6
                     MOVE "070605040302" TO WS-PESOS-TXT
              ELSE
                     MOVE "08070605040302" TO WS-PESOS-TXT
              END-IF.
              MOVE 1 TO WS-POS.
              PERFORM 8000-SOMAR.
              PERFORM 1450-DV-BA.
              IF WS-DV-CALC NOT = WS-DIG(WS-TAM)
                     EXIT SECTION
              END-IF.
              MOVE WS-DV-CALC TO WS-DV-2.

              *> Primeiro DV: pesos (base + 2) a 3 sobre a base e
              *> peso 2 sobre o segundo DV.
              IF WS-QTD = 6
                     MOVE "080706050403" TO WS-PESOS-TXT
              ELSE
                     MOVE "09080706050403" TO WS-PESOS-TXT
              END-IF.
              PERFORM 8000-SOMAR.
              COMPUTE WS-SOMA = WS-SOMA + (WS-DV-2 * 2).
              PERFORM 1450-DV-BA.
              IF WS-DV-CALC = WS-DIG(WS-TAM - 1)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       1450-DV-BA SECTION.
              IF WS-FLAG-MODULO = "10"
                     COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 10)
                     IF WS-RESTO = 0
                            MOVE 0 TO WS-DV-CALC
                     ELSE
                            COMPUTE WS-DV-CALC = 10 - WS-RESTO
                     END-IF
              ELSE
                     PERFORM 8100-DV-PADRAO
              END-IF.

       1500-IE-GO SECTION.
              *> 9 algarismos, prefixo 10, 11, 15 ou 20 a 29. Resto 1
              *> da DV 1 na faixa 10103105 a 10119997 e 0 fora dela.
              IF WS-TAM NOT = 9
                     EXIT SECTION
              END-IF.
              IF WS-PREFIXO NOT = "10" AND NOT = "11" AND NOT = "15"
                     AND (WS-PREFIXO < "20" OR WS-PREFIXO > "29")
                     EXIT SECTION
              END-IF.
              MOVE "0908070605040302" TO WS-PESOS-TXT.
              MOVE 1 TO WS-POS.
              MOVE 8 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-RESTO = 1
                     MOVE WS-DIG-TXT(1:8) TO WS-NUM-8
                     IF WS-NUM-8 >= 10103105 AND
                        WS-NUM-8 <= 10119997
                            MOVE 1 TO WS-DV-CALC
                     END-IF
              END-IF.
              IF WS-DV-CALC = WS-DIG(9)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       1600-IE-MT SECTION.
              *> 11 algarismos; a IE mais curta e completada com zeros
              *> a esquerda.
              IF WS-TAM < 9 OR WS-TAM > 11
                     EXIT SECTION
              END-IF.
              IF WS-TAM < 11
                     MOVE WS-DIG-TXT(1:WS-TAM) TO WS-NUM-11
                     MOVE WS-NUM-11 TO WS-DIG-TXT(1:11)
                     MOVE 11 TO WS-TAM
              END-IF.
              MOVE "03020908070605040302" TO WS-PESOS-TXT.
              MOVE 1  TO WS-POS.
              MOVE 10 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-DV-CALC = WS-DIG(11)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       1700-IE-MG SECTION.
              *> 13 algarismos. Primeiro DV: base de 11 com um zero
              *> depois do municipio (3o algarismo), pesos 1 e 2
              *> alternados, somando os algarismos de cada produto;
              *> DV = o que falta para a dezena seguinte. Segundo DV:
              *> modulo 11 sobre os 12 primeiros.
              IF WS-TAM NOT = 13
                     EXIT SECTION
              END-IF.
              MOVE ZEROS TO WS-SOMA.
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 11
                     IF WS-I > 3
                            *> depois do zero inserido, posicao par
                            *> da base leva peso 1 e impar peso 2
                            IF FUNCTION MOD(WS-I, 2) = 0
                                   MOVE WS-DIG(WS-I) TO WS-PROD
                            ELSE
                                   COMPUTE WS-PROD = WS-DIG(WS-I) * 2
                            END-IF
                     ELSE
                            IF FUNCTION MOD(WS-I, 2) = 1
                                   MOVE WS-DIG(WS-I) TO WS-PROD
                            ELSE
                                   COMPUTE WS-PROD = WS-DIG(WS-I) * 2
                            END-IF
                     END-IF
                     IF WS-PROD > 9
                            COMPUTE WS-PROD = WS-PROD - 9
                     END-IF
                     ADD WS-PROD TO WS-SOMA
              END-PERFORM.
              COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 10).
              IF WS-RESTO = 0
                     MOVE 0 TO WS-DV-CALC
              ELSE
                     COMPUTE WS-DV-CALC = 10 - WS-RESTO
              END-IF.
              IF WS-DV-CALC NOT = WS-DIG(12)
                     EXIT SECTION
              END-IF.

              MOVE "030211100908070605040302" TO WS-PESOS-TXT.
              MOVE 1  TO WS-POS.
              MOVE 12 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-DV-CALC = WS-DIG(13)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       1800-IE-PR SECTION.
              *> 10 algarismos, dois DVs em modulo 11.
              IF WS-TAM NOT = 10
                     EXIT SECTION
              END-IF.
              MOVE "0302070605040302" TO WS-PESOS-TXT.
              MOVE 1 TO WS-POS.
              MOVE 8 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-DV-CALC NOT = WS-DIG(9)
                     EXIT SECTION
              END-IF.
              MOVE "040302070605040302" TO WS-PESOS-TXT.
              MOVE 9 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-DV-CALC = WS-DIG(10)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       1900-IE-PE SECTION.
              *> 9 algarismos (e-Fisco, dois DVs) ou 14 (CACEPE
              *> antigo, um DV).
              EVALUATE WS-TAM
                     WHEN 9
                            MOVE "08070605040302" TO WS-PESOS-TXT
                            MOVE 1 TO WS-POS
                            MOVE 7 TO WS-QTD
                            PERFORM 8000-SOMAR
                            PERFORM 8100-DV-PADRAO
                            IF WS-DV-CALC NOT = WS-DIG(8)
                                   EXIT SECTION
                            END-IF
                            MOVE "0908070605040302" TO WS-PESOS-TXT
                            MOVE 8 TO WS-QTD
                            PERFORM 8000-SOMAR
                            PERFORM 8100-DV-PADRAO
                            IF WS-DV-CALC = WS-DIG(9)
                                   MOVE "S" TO WS-FLAG-IE
                            END-IF
                     WHEN 14
                            MOVE "05040302010908070605040302"
                              TO WS-PESOS-TXT
                            MOVE 1  TO WS-POS
                            MOVE 13 TO WS-QTD
                            PERFORM 8000-SOMAR
                            PERFORM 8300-DV-MENOS-10
                            IF WS-DV-CALC = WS-DIG(14)
                                   MOVE "S" TO WS-FLAG-IE
                            END-IF
                     WHEN OTHER
                            CONTINUE
              END-EVALUATE.

       2000-IE-RJ SECTION.
              *> 8 algarismos, pesos 2 e 7 a 2.
              IF WS-TAM NOT = 8
                     EXIT SECTION
              END-IF.
              MOVE "02070605040302" TO WS-PESOS-TXT.
              MOVE 1 TO WS-POS.
              MOVE 7 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-DV-CALC = WS-DIG(8)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       2100-IE-RN SECTION.
              *> 9 ou 10 algarismos, prefixo 20; DV = (soma x 10)
              *> mod 11.
              IF WS-PREFIXO NOT = "20"
                     EXIT SECTION
              END-IF.
              EVALUATE WS-TAM
                     WHEN 9
                            MOVE "0908070605040302" TO WS-PESOS-TXT
                            MOVE 8 TO WS-QTD
                     WHEN 10
                            MOVE "100908070605040302" TO WS-PESOS-TXT
                            MOVE 9 TO WS-QTD
                     WHEN OTHER
                            EXIT SECTION
              END-EVALUATE.
              MOVE 1 TO WS-POS.
              PERFORM 8000-SOMAR.
              PERFORM 8400-DV-VEZES-10.
              IF WS-DV-CALC = WS-DIG(WS-TAM)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       2200-IE-RS SECTION.
              *> 10 algarismos, pesos 2 e 9 a 2.
              IF WS-TAM NOT = 10
                     EXIT SECTION
              END-IF.
              MOVE "020908070605040302" TO WS-PESOS-TXT.
              MOVE 1 TO WS-POS.
              MOVE 9 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-DV-CALC = WS-DIG(10)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       2300-IE-RO SECTION.
              *> 14 algarismos; DV 10 ou 11 perde a dezena.
              IF WS-TAM NOT = 14
                     EXIT SECTION
              END-IF.
              MOVE "06050403020908070605040302" TO WS-PESOS-TXT.
              MOVE 1  TO WS-POS.
              MOVE 13 TO WS-QTD.
              PERFORM 8000-SOMAR.
              PERFORM 8300-DV-MENOS-10.
              IF WS-DV-CALC = WS-DIG(14)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       2400-IE-RR SECTION.
              *> 9 algarismos, prefixo 24; pesos 1 a 8, modulo 9.
              IF WS-TAM NOT = 9 OR WS-PREFIXO NOT = "24"
                     EXIT SECTION
              END-IF.
              MOVE "0102030405060708" TO WS-PESOS-TXT.
              MOVE 1 TO WS-POS.
              MOVE 8 TO WS-QTD.
              PERFORM 8000-SOMAR.
              COMPUTE WS-DV-CALC = FUNCTION MOD(WS-SOMA, 9).
              IF WS-DV-CALC = WS-DIG(9)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       2500-IE-SP SECTION.
              *> 12 algarismos com DVs na 9a e na 12a posicao; o
              *> produtor rural ("P" + 12) so tem o da 9a. O DV e o
              *> algarismo da direita do resto da divisao por 11.
              IF WS-TAM NOT = 12
                     EXIT SECTION
              END-IF.
              MOVE "0103040506070810" TO WS-PESOS-TXT.
              MOVE 1 TO WS-POS.
              MOVE 8 TO WS-QTD.
              PERFORM 8000-SOMAR.
              COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11).
              COMPUTE WS-DV-CALC = FUNCTION MOD(WS-RESTO, 10).
              IF WS-DV-CALC NOT = WS-DIG(9)
                     EXIT SECTION
              END-IF.
              IF WS-PRODUTOR-RURAL
                     MOVE "S" TO WS-FLAG-IE
                     EXIT SECTION
              END-IF.

              MOVE "0302100908070605040302" TO WS-PESOS-TXT.
              MOVE 11 TO WS-QTD.
              PERFORM 8000-SOMAR.
              COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11).
              COMPUTE WS-DV-CALC = FUNCTION MOD(WS-RESTO, 10).
              IF WS-DV-CALC = WS-DIG(12)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       2600-IE-TO SECTION.
              *> 9 algarismos, ou 11 no formato antigo -- o 3o e o 4o
              *> (tipo de empresa 01, 02, 03 ou 99) ficam fora da
              *> conta.
              EVALUATE WS-TAM
                     WHEN 9
                            MOVE "0908070605040302" TO WS-PESOS-TXT
                     WHEN 11
                            IF WS-DIG-TXT(3:2) NOT = "01" AND
                                   NOT = "02" AND NOT = "03" AND
                                   NOT = "99"
                                   EXIT SECTION
                            END-IF
                            MOVE "09080000070605040302"
                              TO WS-PESOS-TXT
                     WHEN OTHER
                            EXIT SECTION
              END-EVALUATE.
              MOVE 1 TO WS-POS.
              COMPUTE WS-QTD = WS-TAM - 1.
              PERFORM 8000-SOMAR.
              PERFORM 8100-DV-PADRAO.
              IF WS-DV-CALC = WS-DIG(WS-TAM)
                     MOVE "S" TO WS-FLAG-IE
              END-IF.

       8000-SOMAR SECTION.
              *> Soma ponderada de WS-QTD algarismos a partir de
              *> WS-POS, com os pesos de WS-PESOS-TXT.
              MOVE ZEROS TO WS-SOMA.
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD
                     COMPUTE WS-SOMA = WS-SOMA +
                     (WS-DIG(WS-POS + WS-I - 1) * WS-PESO(WS-I))
              END-PERFORM.

       8100-DV-PADRAO SECTION.
              *> Modulo 11: resto 0 ou 1 da DV zero, senao 11 - resto.
              COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11).
              IF WS-RESTO < 2
                     MOVE 0 TO WS-DV-CALC
              ELSE
                     COMPUTE WS-DV-CALC = 11 - WS-RESTO
              END-IF.

       8300-DV-MENOS-10 SECTION.
              *> Modulo 11 em que o DV 10 ou 11 perde a dezena.
              COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11).
              COMPUTE WS-DV-CALC = 11 - WS-RESTO.
              IF WS-DV-CALC > 9
                     SUBTRACT 10 FROM WS-DV-CALC
              END-IF.

       8400-DV-VEZES-10 SECTION.
              *> (Soma x 10) mod 11, resto 10 da DV zero.
              COMPUTE WS-SOMA = WS-SOMA * 10.
              COMPUTE WS-DV-CALC = FUNCTION MOD(WS-SOMA, 11).
              IF WS-DV-CALC = 10
                     MOVE 0 TO WS-DV-CALC
              END-IF.
