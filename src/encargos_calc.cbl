      *> parte do bruto dentro dela, e acima do teto a contribuicao
      *> fica travada na soma das fatias.
      *>
      *> IRRF-TABELA: linhas VIGENCIA;ATE;ALIQ;DEDUZIR;DEPENDENTE
      *>   ATE     = limite superior da faixa em centavos (0 = sem
      *>             limite, faixa final)
      *>   DEDUZIR = parcela a deduzir em centavos
      *>   DEPENDENTE = deducao mensal por dependente em centavos
      *>             (vale para a vigencia inteira; basta informar
      *>             numa das faixas, em branco = 0)
      *> O IRRF aplica a aliquota da faixa sobre a base (bruto menos
      *> INSS menos a deducao dos dependentes) e subtrai a parcela a
      *> deduzir; resultado negativo e isencao (zero).
      *>
      *> SALARIO-FAMILIA-TABELA: linhas VIGENCIA;LIMITE;QUOTA
      *>   LIMITE = remuneracao maxima em centavos para ter direito
      *>   QUOTA  = valor da quota por filho elegivel em centavos
      *> Sem a tabela (ou sem vigencia) a quota e zero, sem recusar
      *> o calculo de INSS/IRRF.
      *>
      *> LK-QTD-DEP-IRRF e LK-QTD-DEP-SALFAM sao as contagens de
      *> dependentes elegiveis (DEPENDENTE-CONTA); LK-DEDUCAO-DEP e
      *> LK-SALFAM voltam com a deducao aplicada na base do IRRF e o
      *> salario-familia devido, para a folha itemizar no holerite.
      *>
      *> As tabelas sao carregadas uma unica vez na primeira chamada
      *> e ficam em memoria para o resto do job, como o calendario de
      *> feriados do CAL-DIA-UTIL. Vale, para a data de referencia, a
      *> vigencia mais recente que nao a ultrapasse.
      *>
      *> LK-TIPO-SEGURADO "C" = contribuinte individual (autonomo
      *> pago por RPA): o INSS nao e progressivo, e 11% do bruto
      *> limitado ao teto da vigencia (a ultima faixa da INSS-TABELA);
      *> o IRRF segue a mesma tabela, sobre o bruto menos esse INSS.
      *> Em branco (ou "E") = empregado, o calculo de sempre.
      *>
      *> LK-STATUS: OK  = INSS e IRRF calculados
      *>            REJ = sem vigencia aplicavel na(s) tabela(s)

           SELECT IRRF-TABELA-FILE ASSIGN TO "IRRF-TABELA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRRF-FS.
           SELECT SALFAM-TABELA-FILE
               ASSIGN TO "SALARIO-FAMILIA-TABELA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALFAM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  IRRF-TABELA-FILE.
       01  IRRF-LINHA                PIC X(80).

       FD  SALFAM-TABELA-FILE.
       01  SALFAM-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INSS-FS                PIC X(02) VALUE SPACES.
           88  WS-INSS-OK                       VALUE "00".
       01  WS-IRRF-FS                PIC X(02) VALUE SPACES.
           88  WS-IRRF-OK                       VALUE "00".
       01  WS-SALFAM-FS              PIC X(02) VALUE SPACES.
           88  WS-SALFAM-OK                     VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-CARREGADO              PIC X(01) VALUE "N".
       01  WS-CAMPO-ATE              PIC X(15) VALUE SPACES.
       01  WS-CAMPO-ALIQ             PIC X(06) VALUE SPACES.
       01  WS-CAMPO-DEDUZIR          PIC X(15) VALUE SPACES.
       01  WS-CAMPO-DEPENDENTE       PIC X(15) VALUE SPACES.

       01  WS-INSS-TABELA.
           05  WS-INSS-QTD           PIC 9(03) COMP-5 VALUE 0.
               10  WS-IRRF-ATE       PIC 9(15).
               10  WS-IRRF-ALIQ      PIC 9(05).
               10  WS-IRRF-DEDUZIR   PIC 9(15).
               10  WS-IRRF-DEPENDENTE PIC 9(15).

       01  WS-SALFAM-TABELA.
           05  WS-SALFAM-QTD         PIC 9(03) COMP-5 VALUE 0.
           05  WS-SALFAM-FAIXA OCCURS 50 TIMES.
               10  WS-SALFAM-VIG     PIC 9(08).
               10  WS-SALFAM-LIMITE  PIC 9(15).
               10  WS-SALFAM-QUOTA   PIC 9(15).

       01  WS-I                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-TROCA-INSS             PIC X(28).
       01  WS-TROCA-IRRF             PIC X(58).

       01  WS-VIG-INSS               PIC 9(08) VALUE 0.
       01  WS-VIG-IRRF               PIC 9(08) VALUE 0.
       01  WS-FATIA                  PIC S9(15) COMP-5 VALUE 0.
       01  WS-BASE-IRRF              PIC S9(15) COMP-5 VALUE 0.
       01  WS-ACHOU-FAIXA            PIC X(01) VALUE "N".
       01  WS-DEDUCAO-UNIT           PIC S9(15) COMP-5 VALUE 0.
       01  WS-VIG-SALFAM             PIC 9(08) VALUE 0.
       01  WS-ALIQ-CI                PIC 9(05) VALUE 1100.
       01  WS-TETO-INSS              PIC S9(15) VALUE 0.

       LINKAGE SECTION.
       01  LK-PARAMETROS.
           05  LK-INSS               PIC S9(15).
           05  LK-IRRF               PIC S9(15).
           05  LK-STATUS             PIC X(03).
           05  LK-QTD-DEP-IRRF       PIC 9(02).
           05  LK-QTD-DEP-SALFAM     PIC 9(02).
           05  LK-DEDUCAO-DEP        PIC S9(15).
           05  LK-SALFAM             PIC S9(15).
           05  LK-TIPO-SEGURADO      PIC X(01).

       PROCEDURE DIVISION USING LK-PARAMETROS.
           MOVE "OK" TO LK-STATUS
           MOVE 0 TO LK-INSS LK-IRRF LK-DEDUCAO-DEP LK-SALFAM
           IF LK-QTD-DEP-IRRF IS NOT NUMERIC
               MOVE 0 TO LK-QTD-DEP-IRRF
           END-IF
           IF LK-QTD-DEP-SALFAM IS NOT NUMERIC
               MOVE 0 TO LK-QTD-DEP-SALFAM
           END-IF

           IF NOT WS-JA-CARREGADO
               PERFORM 1000-CARREGAR-TABELAS
               GOBACK
           END-IF

           IF LK-TIPO-SEGURADO = "C"
               PERFORM 3500-CALCULAR-INSS-CI
           ELSE
               PERFORM 3000-CALCULAR-INSS
           END-IF
           PERFORM 4000-CALCULAR-IRRF
           PERFORM 5000-CALCULAR-SALFAM
           GOBACK.

       1000-CARREGAR-TABELAS SECTION.
                   "(STATUS=" WS-IRRF-FS ")"
           END-IF

      *> Salario-familia e opcional: sem a tabela so nao ha quota.
           OPEN INPUT SALFAM-TABELA-FILE
           IF WS-SALFAM-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-FIM-ARQUIVO
                   READ SALFAM-TABELA-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM 1300-APLICAR-LINHA-SALFAM
                   END-READ
               END-PERFORM
               CLOSE SALFAM-TABELA-FILE
           END-IF

           PERFORM 1500-ORDENAR-TABELAS.

       1100-APLICAR-LINHA-INSS SECTION.
           END-IF

           MOVE SPACES TO WS-CAMPO-VIG WS-CAMPO-ATE WS-CAMPO-ALIQ
                          WS-CAMPO-DEDUZIR WS-CAMPO-DEPENDENTE
           UNSTRING IRRF-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-VIG
                    WS-CAMPO-ATE
                    WS-CAMPO-ALIQ
                    WS-CAMPO-DEDUZIR
                    WS-CAMPO-DEPENDENTE
           END-UNSTRING
           IF WS-CAMPO-VIG = SPACES OR WS-CAMPO-ATE = SPACES
                   OR WS-CAMPO-ALIQ = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-DEDUZIR)
                   TO WS-IRRF-DEDUZIR(WS-IRRF-QTD)
           END-IF
           IF WS-CAMPO-DEPENDENTE = SPACES
               MOVE 0 TO WS-IRRF-DEPENDENTE(WS-IRRF-QTD)
           ELSE
               MOVE FUNCTION NUMVAL(WS-CAMPO-DEPENDENTE)
                   TO WS-IRRF-DEPENDENTE(WS-IRRF-QTD)
           END-IF
      *> "0 = sem limite" vira o maior valor representavel ja na
      *> carga: a ordenacao e a busca de faixa tratam a faixa final
      *> como qualquer outra.
               MOVE 999999999999999 TO WS-IRRF-ATE(WS-IRRF-QTD)
           END-IF.

       1300-APLICAR-LINHA-SALFAM SECTION.
           IF SALFAM-LINHA = SPACES OR SALFAM-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           IF WS-SALFAM-QTD >= 50
               DISPLAY "ENCARGOS-CALC: SALARIO-FAMILIA-TABELA COM "
                   "MAIS DE 50 LINHAS, EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CAMPO-VIG WS-CAMPO-ATE WS-CAMPO-DEDUZIR
           UNSTRING SALFAM-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-VIG
                    WS-CAMPO-ATE
                    WS-CAMPO-DEDUZIR
           END-UNSTRING
           IF WS-CAMPO-VIG = SPACES OR WS-CAMPO-ATE = SPACES
                   OR WS-CAMPO-DEDUZIR = SPACES
               DISPLAY "ENCARGOS-CALC: LINHA INVALIDA NA "
                   "SALARIO-FAMILIA-TABELA: " SALFAM-LINHA
               EXIT SECTION
           END-IF

           ADD 1 TO WS-SALFAM-QTD
           MOVE FUNCTION NUMVAL(WS-CAMPO-VIG)
               TO WS-SALFAM-VIG(WS-SALFAM-QTD)
           MOVE FUNCTION NUMVAL(WS-CAMPO-ATE)
               TO WS-SALFAM-LIMITE(WS-SALFAM-QTD)
           MOVE FUNCTION NUMVAL(WS-CAMPO-DEDUZIR)
               TO WS-SALFAM-QUOTA(WS-SALFAM-QTD).

       1500-ORDENAR-TABELAS SECTION.
      *> Ordenacao por troca simples (vigencia + faixa), para o
      *> calculo progressivo nao depender da ordem de digitacao do
               END-IF
           END-PERFORM.

       3500-CALCULAR-INSS-CI SECTION.
      *> Contribuinte individual: aliquota unica sobre o bruto, com
      *> a base travada no teto (maior limite de faixa da vigencia).
           MOVE 0 TO WS-TETO-INSS
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INSS-QTD
               IF WS-INSS-VIG(WS-I) = WS-VIG-INSS
                       AND WS-INSS-ATE(WS-I) > WS-TETO-INSS
                   MOVE WS-INSS-ATE(WS-I) TO WS-TETO-INSS
               END-IF
           END-PERFORM
           IF LK-BRUTO > WS-TETO-INSS
               COMPUTE LK-INSS = WS-TETO-INSS * WS-ALIQ-CI / 10000
           ELSE
               COMPUTE LK-INSS = LK-BRUTO * WS-ALIQ-CI / 10000
           END-IF.

       4000-CALCULAR-IRRF SECTION.
      *> Base = bruto menos o INSS calculado menos a deducao dos
      *> dependentes; aplica a aliquota da faixa e subtrai a parcela
      *> a deduzir. Resultado negativo e isencao.
           MOVE 0 TO WS-DEDUCAO-UNIT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-IRRF-QTD
               IF WS-IRRF-VIG(WS-I) = WS-VIG-IRRF
                       AND WS-IRRF-DEPENDENTE(WS-I) > WS-DEDUCAO-UNIT
                   MOVE WS-IRRF-DEPENDENTE(WS-I) TO WS-DEDUCAO-UNIT
               END-IF
           END-PERFORM
           COMPUTE LK-DEDUCAO-DEP = WS-DEDUCAO-UNIT * LK-QTD-DEP-IRRF

           COMPUTE WS-BASE-IRRF = LK-BRUTO - LK-INSS - LK-DEDUCAO-DEP
           MOVE 0 TO LK-IRRF
           MOVE "N" TO WS-ACHOU-FAIXA
           PERFORM VARYING WS-I FROM 1 BY 1
                   END-IF
               END-IF
           END-PERFORM.

       5000-CALCULAR-SALFAM SECTION.
      *> Quota por filho elegivel, so para quem ganha ate o limite da
      *> vigencia; acima dele, nenhuma quota.
           IF LK-QTD-DEP-SALFAM = 0
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-VIG-SALFAM
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SALFAM-QTD
               IF WS-SALFAM-VIG(WS-I) <= LK-DATA-REF
                       AND WS-SALFAM-VIG(WS-I) > WS-VIG-SALFAM
                   MOVE WS-SALFAM-VIG(WS-I) TO WS-VIG-SALFAM
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0
               EXIT SECTION
           END-IF
           IF LK-BRUTO <= WS-SALFAM-LIMITE(WS-J)
               COMPUTE LK-SALFAM =
                   WS-SALFAM-QUOTA(WS-J) * LK-QTD-DEP-SALFAM
           END-IF.
