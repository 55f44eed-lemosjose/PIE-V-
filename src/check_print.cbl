      *> por extenso (EXT-DATA). Ate aqui um analista redigitava tudo
      *> isso num editor de texto, desfazendo o pareamento anti-fraude
      *> que o EXT-MOEDA garante.
      *>
      *> Linha CMC-7 composta aqui, e nao mais pre-impressa pela
      *> grafica: banco, agencia e conta do contrato bancario da
      *> empresa (EMPRESA-CADASTRO), compensacao da praca
      *> (CHEQUE-COMPENSACAO), numero do cheque do CHECK-REGISTER e
      *> tipificacao (CHEQUE-TIPIFICACAO, padrao 5), com os tres DVs
      *> em modulo 10 -- impressao em papel de seguranca liso com
      *> toner magnetico. A linha montada e conferida no
      *> CALC-DIG-CMC7 e contra os proprios dados antes de imprimir;
      *> cheque cuja linha nao confere nao sai (RC 8). Empresa sem
      *> contrato completo ou sem compensacao configurada continua no
      *> formulario pre-impresso, com aviso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  EMPRESA-REC.
           05  EMP-CODIGO            PIC X(02).
           05  EMP-NOME              PIC X(30).
           05  EMP-CNPJ              PIC 9(14).
           05  EMP-BANCO             PIC X(03).
           05  EMP-AGENCIA           PIC 9(04).
           05  EMP-CONTA             PIC 9(08).
           05  EMP-CONVENIO          PIC X(20).
           05  EMP-CARTEIRA          PIC X(02).

      *> Estoque de formularios pre-impressos do talonario, por
      *> empresa: faixas de formularios recebidas da grafica e
           05  WS-DATA-MES           PIC 9(2).
           05  WS-DATA-ANO           PIC 9(4).
           05  WS-DATA-CASO          PIC X(1)   VALUE SPACES.
           05  WS-DATA-IDIOMA        PIC X(2)   VALUE SPACES.
       01  WS-DATA-OUT.
           05  WS-DATA-TEXTO         PIC X(256).
           05  WS-DATA-STATUS        PIC X(3).
       01  WS-EOF-INUTIL             PIC X(01) VALUE "N".
       01  WS-QTD-INUTIL-HOJE        PIC 9(07) VALUE ZEROS.
       01  WS-RECON-ESPERADO         PIC 9(07) VALUE ZEROS.
      *> Estoque que sobra abaixo de CHEQUE-ESTOQUE-MINIMO (padrao
      *> 100 formularios) levanta aviso na ALERTA-FILA, com tempo de
      *> a grafica entregar talonario novo; estoque que nao cobre a
      *> rodada levanta alerta critico. Minimo resolvido no
      *> PARAMETRO-MASTER para a empresa, com a linha dele para o
      *> cabecalho da reconciliacao.
       01  WS-ESTOQUE-MINIMO         PIC 9(09) VALUE 100.
       COPY "parametro_consulta.cpy".
       01  WS-PARAM-LINHA            PIC X(80) VALUE SPACES.
       01  WS-FORMS-RESTANTES        PIC 9(09) VALUE ZEROS.
       COPY "alerta.cpy".

      *> Composicao do CMC-7.
       01  WS-CMC7-ATIVO             PIC X(01) VALUE "N".
       01  WS-CMC7-BANCO             PIC X(03) VALUE SPACES.
       01  WS-CMC7-AGENCIA           PIC 9(04) VALUE ZEROS.
       01  WS-CMC7-CONTA             PIC 9(10) VALUE ZEROS.
       01  WS-CMC7-COMPENSACAO       PIC X(03) VALUE SPACES.
       01  WS-CMC7-TIPIFICACAO       PIC X(01) VALUE SPACES.
       01  WS-CMC7-DIGITOS           PIC X(30) VALUE SPACES.
       01  WS-CMC7-LINHA             PIC X(34) VALUE SPACES.
       01  WS-CMC7-DV1               PIC 9(01) VALUE 0.
       01  WS-CMC7-DV2               PIC 9(01) VALUE 0.
       01  WS-CMC7-DV3               PIC 9(01) VALUE 0.
       01  WS-CMC7-CONFERE           PIC X(01) VALUE "N".
       01  WS-QTD-CMC7-REJ           PIC 9(07) VALUE ZEROS.
       01  WS-MOD10-ENTRADA          PIC X(10) VALUE SPACES.
       01  WS-MOD10-TAM              PIC 9(02) COMP-5 VALUE 0.
       01  WS-MOD10-DAC              PIC 9(01) VALUE 0.
       01  WS-SOMA                   PIC 9(05) COMP-5 VALUE 0.
       01  WS-RESTO                  PIC 9(02) COMP-5 VALUE 0.
       01  WS-PESO                   PIC 9(01) COMP-5 VALUE 0.
       01  WS-PROD                   PIC 9(02) COMP-5 VALUE 0.
       01  WS-DIGITO                 PIC 9(01) COMP-5 VALUE 0.
       01  WS-K                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-CMC7-PARAMS.
           05  WS-CHK-CMC7           PIC X(30).
           05  WS-CHK-STATUS-1       PIC X(03).
           05  WS-CHK-STATUS-2       PIC X(03).
           05  WS-CHK-STATUS-3       PIC X(03).

      *> Linhas da imagem de impressao, posicionadas no talao.
       01  WS-LIN-BOX.
           05  FILLER                PIC X(05) VALUE "MAT. ".
           05  LIN-FAV-MATRICULA     PIC 9(09).
       01  WS-LIN-PRACA              PIC X(132).
       01  WS-LIN-CMC7.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  LIN-CMC7              PIC X(34).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           STRING "CHECK-FORM-RECON-E" WS-EMPRESA INTO WS-NOME-RECON
           END-STRING
           PERFORM 1300-BUSCAR-NOME-EMPRESA
           PERFORM 1500-CONFIG-CMC7

      *> Estoque de formularios conferido ANTES de abrir a impressao:
      *> rodada que o estoque nao cobre e recusada sem imprimir nada.
                   ", DISPONIVEIS " WS-FORMS-DISPONIVEIS
               DISPLAY "CADASTRE FAIXA NOVA NO " WS-NOME-ESTOQUE
                   " ANTES DE IMPRIMIR"
               MOVE "C" TO ALRP-SEVERIDADE
               MOVE SPACES TO ALRP-MENSAGEM
               STRING "ESTOQUE DE CHEQUE INSUFICIENTE - NECESSARIOS "
                                         DELIMITED BY SIZE
                   WS-QTD-A-IMPRIMIR     DELIMITED BY SIZE
                   ", DISPONIVEIS "      DELIMITED BY SIZE
                   WS-FORMS-DISPONIVEIS  DELIMITED BY SIZE
                   INTO ALRP-MENSAGEM
               END-STRING
               PERFORM 1450-ALERTAR-ESTOQUE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "CHECK-PRINT: ESTOQUE OK - NECESSARIOS "
               WS-QTD-A-IMPRIMIR ", DISPONIVEIS "
               WS-FORMS-DISPONIVEIS

           MOVE "CHEQUE-ESTOQUE-MINIMO" TO PARC-NOME
           MOVE WS-EMPRESA              TO PARC-EMPRESA
           MOVE 0                       TO PARC-DATA
           MOVE WS-ESTOQUE-MINIMO       TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           MOVE PARC-VALOR TO WS-ESTOQUE-MINIMO
           MOVE PARC-LINHA TO WS-PARAM-LINHA
           COMPUTE WS-FORMS-RESTANTES =
               WS-FORMS-DISPONIVEIS - WS-QTD-A-IMPRIMIR
           IF WS-FORMS-RESTANTES < WS-ESTOQUE-MINIMO
               MOVE "A" TO ALRP-SEVERIDADE
               MOVE SPACES TO ALRP-MENSAGEM
               STRING "ESTOQUE DE CHEQUE BAIXO - RESTAM "
                                         DELIMITED BY SIZE
                   WS-FORMS-RESTANTES    DELIMITED BY SIZE
                   " APOS A RODADA (MINIMO " DELIMITED BY SIZE
                   WS-ESTOQUE-MINIMO     DELIMITED BY SIZE
                   ")"                   DELIMITED BY SIZE
                   INTO ALRP-MENSAGEM
               END-STRING
               PERFORM 1450-ALERTAR-ESTOQUE
           END-IF.

       1450-ALERTAR-ESTOQUE SECTION.
           MOVE "CHECK-PRINT" TO ALRP-ORIGEM
           MOVE WS-EMPRESA    TO ALRP-EMPRESA
           CALL "ALERTA" USING ALERTA-PARAMS
           END-CALL.

       2900-CONSUMIR-FORMULARIO SECTION.
      *> Consome um formulario da primeira faixa com saldo; o estoque
                       NOT AT END
                           IF EMP-CODIGO = WS-EMPRESA
                               MOVE EMP-NOME TO WS-EMPRESA-NOME
                               MOVE EMP-BANCO TO WS-CMC7-BANCO
                               IF EMP-AGENCIA IS NUMERIC
                                   MOVE EMP-AGENCIA
                                       TO WS-CMC7-AGENCIA
                               END-IF
                               IF EMP-CONTA IS NUMERIC
                                   MOVE EMP-CONTA TO WS-CMC7-CONTA
                               END-IF
                               MOVE "S" TO WS-EMP-EOF
                           END-IF
                   END-READ
               CLOSE EMPRESA-FILE
           END-IF.

       1500-CONFIG-CMC7 SECTION.
           ACCEPT WS-CMC7-COMPENSACAO
               FROM ENVIRONMENT "CHEQUE-COMPENSACAO"
           ACCEPT WS-CMC7-TIPIFICACAO
               FROM ENVIRONMENT "CHEQUE-TIPIFICACAO"
           IF WS-CMC7-TIPIFICACAO = SPACE
               MOVE "5" TO WS-CMC7-TIPIFICACAO
           END-IF
           IF WS-CMC7-BANCO IS NOT NUMERIC OR WS-CMC7-BANCO = "000"
                   OR WS-CMC7-AGENCIA = 0 OR WS-CMC7-CONTA = 0
                   OR WS-CMC7-COMPENSACAO IS NOT NUMERIC
                   OR WS-CMC7-TIPIFICACAO IS NOT NUMERIC
               DISPLAY "CHECK-PRINT: SEM CONTRATO BANCARIO COMPLETO "
                   "OU CHEQUE-COMPENSACAO - CMC-7 NAO COMPOSTO "
                   "(FORMULARIO PRE-IMPRESSO)"
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-CMC7-ATIVO.

       2000-PROCESSAR SECTION.
      *> Trailer de controle e subtotais por setor do PAYROLL-OUT nao
      *> sao cheques; registros com status de conversao diferente de
               EXIT SECTION
           END-IF

      *> CMC-7 montado e conferido antes de qualquer linha do cheque
      *> sair: linha que nao confere nao vai para o papel.
           IF WS-CMC7-ATIVO = "S"
               PERFORM 2200-COMPOR-CMC7
               PERFORM 2300-CONFERIR-CMC7
               IF WS-CMC7-CONFERE NOT = "S"
                   ADD 1 TO WS-QTD-PULADOS
                   ADD 1 TO WS-QTD-CMC7-REJ
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "CHECK-PRINT: CHEQUE " PAYOUT-CHEQUE-NUM
                       " DA MATRICULA " PAYOUT-MATRICULA
                       " NAO IMPRESSO - CMC-7 NAO CONFERE ("
                       WS-CMC7-DIGITOS ")"
                   EXIT SECTION
               END-IF
           END-IF

           MOVE PAYOUT-CHEQUE-NUM   TO BOX-CHEQUE-NUM
           MOVE WS-MOEDA-VALOR-FMT  TO BOX-VALOR-FMT
           WRITE PRINT-LINHA FROM WS-LIN-BOX
               WRITE PRINT-LINHA
           END-IF

           IF WS-CMC7-ATIVO = "S"
               MOVE SPACES TO PRINT-LINHA
               WRITE PRINT-LINHA
               MOVE WS-CMC7-LINHA TO LIN-CMC7
               WRITE PRINT-LINHA FROM WS-LIN-CMC7
           END-IF

           MOVE ALL "=" TO PRINT-LINHA
           WRITE PRINT-LINHA

               PERFORM 2900-CONSUMIR-FORMULARIO
           END-IF.

       2200-COMPOR-CMC7 SECTION.
      *> Numero do cheque: as 6 posicoes finais do numero do
      *> CHECK-REGISTER. Os DVs sao cruzados como no padrao da
      *> compensacao: o da posicao 8 fecha o campo 2, o da posicao
      *> 19 fecha o campo 1, o da 30 fecha a conta.
           MOVE SPACES TO WS-CMC7-DIGITOS
           MOVE SPACES TO WS-MOD10-ENTRADA
           STRING
               WS-CMC7-BANCO           DELIMITED BY SIZE
               WS-CMC7-AGENCIA         DELIMITED BY SIZE
               INTO WS-MOD10-ENTRADA
           END-STRING
           MOVE 7 TO WS-MOD10-TAM
           PERFORM 8000-CALCULAR-MOD10
           MOVE WS-MOD10-DAC TO WS-CMC7-DV1

           MOVE SPACES TO WS-MOD10-ENTRADA
           STRING
               WS-CMC7-COMPENSACAO     DELIMITED BY SIZE
               PAYOUT-CHEQUE-NUM(4:6)  DELIMITED BY SIZE
               WS-CMC7-TIPIFICACAO     DELIMITED BY SIZE
               INTO WS-MOD10-ENTRADA
           END-STRING
           MOVE 10 TO WS-MOD10-TAM
           PERFORM 8000-CALCULAR-MOD10
           MOVE WS-MOD10-DAC TO WS-CMC7-DV2

           MOVE WS-CMC7-CONTA TO WS-MOD10-ENTRADA
           MOVE 10 TO WS-MOD10-TAM
           PERFORM 8000-CALCULAR-MOD10
           MOVE WS-MOD10-DAC TO WS-CMC7-DV3

           STRING
               WS-CMC7-BANCO           DELIMITED BY SIZE
               WS-CMC7-AGENCIA         DELIMITED BY SIZE
               WS-CMC7-DV2             DELIMITED BY SIZE
               WS-CMC7-COMPENSACAO     DELIMITED BY SIZE
               PAYOUT-CHEQUE-NUM(4:6)  DELIMITED BY SIZE
               WS-CMC7-TIPIFICACAO     DELIMITED BY SIZE
               WS-CMC7-DV1             DELIMITED BY SIZE
               WS-CMC7-CONTA           DELIMITED BY SIZE
               WS-CMC7-DV3             DELIMITED BY SIZE
               INTO WS-CMC7-DIGITOS
           END-STRING

      *> Imagem na fonte CMC-7: "<" abre os campos 1 e 2, ">" fecha o
      *> campo 2 e ":" fecha o campo 3.
           MOVE SPACES TO WS-CMC7-LINHA
           STRING
               "<"                     DELIMITED BY SIZE
               WS-CMC7-DIGITOS(1:8)    DELIMITED BY SIZE
               "<"                     DELIMITED BY SIZE
               WS-CMC7-DIGITOS(9:10)   DELIMITED BY SIZE
               ">"                     DELIMITED BY SIZE
               WS-CMC7-DIGITOS(19:12)  DELIMITED BY SIZE
               ":"                     DELIMITED BY SIZE
               INTO WS-CMC7-LINHA
           END-STRING.

       2300-CONFERIR-CMC7 SECTION.
      *> Conferencia de volta: os 30 algarismos tirados da propria
      *> imagem de impressao passam no CALC-DIG-CMC7 e tem de trazer
      *> o banco, a agencia, o numero do cheque e a conta do
      *> cheque -- nao basta o DV fechar.
           MOVE "N" TO WS-CMC7-CONFERE
           MOVE SPACES TO WS-CHK-CMC7
           STRING
               WS-CMC7-LINHA(2:8)      DELIMITED BY SIZE
               WS-CMC7-LINHA(11:10)    DELIMITED BY SIZE
               WS-CMC7-LINHA(22:12)    DELIMITED BY SIZE
               INTO WS-CHK-CMC7
           END-STRING
           CALL "CALC-DIG-CMC7" USING WS-CMC7-PARAMS END-CALL
           IF WS-CHK-STATUS-1 NOT = "OK"
                   OR WS-CHK-STATUS-2 NOT = "OK"
                   OR WS-CHK-STATUS-3 NOT = "OK"
               EXIT SECTION
           END-IF
           IF WS-CHK-CMC7(1:3) NOT = WS-CMC7-BANCO
                   OR WS-CHK-CMC7(4:4) NOT = WS-CMC7-AGENCIA
                   OR WS-CHK-CMC7(12:6) NOT = PAYOUT-CHEQUE-NUM(4:6)
                   OR WS-CHK-CMC7(20:10) NOT = WS-CMC7-CONTA
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-CMC7-CONFERE.

       8000-CALCULAR-MOD10 SECTION.
           MOVE ZEROS TO WS-SOMA
           MOVE 2 TO WS-PESO
           PERFORM VARYING WS-K FROM WS-MOD10-TAM BY -1
               UNTIL WS-K = 0
               MOVE FUNCTION NUMVAL(WS-MOD10-ENTRADA(WS-K:1))
                   TO WS-DIGITO
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
           END-PERFORM
           COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 10)
           IF WS-RESTO = 0
               MOVE 0 TO WS-MOD10-DAC
           ELSE
               COMPUTE WS-MOD10-DAC = 10 - WS-RESTO
           END-IF.

       9000-FINALIZAR SECTION.
           CLOSE PAYROLL-OUT-FILE
           CLOSE CHECK-PRINT-FILE
           DISPLAY "CHECK-PRINT: LIDOS=" WS-QTD-LIDOS
               " IMPRESSOS=" WS-QTD-IMPRESSOS
               " PULADOS=" WS-QTD-PULADOS
               " FORMULARIOS=" WS-FORMS-CONSUMIDOS
               " CMC7-RECUSADOS=" WS-QTD-CMC7-REJ.

       9100-GRAVAR-ESTOQUE SECTION.
           OPEN OUTPUT ESTOQUE-FILE
           MOVE "RECONCILIACAO DE FORMULARIOS X CHEQUES"
               TO RECON-LINHA
           WRITE RECON-LINHA
           MOVE "PARAMETROS DA RODADA:" TO RECON-LINHA
           WRITE RECON-LINHA
           MOVE WS-PARAM-LINHA TO RECON-LINHA
           WRITE RECON-LINHA
           MOVE ALL "-" TO RECON-LINHA
           WRITE RECON-LINHA

