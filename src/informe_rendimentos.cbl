      *> partir de papel arquivado. O ano de referencia vem de
      *> INFORME-ANO (AAAA); em branco assume o ano anterior ao
      *> corrente, que e o ano-base usual do informe.
      *>
      *> Cada mes traz o rendimento tributavel (bruto postado; no
      *> historico antigo, sem bruto, vale o liquido), a contribuicao
      *> previdenciaria oficial (INSS), o IRRF retido e o liquido. O
      *> DIRF-ANUAL confere o arquivo da declaracao contra as linhas
      *> TOTAL ANO deste relatorio -- o layout delas e fixo.
      *>
      *> A PLR (competencia "17" + ano do pagamento) e tributada
      *> exclusivamente na fonte: fica fora das linhas de mes e do
      *> TOTAL ANO e sai depois dele, na linha PLR ANO do quadro de
      *> tributacao exclusiva, nas mesmas colunas. O acordo ou
      *> condenacao trabalhista (competencia "18" + ano do pagamento,
      *> do PROCESSO-LANCTO) tambem fica fora e sai na linha RRA ANO
      *> do quadro de rendimentos recebidos acumuladamente.
      *>
      *> Cada bloco fecha com o codigo de autenticacao do
      *> DOCUMENTO-REGISTRA (rendimento, INSS e IRRF do ano
      *> registrados), depois das linhas que o DIRF-ANUAL le.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

       FD  INFORME-FILE.
       01  INFOUT-LINHA              PIC X(80).
       01  WS-TEM-BLOCO              PIC X(01) VALUE "N".
           88  WS-TEM-BLOCO-SIM                 VALUE "S".
       01  WS-TOTAL-ANO              PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-RENDIMENTO       PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-INSS             PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-IRRF             PIC S9(15) VALUE ZEROS.
       01  WS-RENDIMENTO             PIC S9(15) VALUE ZEROS.
       01  WS-INSS                   PIC S9(15) VALUE ZEROS.
       01  WS-IRRF                   PIC S9(15) VALUE ZEROS.
       01  WS-PLR-RENDIMENTO         PIC S9(15) VALUE ZEROS.
       01  WS-PLR-IRRF               PIC S9(15) VALUE ZEROS.
       01  WS-PLR-LIQUIDO            PIC S9(15) VALUE ZEROS.
       01  WS-TEM-PLR                PIC X(01) VALUE "N".
       01  WS-RRA-RENDIMENTO         PIC S9(15) VALUE ZEROS.
       01  WS-RRA-IRRF               PIC S9(15) VALUE ZEROS.
       01  WS-RRA-LIQUIDO            PIC S9(15) VALUE ZEROS.
       01  WS-TEM-RRA                PIC X(01) VALUE "N".

       01  WS-LINHA-FUNC.
           05  FILLER                PIC X(11) VALUE "MATRICULA: ".
           05  FILLER                PIC X(03) VALUE SPACES.
           05  INF-NOME              PIC X(50).

       01  WS-LINHA-COLUNAS.
           05  FILLER                PIC X(11) VALUE "   MES".
           05  FILLER                PIC X(15) VALUE "     RENDIMENTO".
           05  FILLER                PIC X(16) VALUE "            INSS".
           05  FILLER                PIC X(16) VALUE "            IRRF".
           05  FILLER                PIC X(16) VALUE "         LIQUIDO".

       01  WS-LINHA-MES.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  INF-COMPETENCIA-MES   PIC X(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  INF-COMPETENCIA-ANO   PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-RENDIMENTO        PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-INSS              PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-IRRF              PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-VALOR             PIC -(11)9,99.

       01  WS-LINHA-TOTAL.
           05  FILLER                PIC X(11) VALUE "  TOTAL ANO".
           05  INF-TOT-RENDIMENTO    PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-TOT-INSS          PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-TOT-IRRF          PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-TOTAL             PIC -(11)9,99.

       01  WS-LINHA-PLR.
           05  FILLER                PIC X(11) VALUE "  PLR ANO".
           05  INF-PLR-RENDIMENTO    PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-PLR-INSS          PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-PLR-IRRF          PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-PLR-TOTAL         PIC -(11)9,99.

       01  WS-LINHA-RRA.
           05  FILLER                PIC X(11) VALUE "  RRA ANO".
           05  INF-RRA-RENDIMENTO    PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-RRA-INSS          PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-RRA-IRRF          PIC -(11)9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  INF-RRA-TOTAL         PIC -(11)9,99.

       01  WS-VALOR-REAIS            PIC S9(13)V99 VALUE ZEROS.
       01  WS-QTD-SEM-CODIGO         PIC 9(07) VALUE ZEROS.

       COPY "documento_registro.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
               END-IF

               ADD 1 TO WS-QTD-LANCAMENTOS
               PERFORM 2100-APURAR-VERBAS
               IF HIST-COMPETENCIA(1:2) = "17"
                   MOVE "S" TO WS-TEM-PLR
                   ADD WS-RENDIMENTO TO WS-PLR-RENDIMENTO
                   ADD WS-IRRF       TO WS-PLR-IRRF
                   ADD HIST-VALOR    TO WS-PLR-LIQUIDO
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
               END-IF
               IF HIST-COMPETENCIA(1:2) = "18"
                   MOVE "S" TO WS-TEM-RRA
                   ADD WS-RENDIMENTO TO WS-RRA-RENDIMENTO
                   ADD WS-IRRF       TO WS-RRA-IRRF
                   ADD HIST-VALOR    TO WS-RRA-LIQUIDO
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
               END-IF
               MOVE HIST-COMPETENCIA(1:2) TO INF-COMPETENCIA-MES
               MOVE HIST-COMPETENCIA(3:4) TO INF-COMPETENCIA-ANO
               COMPUTE WS-VALOR-REAIS = WS-RENDIMENTO / 100
               MOVE WS-VALOR-REAIS        TO INF-RENDIMENTO
               COMPUTE WS-VALOR-REAIS = WS-INSS / 100
               MOVE WS-VALOR-REAIS        TO INF-INSS
               COMPUTE WS-VALOR-REAIS = WS-IRRF / 100
               MOVE WS-VALOR-REAIS        TO INF-IRRF
               COMPUTE WS-VALOR-REAIS = HIST-VALOR / 100
               MOVE WS-VALOR-REAIS        TO INF-VALOR
               MOVE WS-LINHA-MES TO INFOUT-LINHA
               WRITE INFOUT-LINHA

               ADD HIST-VALOR    TO WS-TOTAL-ANO
               ADD WS-RENDIMENTO TO WS-TOTAL-RENDIMENTO
               ADD WS-INSS       TO WS-TOTAL-INSS
               ADD WS-IRRF       TO WS-TOTAL-IRRF
           END-IF

           PERFORM 1100-LER-PROXIMO.

       2100-APURAR-VERBAS SECTION.
      *> Historico anterior as verbas itemizadas so tem o liquido:
      *> ele vale como rendimento, sem INSS nem IRRF a informar.
           MOVE 0 TO WS-RENDIMENTO WS-INSS WS-IRRF
           IF HIST-BRUTO IS NUMERIC AND HIST-BRUTO > 0
               MOVE HIST-BRUTO TO WS-RENDIMENTO
               IF HIST-INSS IS NUMERIC
                   MOVE HIST-INSS TO WS-INSS
               END-IF
               IF HIST-IRRF IS NUMERIC
                   MOVE HIST-IRRF TO WS-IRRF
               END-IF
           ELSE
               MOVE HIST-VALOR TO WS-RENDIMENTO
           END-IF.

       2500-ABRIR-BLOCO SECTION.
           MOVE HIST-MATRICULA TO WS-MATRICULA-ATUAL
           MOVE HIST-NOME      TO WS-NOME-ATUAL
           MOVE "S"            TO WS-TEM-BLOCO
           MOVE 0              TO WS-TOTAL-ANO
           MOVE 0              TO WS-TOTAL-RENDIMENTO
           MOVE 0              TO WS-TOTAL-INSS
           MOVE 0              TO WS-TOTAL-IRRF
           MOVE 0              TO WS-PLR-RENDIMENTO
           MOVE 0              TO WS-PLR-IRRF
           MOVE 0              TO WS-PLR-LIQUIDO
           MOVE "N"            TO WS-TEM-PLR
           MOVE 0              TO WS-RRA-RENDIMENTO
           MOVE 0              TO WS-RRA-IRRF
           MOVE 0              TO WS-RRA-LIQUIDO
           MOVE "N"            TO WS-TEM-RRA
           ADD 1 TO WS-QTD-FUNCIONARIOS

           MOVE WS-MATRICULA-ATUAL TO INF-MATRICULA
           MOVE WS-NOME-ATUAL      TO INF-NOME
           MOVE WS-LINHA-FUNC TO INFOUT-LINHA
           WRITE INFOUT-LINHA
           MOVE WS-LINHA-COLUNAS TO INFOUT-LINHA
           WRITE INFOUT-LINHA.

       3000-FECHAR-BLOCO SECTION.
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-RENDIMENTO / 100
           MOVE WS-VALOR-REAIS TO INF-TOT-RENDIMENTO
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-INSS / 100
           MOVE WS-VALOR-REAIS TO INF-TOT-INSS
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-IRRF / 100
           MOVE WS-VALOR-REAIS TO INF-TOT-IRRF
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-ANO / 100
           MOVE WS-VALOR-REAIS TO INF-TOTAL
           MOVE WS-LINHA-TOTAL TO INFOUT-LINHA
           WRITE INFOUT-LINHA

           IF WS-TEM-PLR = "S"
               MOVE "  RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
                   TO INFOUT-LINHA
               WRITE INFOUT-LINHA
               COMPUTE WS-VALOR-REAIS = WS-PLR-RENDIMENTO / 100
               MOVE WS-VALOR-REAIS TO INF-PLR-RENDIMENTO
               MOVE 0              TO INF-PLR-INSS
               COMPUTE WS-VALOR-REAIS = WS-PLR-IRRF / 100
               MOVE WS-VALOR-REAIS TO INF-PLR-IRRF
               COMPUTE WS-VALOR-REAIS = WS-PLR-LIQUIDO / 100
               MOVE WS-VALOR-REAIS TO INF-PLR-TOTAL
               MOVE WS-LINHA-PLR TO INFOUT-LINHA
               WRITE INFOUT-LINHA
           END-IF

           IF WS-TEM-RRA = "S"
               MOVE "  RENDIMENTOS RECEBIDOS ACUMULADAMENTE"
                   TO INFOUT-LINHA
               WRITE INFOUT-LINHA
               COMPUTE WS-VALOR-REAIS = WS-RRA-RENDIMENTO / 100
               MOVE WS-VALOR-REAIS TO INF-RRA-RENDIMENTO
               MOVE 0              TO INF-RRA-INSS
               COMPUTE WS-VALOR-REAIS = WS-RRA-IRRF / 100
               MOVE WS-VALOR-REAIS TO INF-RRA-IRRF
               COMPUTE WS-VALOR-REAIS = WS-RRA-LIQUIDO / 100
               MOVE WS-VALOR-REAIS TO INF-RRA-TOTAL
               MOVE WS-LINHA-RRA TO INFOUT-LINHA
               WRITE INFOUT-LINHA
           END-IF

           PERFORM 3100-AUTENTICAR

           MOVE SPACES TO INFOUT-LINHA
           WRITE INFOUT-LINHA
           MOVE "N" TO WS-TEM-BLOCO.

      *> Registra o informe do funcionario e imprime o codigo;
      *> registro fora do ar nao segura o informe, que sai sem codigo.
       3100-AUTENTICAR SECTION.
           INITIALIZE DOCUMENTO-REGISTRO-PARAMS
           MOVE "R"                  TO DREG-OPERACAO
           MOVE "INFORME"            TO DREG-TIPO
           MOVE "INFORME-RENDIMENTOS" TO DREG-PROGRAMA
           MOVE WS-MATRICULA-ATUAL   TO DREG-MATRICULA
           MOVE WS-NOME-ATUAL        TO DREG-NOME
           STRING "ANO-BASE " WS-ANO-REF
               DELIMITED BY SIZE INTO DREG-REFERENCIA
           END-STRING
           MOVE "RENDIMENTO TRIBUT." TO DREG-VLR-ROTULO(1)
           MOVE WS-TOTAL-RENDIMENTO  TO DREG-VLR(1)
           MOVE "INSS"               TO DREG-VLR-ROTULO(2)
           MOVE WS-TOTAL-INSS        TO DREG-VLR(2)
           MOVE "IRRF"               TO DREG-VLR-ROTULO(3)
           MOVE WS-TOTAL-IRRF        TO DREG-VLR(3)
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL
           IF DREG-STATUS = "OK"
               MOVE SPACES TO INFOUT-LINHA
               STRING "  CODIGO DE AUTENTICACAO: " DREG-CODIGO-FMT
                      " (CONFIRA NO RH)"
                   DELIMITED BY SIZE INTO INFOUT-LINHA
               END-STRING
               WRITE INFOUT-LINHA
           ELSE
               ADD 1 TO WS-QTD-SEM-CODIGO
           END-IF.

       9000-FINALIZAR SECTION.
           IF WS-TEM-BLOCO-SIM
               PERFORM 3000-FECHAR-BLOCO
           END-IF
           CLOSE INFORME-FILE

           MOVE "F" TO DREG-OPERACAO
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL

           DISPLAY "INFORME-RENDIMENTOS: FUNCIONARIOS="
               WS-QTD-FUNCIONARIOS
               " LANCAMENTOS=" WS-QTD-LANCAMENTOS
           IF WS-QTD-SEM-CODIGO > 0
               DISPLAY "INFORME-RENDIMENTOS: AVISO - "
                   WS-QTD-SEM-CODIGO " INFORME(S) SEM CODIGO DE "
                   "AUTENTICACAO (REGISTRO DE DOCUMENTOS INDISPONIVEL)"
           END-IF.
