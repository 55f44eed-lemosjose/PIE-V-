       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIACAO-FOLHA.

      *> Variacao da folha mes contra mes por funcionario, para a
      *> revisao antes da liberacao: le no PAYROLL-HIST a competencia
      *> e a anterior de cada matricula e lista
      *>
      *>   variacao  liquido que mudou mais que o limite percentual
      *>             (VARIACAO-PCT, inteiro, padrao 20%) OU mais que
      *>             o limite em valor (VARIACAO-VALOR, em centavos,
      *>             padrao R$ 1.000,00); limite zero fica desligado
      *>   novos     pagos na competencia e nao na anterior
      *>   ausentes  pagos na anterior e nao na competencia
      *>
      *> Cada linha leva o motivo conhecido, procurado nos dois meses
      *> (o anterior e a competencia):
      *>
      *>   REAJ   alteracao de salario no FUNC-HISTORIA (avulsa ou do
      *>          REAJUSTE-RUN, que passa pelo mesmo ALTERAR)
      *>   AFAST  afastamento do AFAST-MASTER cobrindo algum dos meses
      *>   FER    ferias postadas (competencia "15" + ano) ou gozo
      *>          iniciado no FERIAS-SALDO
      *>   ADM    admissao (FT-ADMISSAO; sem ela, a inclusao na trilha)
      *>   DESL   inativacao, desligamento ou exclusao na trilha, ou
      *>          funcionario inativo na tabela
      *>
      *> Quem nao tem motivo nenhum sai marcado SEM MOTIVO e o lote
      *> termina com RETURN-CODE 4 -- e so esses o revisor precisa
      *> correr atras. 8 sem o PAYROLL-HIST ou sem a tabela de
      *> funcionarios. Sem a trilha, os afastamentos ou o saldo de
      *> ferias o relatorio sai assim mesmo, com aviso, e os motivos
      *> daquela fonte ficam em branco.
      *>
      *> VARIACAO-COMPETENCIA (MMAAAA) escolhe a competencia; em
      *> branco vale a FOLHA-COMPETENCIA e, sem ela, o mes corrente.
      *> So competencia mensal: 13o, ferias, diferencas e PLR nao
      *> entram na comparacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.
           SELECT FUNC-HIST-FILE ASSIGN TO "FUNC-HISTORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHIST-FS.
           SELECT AFAST-FILE ASSIGN TO "AFAST-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-AFA-FS.
           SELECT FERIAS-SALDO-FILE ASSIGN TO "FERIAS-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FSA-CHAVE
               FILE STATUS IS WS-FSA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HIST-FILE.
       01  HIST-REC.
           05  HIST-CHAVE.
               10  HIST-MATRICULA    PIC 9(09).
               10  HIST-COMPETENCIA  PIC X(06).
           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

       FD  FUNC-HIST-FILE.
       01  FHIST-REC.
           05  FHIST-TIMESTAMP       PIC X(14).
           05  FILLER                PIC X(01).
           05  FHIST-OPERADOR        PIC X(10).
           05  FILLER                PIC X(01).
           05  FHIST-OPERACAO        PIC X(01).
           05  FILLER                PIC X(01).
           05  FHIST-MATRICULA       PIC 9(09).
           05  FILLER                PIC X(01).
           05  FHIST-ANTES.
               10  FHIST-ANT-NOME    PIC X(50).
               10  FHIST-ANT-CPF     PIC 9(09).
               10  FHIST-ANT-SALARIO PIC 9(15).
               10  FHIST-ANT-SETOR   PIC X(10).
           05  FILLER                PIC X(01).
           05  FHIST-DEPOIS.
               10  FHIST-DEP-NOME    PIC X(50).
               10  FHIST-DEP-CPF     PIC 9(09).
               10  FHIST-DEP-SALARIO PIC 9(15).
               10  FHIST-DEP-SETOR   PIC X(10).

       FD  AFAST-FILE.
       01  AFA-REC.
           05  AFA-CHAVE.
               10  AFA-MATRICULA     PIC 9(09).
               10  AFA-DATA-INI      PIC 9(08).
           05  AFA-DATA-FIM          PIC 9(08).
           05  AFA-TIPO              PIC X(03).
           05  AFA-REMUNERADO        PIC X(01).
           05  AFA-CONTA-13          PIC X(01).

       FD  FERIAS-SALDO-FILE.
       01  FSA-REC.
           05  FSA-CHAVE.
               10  FSA-MATRICULA     PIC 9(09).
               10  FSA-AQUIS-INI     PIC 9(08).
           05  FSA-AQUIS-FIM         PIC 9(08).
           05  FSA-LIMITE-CONCESSAO  PIC 9(08).
           05  FSA-FALTAS            PIC 9(03).
           05  FSA-DIAS-DIREITO      PIC 9(02).
           05  FSA-DIAS-GOZADOS      PIC 9(02).
           05  FSA-SITUACAO          PIC X(01).
           05  FSA-ULT-GOZO          PIC 9(08).
           05  FSA-DATA-ATUALIZ      PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY "func_tabela.cpy".

       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-FHIST-FS               PIC X(02) VALUE SPACES.
           88  WS-FHIST-OK                      VALUE "00".
       01  WS-AFA-FS                 PIC X(02) VALUE SPACES.
           88  WS-AFA-OK                        VALUE "00".
       01  WS-FSA-FS                 PIC X(02) VALUE SPACES.
           88  WS-FSA-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-COMP-ANTERIOR          PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-ANO                    PIC 9(04) VALUE 0.
       01  WS-MES                    PIC 9(02) VALUE 0.
      *> Janela dos motivos, AAAAMM: do mes anterior a competencia.
       01  WS-COMP-AAAAMM            PIC 9(06) VALUE 0.
       01  WS-ANT-AAAAMM             PIC 9(06) VALUE 0.
       01  WS-AAAAMM                 PIC 9(06) VALUE 0.
       01  WS-AAAAMM-FIM             PIC 9(06) VALUE 0.

       01  WS-LIMITE-PCT             PIC 9(03) VALUE 20.
       01  WS-LIMITE-VALOR           PIC 9(12) VALUE 100000.

      *> Limites resolvidos no PARAMETRO-MASTER (vigencia geral: a
      *> folha mistura empresas), com a linha de cada um para o
      *> cabecalho do relatorio.
       COPY "parametro_consulta.cpy".
       01  WS-PARAM-TAB.
           05  WS-PARAM-QTD          PIC 9(02) COMP-5 VALUE 0.
           05  WS-PARAM-LINHA OCCURS 2 TIMES PIC X(80).
       01  WS-PARAM-IDX              PIC 9(02) COMP-5 VALUE 0.

      *> Uma entrada por matricula paga em algum dos dois meses, na
      *> ordem do PAYROLL-HIST (matricula) -- o SEARCH ALL das outras
      *> fontes depende disso.
       01  WS-PESSOAS.
           05  WS-PES-QTD            PIC 9(05) VALUE 0.
           05  WS-PES OCCURS 0 TO 6000 TIMES
                   DEPENDING ON WS-PES-QTD
                   ASCENDING KEY IS WS-PES-MATRICULA
                   INDEXED BY WS-PES-IDX.
               10  WS-PES-MATRICULA  PIC 9(09).
               10  WS-PES-NOME       PIC X(30).
               10  WS-PES-ATU-PAGO   PIC X(01).
               10  WS-PES-ATU-VALOR  PIC S9(15).
               10  WS-PES-ANT-PAGO   PIC X(01).
               10  WS-PES-ANT-VALOR  PIC S9(15).
               10  WS-PES-M-REAJ     PIC X(01).
               10  WS-PES-M-AFAST    PIC X(01).
               10  WS-PES-M-FER      PIC X(01).
               10  WS-PES-M-ADM      PIC X(01).
               10  WS-PES-M-DESL     PIC X(01).

       01  WS-PX                     PIC 9(05) COMP-5 VALUE 0.
       01  WS-MATRICULA-BUSCA        PIC 9(09) VALUE 0.
       01  WS-DIFERENCA              PIC S9(15) VALUE 0.
       01  WS-DIF-ABS                PIC S9(15) VALUE 0.
       01  WS-DIF-PCT                PIC S9(05)V9 VALUE 0.
       01  WS-EXCEDE                 PIC X(01) VALUE "N".
       01  WS-VALOR-REAIS            PIC S9(13)V99 VALUE 0.
       01  WS-MOTIVO                 PIC X(30) VALUE SPACES.
       01  WS-MOT-PTR                PIC 9(03) COMP-5 VALUE 0.
       01  WS-SECAO                  PIC X(01) VALUE SPACE.

       01  WS-CONTADORES.
           05  WS-QTD-HIST-LIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ATU            PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ANT            PIC 9(07) VALUE ZEROS.
           05  WS-QTD-VARIACAO       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NOVOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-AUSENTES       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-MOTIVO     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SECAO          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ESTOURO        PIC 9(07) VALUE ZEROS.

       01  WS-LINHA-COLUNAS.
           05  FILLER                PIC X(25)
                   VALUE "  MATRICULA NOME".
           05  FILLER                PIC X(12) VALUE "    ANTERIOR".
           05  FILLER                PIC X(12) VALUE "       ATUAL".
           05  FILLER                PIC X(08) VALUE "   VAR%".
           05  FILLER                PIC X(06) VALUE "MOTIVO".

       01  WS-LINHA-DET.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LD-MATRICULA          PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LD-NOME               PIC X(13).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LD-ANTERIOR           PIC -(7)9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LD-ATUAL              PIC -(7)9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LD-PCT                PIC -(3)9.9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LD-MOTIVO             PIC X(23).

       01  WS-RW.
           05  WS-RW-OPERACAO        PIC X(01).
           05  WS-RW-ARQUIVO         PIC X(20).
           05  WS-RW-TITULO          PIC X(40).
           05  WS-RW-LINHA           PIC X(80).
           05  WS-RW-STATUS          PIC X(03).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-CARREGAR-FOLHA
           PERFORM 1200-CARREGAR-TABELA
           PERFORM 1300-CARREGAR-HISTORIA
           PERFORM 1400-CARREGAR-AFASTAMENTOS
           PERFORM 1500-CARREGAR-FERIAS
           PERFORM 3000-EMITIR-RELATORIO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-COMPETENCIA
               FROM ENVIRONMENT "VARIACAO-COMPETENCIA"
           IF WS-COMPETENCIA = SPACES
               ACCEPT WS-COMPETENCIA
                   FROM ENVIRONMENT "FOLHA-COMPETENCIA"
           END-IF
           IF WS-COMPETENCIA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
               STRING
                   WS-DATA-HOJE(5:2) WS-DATA-HOJE(1:4)
                   INTO WS-COMPETENCIA
               END-STRING
           END-IF
           IF WS-COMPETENCIA IS NOT NUMERIC
                   OR WS-COMPETENCIA(1:2) < "01"
                   OR WS-COMPETENCIA(1:2) > "12"
               DISPLAY "VARIACAO-FOLHA: COMPETENCIA INVALIDA "
                   WS-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-COMPETENCIA(3:4) TO WS-ANO
           MOVE WS-COMPETENCIA(1:2) TO WS-MES
           COMPUTE WS-COMP-AAAAMM = WS-ANO * 100 + WS-MES
           SUBTRACT 1 FROM WS-MES
           IF WS-MES = 0
               MOVE 12 TO WS-MES
               SUBTRACT 1 FROM WS-ANO
           END-IF
           COMPUTE WS-ANT-AAAAMM = WS-ANO * 100 + WS-MES
           MOVE SPACES TO WS-COMP-ANTERIOR
           STRING WS-MES WS-ANO DELIMITED BY SIZE
               INTO WS-COMP-ANTERIOR
           END-STRING

           PERFORM 1050-RESOLVER-PARAMETROS

           DISPLAY "VARIACAO-FOLHA: COMPETENCIA " WS-COMPETENCIA
               " CONTRA " WS-COMP-ANTERIOR
               " LIMITES " WS-LIMITE-PCT "% / " WS-LIMITE-VALOR
               " CENTAVOS".

       1050-RESOLVER-PARAMETROS SECTION.
           MOVE 0 TO WS-PARAM-QTD

           MOVE "VARIACAO-PCT" TO PARC-NOME
           MOVE WS-LIMITE-PCT  TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR     TO WS-LIMITE-PCT

           MOVE "VARIACAO-VALOR" TO PARC-NOME
           MOVE WS-LIMITE-VALOR  TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR       TO WS-LIMITE-VALOR.

       1060-CONSULTAR-PARAMETRO SECTION.
           MOVE "00" TO PARC-EMPRESA
           MOVE 0    TO PARC-DATA
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           IF WS-PARAM-QTD < 2
               ADD 1 TO WS-PARAM-QTD
               MOVE PARC-LINHA TO WS-PARAM-LINHA(WS-PARAM-QTD)
           END-IF.

       1100-CARREGAR-FOLHA SECTION.
      *> Liquido e nome dos dois meses; o arquivo vem em ordem de
      *> matricula, entao a tabela ja nasce ordenada.
           OPEN INPUT PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "VARIACAO-FOLHA: PAYROLL-HIST INDISPONIVEL "
                   "(STATUS=" WS-HIST-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ PAYROLL-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-HIST-LIDOS
                       PERFORM 1110-REGISTRAR-PAGAMENTO
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HIST-FILE
           MOVE "N" TO WS-EOF.

       1110-REGISTRAR-PAGAMENTO SECTION.
      *> Ferias postadas na janela contam como motivo de quem ja
      *> esta na tabela (a competencia "15" + ano vem depois das
      *> mensais da mesma matricula).
           IF HIST-COMPETENCIA(1:2) = "15"
               IF WS-PES-QTD > 0
                   IF WS-PES-MATRICULA(WS-PES-QTD) = HIST-MATRICULA
                           AND HIST-DATA(1:6) IS NUMERIC
                       MOVE HIST-DATA(1:6) TO WS-AAAAMM
                       IF WS-AAAAMM >= WS-ANT-AAAAMM
                               AND WS-AAAAMM <= WS-COMP-AAAAMM
                           MOVE "S" TO WS-PES-M-FER(WS-PES-QTD)
                       END-IF
                   END-IF
               END-IF
               EXIT SECTION
           END-IF
           IF HIST-COMPETENCIA NOT = WS-COMPETENCIA
                   AND HIST-COMPETENCIA NOT = WS-COMP-ANTERIOR
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-PX
           IF WS-PES-QTD > 0
               IF WS-PES-MATRICULA(WS-PES-QTD) = HIST-MATRICULA
                   MOVE WS-PES-QTD TO WS-PX
               END-IF
           END-IF
           IF WS-PX = 0
               IF WS-PES-QTD >= 6000
                   ADD 1 TO WS-QTD-ESTOURO
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PES-QTD
               MOVE WS-PES-QTD TO WS-PX
               MOVE HIST-MATRICULA TO WS-PES-MATRICULA(WS-PX)
               MOVE HIST-NOME      TO WS-PES-NOME(WS-PX)
               MOVE "N" TO WS-PES-ATU-PAGO(WS-PX)
               MOVE "N" TO WS-PES-ANT-PAGO(WS-PX)
               MOVE 0   TO WS-PES-ATU-VALOR(WS-PX)
               MOVE 0   TO WS-PES-ANT-VALOR(WS-PX)
               MOVE "N" TO WS-PES-M-REAJ(WS-PX)
               MOVE "N" TO WS-PES-M-AFAST(WS-PX)
               MOVE "N" TO WS-PES-M-FER(WS-PX)
               MOVE "N" TO WS-PES-M-ADM(WS-PX)
               MOVE "N" TO WS-PES-M-DESL(WS-PX)
           END-IF

           IF HIST-COMPETENCIA = WS-COMPETENCIA
               MOVE "S"        TO WS-PES-ATU-PAGO(WS-PX)
               MOVE HIST-VALOR TO WS-PES-ATU-VALOR(WS-PX)
               MOVE HIST-NOME  TO WS-PES-NOME(WS-PX)
               ADD 1 TO WS-QTD-ATU
           ELSE
               MOVE "S"        TO WS-PES-ANT-PAGO(WS-PX)
               MOVE HIST-VALOR TO WS-PES-ANT-VALOR(WS-PX)
               ADD 1 TO WS-QTD-ANT
           END-IF.

       1200-CARREGAR-TABELA SECTION.
      *> Admissao e situacao de cada pessoa da folha.
           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
                   "funcionarios, status=" FT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL FT-IDX > FT-QTD
               MOVE FT-MATRICULA(FT-IDX) TO WS-MATRICULA-BUSCA
               PERFORM 8000-LOCALIZAR-PESSOA
               IF WS-PX > 0
                   IF FT-SITUACAO(FT-IDX) = "I"
                       MOVE "S" TO WS-PES-M-DESL(WS-PX)
                   END-IF
                   IF FT-ADMISSAO(FT-IDX) IS NUMERIC
                           AND FT-ADMISSAO(FT-IDX) > 0
                       MOVE FT-ADMISSAO(FT-IDX)(1:6) TO WS-AAAAMM
                       IF WS-AAAAMM >= WS-ANT-AAAAMM
                               AND WS-AAAAMM <= WS-COMP-AAAAMM
                           MOVE "S" TO WS-PES-M-ADM(WS-PX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1300-CARREGAR-HISTORIA SECTION.
           OPEN INPUT FUNC-HIST-FILE
           IF NOT WS-FHIST-OK
               DISPLAY "VARIACAO-FOLHA: AVISO - FUNC-HISTORIA "
                   "INDISPONIVEL, SEM MOTIVOS DE REAJUSTE/DESLIGAMENTO"
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ FUNC-HIST-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF FHIST-TIMESTAMP(1:6) IS NUMERIC
                               AND FHIST-MATRICULA IS NUMERIC
                           PERFORM 1310-REGISTRAR-OPERACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-HIST-FILE
           MOVE "N" TO WS-EOF.

       1310-REGISTRAR-OPERACAO SECTION.
           MOVE FHIST-TIMESTAMP(1:6) TO WS-AAAAMM
           IF WS-AAAAMM < WS-ANT-AAAAMM
                   OR WS-AAAAMM > WS-COMP-AAAAMM
               EXIT SECTION
           END-IF
           MOVE FHIST-MATRICULA TO WS-MATRICULA-BUSCA
           PERFORM 8000-LOCALIZAR-PESSOA
           IF WS-PX = 0
               EXIT SECTION
           END-IF

           EVALUATE FHIST-OPERACAO
               WHEN "I"
                   MOVE "S" TO WS-PES-M-ADM(WS-PX)
               WHEN "B"
               WHEN "T"
               WHEN "E"
                   MOVE "S" TO WS-PES-M-DESL(WS-PX)
               WHEN "A"
                   IF FHIST-ANT-SALARIO NOT = FHIST-DEP-SALARIO
                       MOVE "S" TO WS-PES-M-REAJ(WS-PX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1400-CARREGAR-AFASTAMENTOS SECTION.
      *> Afastamento que cobre qualquer dia dos dois meses; fim zero
      *> vale afastamento em aberto.
           OPEN INPUT AFAST-FILE
           IF NOT WS-AFA-OK
               DISPLAY "VARIACAO-FOLHA: AVISO - AFAST-MASTER "
                   "INDISPONIVEL, SEM MOTIVO DE AFASTAMENTO"
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ AFAST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE AFA-DATA-INI(1:6) TO WS-AAAAMM
                       MOVE AFA-DATA-FIM(1:6) TO WS-AAAAMM-FIM
                       IF AFA-DATA-FIM = 0
                           MOVE 999999 TO WS-AAAAMM-FIM
                       END-IF
                       IF WS-AAAAMM <= WS-COMP-AAAAMM
                               AND WS-AAAAMM-FIM >= WS-ANT-AAAAMM
                           MOVE AFA-MATRICULA TO WS-MATRICULA-BUSCA
                           PERFORM 8000-LOCALIZAR-PESSOA
                           IF WS-PX > 0
                               MOVE "S" TO WS-PES-M-AFAST(WS-PX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFAST-FILE
           MOVE "N" TO WS-EOF.

       1500-CARREGAR-FERIAS SECTION.
      *> Gozo iniciado nos dois meses, pelo controle de periodos
      *> aquisitivos (o ultimo gozo de cada periodo).
           OPEN INPUT FERIAS-SALDO-FILE
           IF NOT WS-FSA-OK
               DISPLAY "VARIACAO-FOLHA: AVISO - FERIAS-SALDO "
                   "INDISPONIVEL, FERIAS SO PELO PAYROLL-HIST"
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ FERIAS-SALDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE FSA-ULT-GOZO(1:6) TO WS-AAAAMM
                       IF WS-AAAAMM >= WS-ANT-AAAAMM
                               AND WS-AAAAMM <= WS-COMP-AAAAMM
                           MOVE FSA-MATRICULA TO WS-MATRICULA-BUSCA
                           PERFORM 8000-LOCALIZAR-PESSOA
                           IF WS-PX > 0
                               MOVE "S" TO WS-PES-M-FER(WS-PX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FERIAS-SALDO-FILE
           MOVE "N" TO WS-EOF.

       3000-EMITIR-RELATORIO SECTION.
           MOVE "I"               TO WS-RW-OPERACAO
           MOVE "VARIACAO-REPORT" TO WS-RW-ARQUIVO
           MOVE SPACES            TO WS-RW-TITULO
           STRING
               "VARIACAO DA FOLHA - COMP. " DELIMITED BY SIZE
               WS-COMPETENCIA(1:2)          DELIMITED BY SIZE
               "/"                          DELIMITED BY SIZE
               WS-COMPETENCIA(3:4)          DELIMITED BY SIZE
               INTO WS-RW-TITULO
           END-STRING
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "L" TO WS-RW-OPERACAO

           MOVE "PARAMETROS DA RODADA:" TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
               UNTIL WS-PARAM-IDX > WS-PARAM-QTD
               MOVE WS-PARAM-LINHA(WS-PARAM-IDX) TO WS-RW-LINHA
               CALL "REPORT-WRITER" USING WS-RW
               END-CALL
           END-PERFORM

           MOVE SPACES TO WS-RW-LINHA
           STRING
               "LIQUIDO CONTRA A COMPETENCIA "  DELIMITED BY SIZE
               WS-COMP-ANTERIOR(1:2)            DELIMITED BY SIZE
               "/"                              DELIMITED BY SIZE
               WS-COMP-ANTERIOR(3:4)            DELIMITED BY SIZE
               " - LIMITE "                     DELIMITED BY SIZE
               WS-LIMITE-PCT                    DELIMITED BY SIZE
               "% OU "                          DELIMITED BY SIZE
               WS-LIMITE-VALOR                  DELIMITED BY SIZE
               " CENTAVOS"                      DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "MOTIVOS: REAJ=REAJUSTE AFAST=AFASTAMENTO FER=FERIAS"
               TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "         ADM=ADMISSAO DESL=DESLIGAMENTO"
               TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           MOVE "V" TO WS-SECAO
           MOVE "VARIACAO ACIMA DO LIMITE" TO WS-RW-TITULO
           PERFORM 3100-EMITIR-SECAO
           MOVE "N" TO WS-SECAO
           MOVE "PAGOS NA COMPETENCIA, NAO NA ANTERIOR"
               TO WS-RW-TITULO
           PERFORM 3100-EMITIR-SECAO
           MOVE "A" TO WS-SECAO
           MOVE "PAGOS NA ANTERIOR, AUSENTES NA COMPETENCIA"
               TO WS-RW-TITULO
           PERFORM 3100-EMITIR-SECAO.

       3100-EMITIR-SECAO SECTION.
      *> WS-SECAO: V = variacao, N = novos, A = ausentes. O titulo
      *> da secao vem em WS-RW-TITULO (o REPORT-WRITER so o usa na
      *> abertura).
           MOVE 0 TO WS-QTD-SECAO
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-RW-TITULO TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-LINHA-COLUNAS TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PES-QTD
               EVALUATE WS-SECAO
                   WHEN "V"
                       IF WS-PES-ATU-PAGO(WS-PX) = "S"
                               AND WS-PES-ANT-PAGO(WS-PX) = "S"
                           PERFORM 3200-CONFERIR-VARIACAO
                       END-IF
                   WHEN "N"
                       IF WS-PES-ATU-PAGO(WS-PX) = "S"
                               AND WS-PES-ANT-PAGO(WS-PX) = "N"
                           ADD 1 TO WS-QTD-NOVOS
                           PERFORM 3300-LINHA-PESSOA
                       END-IF
                   WHEN OTHER
                       IF WS-PES-ATU-PAGO(WS-PX) = "N"
                               AND WS-PES-ANT-PAGO(WS-PX) = "S"
                           ADD 1 TO WS-QTD-AUSENTES
                           PERFORM 3300-LINHA-PESSOA
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF WS-QTD-SECAO = 0
               MOVE "    NENHUM" TO WS-RW-LINHA
               CALL "REPORT-WRITER" USING WS-RW
               END-CALL
           END-IF.

       3200-CONFERIR-VARIACAO SECTION.
           COMPUTE WS-DIFERENCA =
               WS-PES-ATU-VALOR(WS-PX) - WS-PES-ANT-VALOR(WS-PX)
           MOVE WS-DIFERENCA TO WS-DIF-ABS
           IF WS-DIF-ABS < 0
               COMPUTE WS-DIF-ABS = 0 - WS-DIF-ABS
           END-IF
           IF WS-DIF-ABS = 0
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EXCEDE
           IF WS-LIMITE-VALOR > 0 AND WS-DIF-ABS > WS-LIMITE-VALOR
               MOVE "S" TO WS-EXCEDE
           END-IF
      *> Anterior zero ou negativo: qualquer diferenca e variacao
      *> percentual sem medida -- vale so o limite em valor.
           IF WS-LIMITE-PCT > 0 AND WS-PES-ANT-VALOR(WS-PX) > 0
               IF WS-DIF-ABS * 100 >
                       WS-PES-ANT-VALOR(WS-PX) * WS-LIMITE-PCT
                   MOVE "S" TO WS-EXCEDE
               END-IF
           END-IF
           IF WS-EXCEDE NOT = "S"
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-VARIACAO
           PERFORM 3300-LINHA-PESSOA.

       3300-LINHA-PESSOA SECTION.
           ADD 1 TO WS-QTD-SECAO
           MOVE SPACES TO WS-LINHA-DET
           MOVE WS-PES-MATRICULA(WS-PX) TO LD-MATRICULA
           MOVE WS-PES-NOME(WS-PX)      TO LD-NOME

           IF WS-PES-ANT-PAGO(WS-PX) = "S"
               COMPUTE WS-VALOR-REAIS = WS-PES-ANT-VALOR(WS-PX) / 100
               MOVE WS-VALOR-REAIS TO LD-ANTERIOR
           END-IF
           IF WS-PES-ATU-PAGO(WS-PX) = "S"
               COMPUTE WS-VALOR-REAIS = WS-PES-ATU-VALOR(WS-PX) / 100
               MOVE WS-VALOR-REAIS TO LD-ATUAL
           END-IF
           IF WS-SECAO = "V" AND WS-PES-ANT-VALOR(WS-PX) > 0
               COMPUTE WS-DIF-PCT ROUNDED =
                   WS-DIFERENCA * 100 / WS-PES-ANT-VALOR(WS-PX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-DIF-PCT
               END-COMPUTE
               MOVE WS-DIF-PCT TO LD-PCT
           END-IF

           PERFORM 3400-MONTAR-MOTIVO
           MOVE WS-MOTIVO TO LD-MOTIVO
           MOVE WS-LINHA-DET TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       3400-MONTAR-MOTIVO SECTION.
           MOVE SPACES TO WS-MOTIVO
           MOVE 1 TO WS-MOT-PTR
           IF WS-PES-M-REAJ(WS-PX) = "S"
               STRING "REAJ " DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-MOT-PTR
               END-STRING
           END-IF
           IF WS-PES-M-AFAST(WS-PX) = "S"
               STRING "AFAST " DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-MOT-PTR
               END-STRING
           END-IF
           IF WS-PES-M-FER(WS-PX) = "S"
               STRING "FER " DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-MOT-PTR
               END-STRING
           END-IF
           IF WS-PES-M-ADM(WS-PX) = "S"
               STRING "ADM " DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-MOT-PTR
               END-STRING
           END-IF
           IF WS-PES-M-DESL(WS-PX) = "S"
               STRING "DESL " DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-MOT-PTR
               END-STRING
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE "*** SEM MOTIVO" TO WS-MOTIVO
               ADD 1 TO WS-QTD-SEM-MOTIVO
           END-IF.

       8000-LOCALIZAR-PESSOA SECTION.
      *> WS-MATRICULA-BUSCA -> WS-PX (0 = nao paga em nenhum dos
      *> dois meses).
           MOVE 0 TO WS-PX
           IF WS-PES-QTD = 0
               EXIT SECTION
           END-IF
           SEARCH ALL WS-PES
               AT END
                   CONTINUE
               WHEN WS-PES-MATRICULA(WS-PES-IDX) = WS-MATRICULA-BUSCA
                   SET WS-PX TO WS-PES-IDX
           END-SEARCH.

       9000-FINALIZAR SECTION.
           MOVE "F" TO WS-RW-OPERACAO
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "VARIACOES="        DELIMITED BY SIZE
               WS-QTD-VARIACAO     DELIMITED BY SIZE
               " NOVOS="           DELIMITED BY SIZE
               WS-QTD-NOVOS        DELIMITED BY SIZE
               " AUSENTES="        DELIMITED BY SIZE
               WS-QTD-AUSENTES     DELIMITED BY SIZE
               " SEM MOTIVO="      DELIMITED BY SIZE
               WS-QTD-SEM-MOTIVO   DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           IF WS-QTD-SEM-MOTIVO > 0 OR WS-QTD-ESTOURO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-QTD-ESTOURO > 0
               DISPLAY "VARIACAO-FOLHA: AVISO - " WS-QTD-ESTOURO
                   " MATRICULA(S) ALEM DA CAPACIDADE DA TABELA"
           END-IF

           DISPLAY "VARIACAO-FOLHA: PAGOS=" WS-QTD-ATU
               " ANTERIOR=" WS-QTD-ANT
               " VARIACOES=" WS-QTD-VARIACAO
               " NOVOS=" WS-QTD-NOVOS
               " AUSENTES=" WS-QTD-AUSENTES
               " SEM MOTIVO=" WS-QTD-SEM-MOTIVO.
