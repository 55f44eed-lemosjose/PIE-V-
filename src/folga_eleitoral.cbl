       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLGA-ELEITORAL.

      *> Conta corrente das folgas do servico eleitoral: quem serviu a
      *> justica eleitoral (convocado pelo CONVOCACAO-GEN, titulo
      *> conferido pelo TITULO-BATCH) tem direito a dois dias de folga
      *> por dia de convocacao, sem prejuizo do salario (Lei 9.504/97,
      *> art. 98) -- controle que vivia no caderno do supervisor.
      *>
      *> FOLGA-ELEITORAL-IN traz os movimentos do periodo:
      *>   "C" declaracao do TRE devolvida pelo funcionario: titulo,
      *>       data da eleicao e dias de convocacao -- credita o dobro;
      *>   "D" folga gozada: data e dias -- debita, e nunca mais que o
      *>       saldo.
      *> Cada movimento fica no FOLGA-ELEITORAL-MOV (matricula + data
      *> + tipo: a mesma declaracao ou a mesma folga nao entram duas
      *> vezes) e o saldo no FOLGA-ELEITORAL-SALDO, por matricula.
      *> Movimento recusado vai para o FOLGA-ELEITORAL-REJ com o
      *> motivo. Sem o arquivo de movimentos a rodada so emite o
      *> relatorio: FOLGA-ELEITORAL-REL, por setor, com todo
      *> funcionario ativo que ainda tem folga a gozar, para o gestor
      *> planejar as ausencias e ninguem perder o direito.
      *> RETURN-CODE 4 com movimento recusado, 8 sem a tabela de
      *> funcionarios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO-IN-FILE ASSIGN TO "FOLGA-ELEITORAL-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEIN-FS.
           SELECT SALDO-FILE ASSIGN TO "FOLGA-ELEITORAL-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FES-MATRICULA
               FILE STATUS IS WS-FES-FS.
           SELECT MOVIMENTO-FILE ASSIGN TO "FOLGA-ELEITORAL-MOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEM-CHAVE
               FILE STATUS IS WS-FEM-FS.
           SELECT REJ-FILE ASSIGN TO "FOLGA-ELEITORAL-REJ"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Titulo de eleitor completo: sequencial (8), UF do TSE (2) e
      *> os dois DVs.
       FD  MOVIMENTO-IN-FILE.
       01  FEIN-REC.
           05  FEIN-TIPO             PIC X(01).
           05  FEIN-MATRICULA        PIC 9(09).
           05  FEIN-TITULO.
               10  FEIN-TIT-SEQ      PIC 9(08).
               10  FEIN-TIT-UF       PIC 9(02).
               10  FEIN-TIT-DV       PIC 9(02).
           05  FEIN-DATA             PIC 9(08).
           05  FEIN-DIAS             PIC 9(02).

       FD  SALDO-FILE.
       01  FES-REC.
           05  FES-MATRICULA         PIC 9(09).
           05  FES-DIAS-SERVIDOS     PIC 9(03).
           05  FES-DIAS-CREDITADOS   PIC 9(03).
           05  FES-DIAS-GOZADOS      PIC 9(03).
           05  FES-ULT-ELEICAO       PIC 9(08).
           05  FES-DATA-ATUALIZ      PIC 9(08).

       FD  MOVIMENTO-FILE.
       01  FEM-REC.
           05  FEM-CHAVE.
               10  FEM-MATRICULA     PIC 9(09).
               10  FEM-DATA          PIC 9(08).
               10  FEM-TIPO          PIC X(01).
           05  FEM-TITULO            PIC 9(12).
           05  FEM-DIAS              PIC 9(02).
           05  FEM-FOLGAS            PIC 9(03).
           05  FEM-SALDO-APOS        PIC 9(03).
           05  FEM-DATA-REGISTRO     PIC 9(08).

       FD  REJ-FILE.
       01  REJ-REC.
           05  REJ-REGISTRO          PIC X(32).
           05  FILLER                PIC X(02).
           05  REJ-MOTIVO            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "func_snapshot.cpy".

       01  WS-FEIN-FS                PIC X(02) VALUE SPACES.
           88  WS-FEIN-OK                       VALUE "00".
       01  WS-FES-FS                 PIC X(02) VALUE SPACES.
           88  WS-FES-OK                        VALUE "00".
       01  WS-FEM-FS                 PIC X(02) VALUE SPACES.
           88  WS-FEM-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-FEIN-ABERTO            PIC X(01) VALUE "N".

       01  WS-HOJE                   PIC 9(08) VALUE 0.
       01  WS-MOTIVO                 PIC X(40) VALUE SPACES.
       01  WS-SALDO-NUM              PIC 9(03) VALUE 0.
       01  WS-FOLGAS                 PIC 9(03) VALUE 0.
       01  WS-SALDO-NOVO             PIC 9(03) VALUE 0.
       01  WS-SALDO-EXISTE           PIC X(01) VALUE "N".
       01  WS-ACHOU                  PIC X(01) VALUE "N".
           88  WS-ACHOU-SIM                     VALUE "S".

      *> Dias de convocacao por declaracao: a eleicao, o treinamento
      *> e o eventual segundo turno -- mais que isso e erro de
      *> digitacao.
       01  WS-MAX-DIAS-SERVIDOS      PIC 9(02) VALUE 10.

       01  WS-TITULO-PARAMS.
           05  WS-TIT-SEQUENCIAL     PIC 9(08).
           05  WS-TIT-UF             PIC 9(02).
           05  WS-TIT-ZONA           PIC 9(03).
           05  WS-TIT-SECAO          PIC 9(04).
           05  WS-TIT-DIGITOS-RES    PIC 9(02).
           05  WS-TIT-STATUS         PIC X(03).

       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(05) COMP-5 VALUE 0.

      *> Saldos a gozar de funcionario ativo, ordenados por setor e
      *> matricula para o relatorio.
       01  WS-SAL-QTD                PIC 9(05) COMP-5 VALUE 0.
       01  WS-SALDOS.
           05  WS-SAL OCCURS 5000 TIMES.
               10  WS-SAL-SETOR      PIC X(10).
               10  WS-SAL-MATRICULA  PIC 9(09).
               10  WS-SAL-NOME       PIC X(20).
               10  WS-SAL-SERVIDOS   PIC 9(03).
               10  WS-SAL-CREDITADOS PIC 9(03).
               10  WS-SAL-GOZADOS    PIC 9(03).
               10  WS-SAL-SALDO      PIC 9(03).
               10  WS-SAL-ULT-ELEICAO PIC 9(08).
       01  WS-SAL-TROCA              PIC X(59) VALUE SPACES.
       01  WS-SETOR-CORRENTE         PIC X(10) VALUE SPACES.
       01  WS-SETOR-FUNC             PIC 9(05) VALUE 0.
       01  WS-SETOR-DIAS             PIC 9(07) VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CREDITOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DEBITOS        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RECUSADOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DIAS-A-GOZAR   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-COM-SALDO      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ESTOURO        PIC 9(05) VALUE ZEROS.

       01  WS-LINHA-COLUNAS.
           05  FILLER                PIC X(10) VALUE "MATRICULA".
           05  FILLER                PIC X(21) VALUE "NOME".
           05  FILLER                PIC X(09) VALUE "SERVIDOS".
           05  FILLER                PIC X(08) VALUE "CREDITO".
           05  FILLER                PIC X(08) VALUE "GOZADOS".
           05  FILLER                PIC X(06) VALUE "SALDO".
           05  FILLER                PIC X(11) VALUE "ULT.ELEICAO".

       01  WS-LINHA-DET.
           05  DET-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-NOME              PIC X(20).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DET-SERVIDOS          PIC ZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  DET-CREDITADOS        PIC ZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  DET-GOZADOS           PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DET-SALDO             PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DET-ULT-ELEICAO       PIC X(10).

       01  WS-DATA-ED                PIC X(10) VALUE SPACES.
       01  WS-DATA-ED-ENT            PIC 9(08) VALUE 0.

       01  WS-RW.
           05  WS-RW-OPERACAO        PIC X(01).
           05  WS-RW-ARQUIVO         PIC X(20).
           05  WS-RW-TITULO          PIC X(40).
           05  WS-RW-LINHA           PIC X(80).
           05  WS-RW-STATUS          PIC X(03).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR-MOVIMENTO UNTIL WS-FIM-ARQUIVO
           PERFORM 3000-SELECIONAR-SALDOS
           PERFORM 3500-ORDENAR-SALDOS
           PERFORM 4000-EMITIR-RELATORIO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "ERRO: snapshot de funcionarios "
                   "indisponivel, status=" FSNP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O SALDO-FILE
           IF NOT WS-FES-OK
               OPEN OUTPUT SALDO-FILE
               CLOSE SALDO-FILE
               OPEN I-O SALDO-FILE
           END-IF
           OPEN I-O MOVIMENTO-FILE
           IF NOT WS-FEM-OK
               OPEN OUTPUT MOVIMENTO-FILE
               CLOSE MOVIMENTO-FILE
               OPEN I-O MOVIMENTO-FILE
           END-IF

           OPEN OUTPUT REJ-FILE

           OPEN INPUT MOVIMENTO-IN-FILE
           IF NOT WS-FEIN-OK
               DISPLAY "FOLGA-ELEITORAL: FOLGA-ELEITORAL-IN NAO "
                   "ENCONTRADO, SO O RELATORIO DE SALDOS"
               MOVE "S" TO WS-EOF
           ELSE
               MOVE "S" TO WS-FEIN-ABERTO
               PERFORM 1100-LER-PROXIMO
           END-IF.

       1100-LER-PROXIMO SECTION.
           READ MOVIMENTO-IN-FILE
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       2000-PROCESSAR-MOVIMENTO SECTION.
           PERFORM 2100-VALIDAR-MOVIMENTO
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

      *>   Saldo atual da matricula (zerado se ainda nao tem conta).
           MOVE FEIN-MATRICULA TO FES-MATRICULA
           MOVE "S" TO WS-SALDO-EXISTE
           READ SALDO-FILE
               INVALID KEY
                   MOVE "N" TO WS-SALDO-EXISTE
                   MOVE SPACES TO FES-REC
                   MOVE FEIN-MATRICULA TO FES-MATRICULA
                   MOVE 0 TO FES-DIAS-SERVIDOS FES-DIAS-CREDITADOS
                             FES-DIAS-GOZADOS FES-ULT-ELEICAO
           END-READ
           COMPUTE WS-SALDO-NUM =
               FES-DIAS-CREDITADOS - FES-DIAS-GOZADOS

           IF FEIN-TIPO = "C"
               COMPUTE WS-FOLGAS = FEIN-DIAS * 2
               COMPUTE WS-SALDO-NOVO = WS-SALDO-NUM + WS-FOLGAS
           ELSE
               IF FEIN-DIAS > WS-SALDO-NUM
                   MOVE SPACES TO WS-MOTIVO
                   STRING "SALDO INSUFICIENTE (SALDO="
                           DELIMITED BY SIZE
                       WS-SALDO-NUM DELIMITED BY SIZE
                       ")"          DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
                   PERFORM 2900-RECUSAR
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
               END-IF
               MOVE FEIN-DIAS TO WS-FOLGAS
               COMPUTE WS-SALDO-NOVO = WS-SALDO-NUM - WS-FOLGAS
           END-IF

           MOVE SPACES TO FEM-REC
           MOVE FEIN-MATRICULA TO FEM-MATRICULA
           MOVE FEIN-DATA      TO FEM-DATA
           MOVE FEIN-TIPO      TO FEM-TIPO
           IF FEIN-TIPO = "C"
               MOVE FEIN-TITULO TO FEM-TITULO
           ELSE
               MOVE 0 TO FEM-TITULO
           END-IF
           MOVE FEIN-DIAS      TO FEM-DIAS
           MOVE WS-FOLGAS      TO FEM-FOLGAS
           MOVE WS-SALDO-NOVO  TO FEM-SALDO-APOS
           MOVE WS-HOJE        TO FEM-DATA-REGISTRO
           WRITE FEM-REC
               INVALID KEY
                   IF FEIN-TIPO = "C"
                       MOVE "DECLARACAO JA REGISTRADA NESTA DATA"
                           TO WS-MOTIVO
                   ELSE
                       MOVE "FOLGA JA REGISTRADA NESTA DATA"
                           TO WS-MOTIVO
                   END-IF
                   PERFORM 2900-RECUSAR
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
           END-WRITE

           IF FEIN-TIPO = "C"
               ADD FEIN-DIAS TO FES-DIAS-SERVIDOS
               ADD WS-FOLGAS TO FES-DIAS-CREDITADOS
               IF FEIN-DATA > FES-ULT-ELEICAO
                   MOVE FEIN-DATA TO FES-ULT-ELEICAO
               END-IF
               ADD 1 TO WS-QTD-CREDITOS
           ELSE
               ADD WS-FOLGAS TO FES-DIAS-GOZADOS
               ADD 1 TO WS-QTD-DEBITOS
           END-IF
           MOVE WS-HOJE TO FES-DATA-ATUALIZ
           IF WS-SALDO-EXISTE = "S"
               REWRITE FES-REC
               END-REWRITE
           ELSE
               WRITE FES-REC
               END-WRITE
           END-IF

           PERFORM 1100-LER-PROXIMO.

       2100-VALIDAR-MOVIMENTO SECTION.
           MOVE SPACES TO WS-MOTIVO
           IF FEIN-TIPO NOT = "C" AND FEIN-TIPO NOT = "D"
               MOVE "TIPO DE MOVIMENTO INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-ACHOU
           IF FEIN-MATRICULA IS NUMERIC
               MOVE "M"            TO FSNP-OPERACAO
               MOVE FEIN-MATRICULA TO FSNP-CHAVE-MATRICULA
               CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
               END-CALL
               IF FSNP-STATUS = "OK"
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-IF
           IF NOT WS-ACHOU-SIM
               MOVE "MATRICULA NAO CONSTA NO QUADRO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF FEIN-DATA IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(FEIN-DATA) NOT = 0
               MOVE "DATA INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF FEIN-DIAS IS NOT NUMERIC OR FEIN-DIAS = 0
               MOVE "QUANTIDADE DE DIAS INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF FEIN-TIPO = "D"
               EXIT SECTION
           END-IF

      *>   Declaracao do TRE: eleicao ja realizada, dias dentro do
      *>   razoavel e o titulo com os digitos conferidos.
           IF FEIN-DATA > WS-HOJE
               MOVE "DATA DA ELEICAO FUTURA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF FEIN-DIAS > WS-MAX-DIAS-SERVIDOS
               MOVE "DIAS DE CONVOCACAO ACIMA DO LIMITE" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF FEIN-TITULO IS NOT NUMERIC
                   OR FEIN-TIT-UF < 1 OR FEIN-TIT-UF > 28
               MOVE "TITULO DE ELEITOR INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE FEIN-TIT-SEQ TO WS-TIT-SEQUENCIAL
           MOVE FEIN-TIT-UF  TO WS-TIT-UF
           MOVE 0            TO WS-TIT-ZONA WS-TIT-SECAO
           MOVE 0            TO WS-TIT-DIGITOS-RES
           CALL "CALC-DIG-TITULO" USING WS-TITULO-PARAMS
           END-CALL
           IF WS-TIT-STATUS = "REJ"
                   OR WS-TIT-DIGITOS-RES NOT = FEIN-TIT-DV
               MOVE "DIGITOS DO TITULO NAO CONFEREM" TO WS-MOTIVO
           END-IF.

       2900-RECUSAR SECTION.
           ADD 1 TO WS-QTD-RECUSADOS
           MOVE SPACES TO REJ-REC
           MOVE FEIN-REC  TO REJ-REGISTRO
           MOVE WS-MOTIVO TO REJ-MOTIVO
           WRITE REJ-REC
           DISPLAY "FOLGA-ELEITORAL: RECUSADO " FEIN-TIPO " "
               FEIN-MATRICULA " - " FUNCTION TRIM(WS-MOTIVO).

       3000-SELECIONAR-SALDOS SECTION.
      *> Todo funcionario ativo com folga a gozar.
           MOVE LOW-VALUES TO FES-MATRICULA
           MOVE "N" TO WS-EOF
           START SALDO-FILE KEY NOT < FES-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ SALDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF FES-DIAS-CREDITADOS > FES-DIAS-GOZADOS
                           PERFORM 3100-GUARDAR-SALDO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       3100-GUARDAR-SALDO SECTION.
           MOVE "M"           TO FSNP-OPERACAO
           MOVE FES-MATRICULA TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               EXIT SECTION
           END-IF
           IF FSNP-SITUACAO NOT = "A"
               EXIT SECTION
           END-IF
           IF WS-SAL-QTD >= 5000
               ADD 1 TO WS-QTD-ESTOURO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-SAL-QTD
           MOVE FSNP-SETOR          TO WS-SAL-SETOR(WS-SAL-QTD)
           MOVE FES-MATRICULA       TO WS-SAL-MATRICULA(WS-SAL-QTD)
           MOVE FSNP-NOME           TO WS-SAL-NOME(WS-SAL-QTD)
           MOVE FES-DIAS-SERVIDOS   TO WS-SAL-SERVIDOS(WS-SAL-QTD)
           MOVE FES-DIAS-CREDITADOS TO WS-SAL-CREDITADOS(WS-SAL-QTD)
           MOVE FES-DIAS-GOZADOS    TO WS-SAL-GOZADOS(WS-SAL-QTD)
           COMPUTE WS-SAL-SALDO(WS-SAL-QTD) =
               FES-DIAS-CREDITADOS - FES-DIAS-GOZADOS
           MOVE FES-ULT-ELEICAO     TO WS-SAL-ULT-ELEICAO(WS-SAL-QTD).

       3500-ORDENAR-SALDOS SECTION.
      *> Setor e matricula, troca simples como no FERIAS-SALDO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-SAL-QTD
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SAL-QTD - WS-I
                   IF WS-SAL-SETOR(WS-J) > WS-SAL-SETOR(WS-J + 1)
                       OR (WS-SAL-SETOR(WS-J) = WS-SAL-SETOR(WS-J + 1)
                           AND WS-SAL-MATRICULA(WS-J) >
                               WS-SAL-MATRICULA(WS-J + 1))
                       MOVE WS-SAL(WS-J)     TO WS-SAL-TROCA
                       MOVE WS-SAL(WS-J + 1) TO WS-SAL(WS-J)
                       MOVE WS-SAL-TROCA     TO WS-SAL(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-EMITIR-RELATORIO SECTION.
           MOVE "I"                   TO WS-RW-OPERACAO
           MOVE "FOLGA-ELEITORAL-REL" TO WS-RW-ARQUIVO
           MOVE WS-HOJE               TO WS-DATA-ED-ENT
           PERFORM 8100-EDITAR-DATA
           MOVE SPACES                TO WS-RW-TITULO
           STRING
               "FOLGAS ELEITORAIS A GOZAR - " DELIMITED BY SIZE
               WS-DATA-ED                     DELIMITED BY SIZE
               INTO WS-RW-TITULO
           END-STRING
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "L" TO WS-RW-OPERACAO

           MOVE HIGH-VALUES TO WS-SETOR-CORRENTE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SAL-QTD
               IF WS-SAL-SETOR(WS-I) NOT = WS-SETOR-CORRENTE
                   IF WS-I > 1
                       PERFORM 4300-TOTAL-SETOR
                   END-IF
                   MOVE WS-SAL-SETOR(WS-I) TO WS-SETOR-CORRENTE
                   PERFORM 4100-CABECALHO-SETOR
               END-IF
               PERFORM 4200-LINHA-SALDO
           END-PERFORM

           IF WS-SAL-QTD = 0
               MOVE "NENHUM FUNCIONARIO COM FOLGA ELEITORAL A GOZAR"
                   TO WS-RW-LINHA
               CALL "REPORT-WRITER" USING WS-RW
               END-CALL
           ELSE
               PERFORM 4300-TOTAL-SETOR
           END-IF.

       4100-CABECALHO-SETOR SECTION.
           MOVE 0 TO WS-SETOR-FUNC WS-SETOR-DIAS
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE SPACES TO WS-RW-LINHA
           IF WS-SETOR-CORRENTE = SPACES
               MOVE "SETOR (SEM SETOR)" TO WS-RW-LINHA
           ELSE
               STRING
                   "SETOR "          DELIMITED BY SIZE
                   WS-SETOR-CORRENTE DELIMITED BY SIZE
                   INTO WS-RW-LINHA
               END-STRING
           END-IF
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-LINHA-COLUNAS TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       4200-LINHA-SALDO SECTION.
           MOVE WS-SAL-MATRICULA(WS-I)   TO DET-MATRICULA
           MOVE WS-SAL-NOME(WS-I)        TO DET-NOME
           MOVE WS-SAL-SERVIDOS(WS-I)    TO DET-SERVIDOS
           MOVE WS-SAL-CREDITADOS(WS-I)  TO DET-CREDITADOS
           MOVE WS-SAL-GOZADOS(WS-I)     TO DET-GOZADOS
           MOVE WS-SAL-SALDO(WS-I)       TO DET-SALDO
           MOVE WS-SAL-ULT-ELEICAO(WS-I) TO WS-DATA-ED-ENT
           PERFORM 8100-EDITAR-DATA
           MOVE WS-DATA-ED               TO DET-ULT-ELEICAO
           MOVE WS-LINHA-DET TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           ADD 1 TO WS-SETOR-FUNC
           ADD WS-SAL-SALDO(WS-I) TO WS-SETOR-DIAS
           ADD WS-SAL-SALDO(WS-I) TO WS-QTD-DIAS-A-GOZAR.

       4300-TOTAL-SETOR SECTION.
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "TOTAL DO SETOR: "  DELIMITED BY SIZE
               WS-SETOR-FUNC       DELIMITED BY SIZE
               " FUNCIONARIO(S), " DELIMITED BY SIZE
               WS-SETOR-DIAS       DELIMITED BY SIZE
               " DIA(S) A GOZAR"   DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       8100-EDITAR-DATA SECTION.
           MOVE SPACES TO WS-DATA-ED
           IF WS-DATA-ED-ENT = 0
               EXIT SECTION
           END-IF
           STRING
               WS-DATA-ED-ENT(7:2) "/" WS-DATA-ED-ENT(5:2) "/"
               WS-DATA-ED-ENT(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED
           END-STRING.

       9000-FINALIZAR SECTION.
           MOVE WS-SAL-QTD TO WS-QTD-COM-SALDO
           MOVE "F" TO WS-RW-OPERACAO
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "FUNCIONARIOS COM SALDO: " DELIMITED BY SIZE
               WS-QTD-COM-SALDO           DELIMITED BY SIZE
               "  DIAS A GOZAR: "         DELIMITED BY SIZE
               WS-QTD-DIAS-A-GOZAR        DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           IF WS-FEIN-ABERTO = "S"
               CLOSE MOVIMENTO-IN-FILE
           END-IF
           CLOSE SALDO-FILE
           CLOSE MOVIMENTO-FILE
           CLOSE REJ-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           IF WS-QTD-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-QTD-ESTOURO > 0
               DISPLAY "FOLGA-ELEITORAL: AVISO - " WS-QTD-ESTOURO
                   " SALDO(S) ALEM DA CAPACIDADE DO RELATORIO"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "FOLGA-ELEITORAL: LIDOS=" WS-QTD-LIDOS
               " CREDITOS=" WS-QTD-CREDITOS
               " DEBITOS=" WS-QTD-DEBITOS
               " RECUSADOS=" WS-QTD-RECUSADOS
               " COM-SALDO=" WS-QTD-COM-SALDO
               " DIAS-A-GOZAR=" WS-QTD-DIAS-A-GOZAR.
