       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS-SALDO.

      *> Controle do direito a ferias: mantem o FERIAS-SALDO (indexado
      *> por matricula + inicio do periodo aquisitivo) com cada
      *> periodo aquisitivo do funcionario, os dias de direito, os
      *> dias ja gozados e o limite de concessao, e emite no mesmo
      *> passo o relatorio mensal dos periodos que vencem nos proximos
      *> 60/90 dias, por setor -- o periodo concessivo que passava sem
      *> ninguem ver e as ferias pagas em dobro por isso.
      *>
      *> Periodo aquisitivo: 12 meses a partir da admissao (FT-
      *> ADMISSAO) e de cada aniversario dela; o concessivo sao os 12
      *> meses seguintes ao fim do aquisitivo. Os dias de direito
      *> seguem a tabela do art. 130 da CLT sobre os dias de
      *> afastamento NAO remunerado do AFAST-MASTER dentro do periodo:
      *>
      *>   ate 5 dias  30      de 15 a 23  18      acima de 32  0
      *>   de 6 a 14   24      de 24 a 32  12
      *>
      *> O FERIAS-RUN baixa os dias gozados do periodo mais antigo com
      *> saldo. Situacao: A = em aquisicao, D = disponivel para gozo,
      *> V = concessivo vencido (ferias em dobro), Q = quitado.
      *>
      *> Periodo novo so entra enquanto o limite de concessao nao
      *> passou na data de referencia: na implantacao, os periodos
      *> antigos de quem ja esta na casa sao tidos como resolvidos,
      *> e dali em diante todo periodo nasce ainda em aquisicao.
      *> Funcionario sem admissao registrada fica de fora (contado no
      *> rodape). FERIAS-DATA-REF (AAAAMMDD) fixa a data de referencia;
      *> em branco vale a data corrente. RETURN-CODE 4 quando ha
      *> periodo vencido com saldo, 8 sem a tabela de funcionarios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIAS-SALDO-FILE ASSIGN TO "FERIAS-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSA-CHAVE
               FILE STATUS IS WS-FSA-FS.
           SELECT AFAST-FILE ASSIGN TO "AFAST-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-AFA-FS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AFAST-FILE.
       01  AFA-REC.
           05  AFA-CHAVE.
               10  AFA-MATRICULA     PIC 9(09).
               10  AFA-DATA-INI      PIC 9(08).
           05  AFA-DATA-FIM          PIC 9(08).
           05  AFA-TIPO              PIC X(03).
           05  AFA-REMUNERADO        PIC X(01).
           05  AFA-CONTA-13          PIC X(01).

       WORKING-STORAGE SECTION.
       COPY "func_tabela.cpy".

       01  WS-FSA-FS                 PIC X(02) VALUE SPACES.
           88  WS-FSA-OK                        VALUE "00".
       01  WS-AFA-FS                 PIC X(02) VALUE SPACES.
           88  WS-AFA-OK                        VALUE "00".
       01  WS-TEM-AFAST              PIC X(01) VALUE "N".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AFA                PIC X(01) VALUE "N".
           88  WS-FIM-AFAST                     VALUE "S".

       01  WS-DATA-REF-TXT           PIC X(08) VALUE SPACES.
       01  WS-DATA-REF               PIC 9(08) VALUE 0.
       01  WS-REF-INT                PIC 9(08) COMP-5 VALUE 0.
       01  WS-LIMITE-60              PIC 9(08) VALUE 0.
       01  WS-LIMITE-90              PIC 9(08) VALUE 0.

      *> Aritmetica de datas: aniversario de uma data (29/02 em ano
      *> nao bissexto vira 01/03) e vesperas pelo INTEGER-OF-DATE.
       01  WS-DT-BASE                PIC 9(08) VALUE 0.
       01  WS-DT-BASE-R REDEFINES WS-DT-BASE.
           05  WS-DT-BASE-ANO        PIC 9(04).
           05  WS-DT-BASE-MMDD       PIC 9(04).
       01  WS-QTD-ANOS               PIC 9(03) VALUE 0.
       01  WS-DT-RESULT              PIC 9(08) VALUE 0.
       01  WS-DT-RESULT-R REDEFINES WS-DT-RESULT.
           05  WS-DT-RESULT-ANO      PIC 9(04).
           05  WS-DT-RESULT-MMDD     PIC 9(04).
       01  WS-DT-INT                 PIC 9(08) COMP-5 VALUE 0.

       01  WS-K                      PIC 9(03) VALUE 0.
       01  WS-PER-INI                PIC 9(08) VALUE 0.
       01  WS-PER-FIM                PIC 9(08) VALUE 0.
       01  WS-PER-LIMITE             PIC 9(08) VALUE 0.
       01  WS-PER-FALTAS             PIC 9(03) VALUE 0.
       01  WS-PER-DIREITO            PIC 9(02) VALUE 0.
       01  WS-INI-INT                PIC 9(08) COMP-5 VALUE 0.
       01  WS-FIM-INT                PIC 9(08) COMP-5 VALUE 0.
       01  WS-SOBREP-INI             PIC 9(08) VALUE 0.
       01  WS-SOBREP-FIM             PIC 9(08) VALUE 0.
       01  WS-DIAS                   PIC 9(05) VALUE 0.

       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(05) COMP-5 VALUE 0.

      *> Periodos a vencer, para ordenar por setor e limite antes de
      *> imprimir.
       01  WS-VEN-QTD                PIC 9(05) COMP-5 VALUE 0.
       01  WS-VENCIMENTOS.
           05  WS-VEN OCCURS 5000 TIMES.
               10  WS-VEN-SETOR      PIC X(10).
               10  WS-VEN-LIMITE     PIC 9(08).
               10  WS-VEN-MATRICULA  PIC 9(09).
               10  WS-VEN-NOME       PIC X(20).
               10  WS-VEN-AQUIS-INI  PIC 9(08).
               10  WS-VEN-SALDO      PIC 9(02).
       01  WS-VEN-TROCA              PIC X(57) VALUE SPACES.
       01  WS-SETOR-CORRENTE         PIC X(10) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-QTD-FUNCIONARIOS   PIC 9(05) VALUE ZEROS.
           05  WS-QTD-SEM-ADMISSAO   PIC 9(05) VALUE ZEROS.
           05  WS-QTD-INCLUIDOS      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ATUALIZADOS    PIC 9(05) VALUE ZEROS.
           05  WS-QTD-VENCIDOS       PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ATE-60         PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ATE-90         PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ESTOURO        PIC 9(05) VALUE ZEROS.

       01  WS-LINHA-COLUNAS.
           05  FILLER                PIC X(10) VALUE "MATRICULA".
           05  FILLER                PIC X(21) VALUE "NOME".
           05  FILLER                PIC X(11) VALUE "AQUISITIVO".
           05  FILLER                PIC X(11) VALUE "LIMITE".
           05  FILLER                PIC X(06) VALUE "SALDO".
           05  FILLER                PIC X(12) VALUE "SITUACAO".

       01  WS-LINHA-DET.
           05  DET-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-NOME              PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-AQUIS-INI         PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-LIMITE            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-SALDO             PIC Z9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DET-SITUACAO          PIC X(12).

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
           PERFORM 2000-ATUALIZAR-FUNCIONARIO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > FT-QTD
           PERFORM 3000-SELECIONAR-VENCIMENTOS
           PERFORM 3500-ORDENAR-VENCIMENTOS
           PERFORM 4000-EMITIR-RELATORIO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-DATA-REF-TXT FROM ENVIRONMENT "FERIAS-DATA-REF"
           IF WS-DATA-REF-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF-TXT
           END-IF
           IF WS-DATA-REF-TXT IS NOT NUMERIC
               DISPLAY "FERIAS-SALDO: DATA DE REFERENCIA INVALIDA "
                   WS-DATA-REF-TXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-DATA-REF-TXT TO WS-DATA-REF
           COMPUTE WS-REF-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
           COMPUTE WS-DT-INT = WS-REF-INT + 60
           COMPUTE WS-LIMITE-60 = FUNCTION DATE-OF-INTEGER(WS-DT-INT)
           COMPUTE WS-DT-INT = WS-REF-INT + 90
           COMPUTE WS-LIMITE-90 = FUNCTION DATE-OF-INTEGER(WS-DT-INT)
           DISPLAY "FERIAS-SALDO: DATA DE REFERENCIA " WS-DATA-REF

           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
                   "funcionarios, status=" FT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O FERIAS-SALDO-FILE
           IF NOT WS-FSA-OK
               OPEN OUTPUT FERIAS-SALDO-FILE
               CLOSE FERIAS-SALDO-FILE
               OPEN I-O FERIAS-SALDO-FILE
           END-IF

      *> Sem afastamentos cadastrados todo mundo tem direito cheio.
           OPEN INPUT AFAST-FILE
           IF WS-AFA-OK
               MOVE "S" TO WS-TEM-AFAST
           END-IF.

       2000-ATUALIZAR-FUNCIONARIO SECTION.
           IF FT-SITUACAO(WS-I) NOT = "A"
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-FUNCIONARIOS
           IF FT-ADMISSAO(WS-I) IS NOT NUMERIC
                   OR FT-ADMISSAO(WS-I) = 0
                   OR FT-ADMISSAO(WS-I) > WS-DATA-REF
               ADD 1 TO WS-QTD-SEM-ADMISSAO
               EXIT SECTION
           END-IF

      *> Um periodo por aniversario da admissao ate o que esta em
      *> aquisicao na data de referencia.
           MOVE 0 TO WS-K
           MOVE FT-ADMISSAO(WS-I) TO WS-PER-INI
           PERFORM UNTIL WS-PER-INI > WS-DATA-REF OR WS-K > 80
               MOVE FT-ADMISSAO(WS-I) TO WS-DT-BASE
               COMPUTE WS-QTD-ANOS = WS-K + 1
               PERFORM 8000-SOMAR-ANOS
               COMPUTE WS-DT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DT-RESULT) - 1
               COMPUTE WS-PER-FIM = FUNCTION DATE-OF-INTEGER(WS-DT-INT)

               COMPUTE WS-QTD-ANOS = WS-K + 2
               PERFORM 8000-SOMAR-ANOS
               COMPUTE WS-DT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DT-RESULT) - 1
               COMPUTE WS-PER-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-DT-INT)

               PERFORM 2100-GRAVAR-PERIODO

               ADD 1 TO WS-K
               MOVE FT-ADMISSAO(WS-I) TO WS-DT-BASE
               MOVE WS-K TO WS-QTD-ANOS
               PERFORM 8000-SOMAR-ANOS
               MOVE WS-DT-RESULT TO WS-PER-INI
           END-PERFORM.

       2100-GRAVAR-PERIODO SECTION.
           PERFORM 2200-APURAR-FALTAS
           EVALUATE TRUE
               WHEN WS-PER-FALTAS <= 5
                   MOVE 30 TO WS-PER-DIREITO
               WHEN WS-PER-FALTAS <= 14
                   MOVE 24 TO WS-PER-DIREITO
               WHEN WS-PER-FALTAS <= 23
                   MOVE 18 TO WS-PER-DIREITO
               WHEN WS-PER-FALTAS <= 32
                   MOVE 12 TO WS-PER-DIREITO
               WHEN OTHER
                   MOVE 0 TO WS-PER-DIREITO
           END-EVALUATE

           MOVE FT-MATRICULA(WS-I) TO FSA-MATRICULA
           MOVE WS-PER-INI         TO FSA-AQUIS-INI
           READ FERIAS-SALDO-FILE
               INVALID KEY
                   IF WS-PER-LIMITE < WS-DATA-REF
                       EXIT SECTION
                   END-IF
                   MOVE FT-MATRICULA(WS-I) TO FSA-MATRICULA
                   MOVE WS-PER-INI         TO FSA-AQUIS-INI
                   MOVE 0                  TO FSA-DIAS-GOZADOS
                   MOVE 0                  TO FSA-ULT-GOZO
                   PERFORM 2300-MONTAR-REGISTRO
                   WRITE FSA-REC
                       INVALID KEY
                           DISPLAY "FERIAS-SALDO: FALHA AO INCLUIR "
                               "PERIODO DA MATRICULA " FSA-MATRICULA
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-INCLUIDOS
                   END-WRITE
                   EXIT SECTION
           END-READ

           PERFORM 2300-MONTAR-REGISTRO
           REWRITE FSA-REC
               INVALID KEY
                   DISPLAY "FERIAS-SALDO: FALHA AO ATUALIZAR "
                       "PERIODO DA MATRICULA " FSA-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ATUALIZADOS
           END-REWRITE.

       2200-APURAR-FALTAS SECTION.
      *> Dias de afastamento nao remunerado que caem dentro do
      *> periodo aquisitivo (so a parte ja decorrida ate a
      *> referencia, no periodo em aquisicao).
           MOVE 0 TO WS-PER-FALTAS
           IF WS-TEM-AFAST NOT = "S"
               EXIT SECTION
           END-IF

           MOVE FT-MATRICULA(WS-I) TO AFA-MATRICULA
           MOVE 0 TO AFA-DATA-INI
           MOVE "N" TO WS-EOF-AFA
           START AFAST-FILE KEY NOT < AFA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-AFA
           END-START
           PERFORM UNTIL WS-FIM-AFAST
               READ AFAST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AFA
                   NOT AT END
                       IF AFA-MATRICULA NOT = FT-MATRICULA(WS-I)
                           MOVE "S" TO WS-EOF-AFA
                       ELSE
                           IF AFA-REMUNERADO NOT = "S"
                               PERFORM 2210-SOMAR-SOBREPOSICAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2210-SOMAR-SOBREPOSICAO SECTION.
           MOVE AFA-DATA-INI TO WS-SOBREP-INI
           IF WS-PER-INI > WS-SOBREP-INI
               MOVE WS-PER-INI TO WS-SOBREP-INI
           END-IF
           MOVE AFA-DATA-FIM TO WS-SOBREP-FIM
           IF WS-PER-FIM < WS-SOBREP-FIM
               MOVE WS-PER-FIM TO WS-SOBREP-FIM
           END-IF
           IF WS-DATA-REF < WS-SOBREP-FIM
               MOVE WS-DATA-REF TO WS-SOBREP-FIM
           END-IF
           IF WS-SOBREP-FIM < WS-SOBREP-INI
               EXIT SECTION
           END-IF
           COMPUTE WS-INI-INT = FUNCTION INTEGER-OF-DATE(WS-SOBREP-INI)
           COMPUTE WS-FIM-INT = FUNCTION INTEGER-OF-DATE(WS-SOBREP-FIM)
           COMPUTE WS-DIAS = WS-FIM-INT - WS-INI-INT + 1
           IF WS-PER-FALTAS + WS-DIAS > 999
               MOVE 999 TO WS-PER-FALTAS
           ELSE
               ADD WS-DIAS TO WS-PER-FALTAS
           END-IF.

       2300-MONTAR-REGISTRO SECTION.
           MOVE WS-PER-FIM     TO FSA-AQUIS-FIM
           MOVE WS-PER-LIMITE  TO FSA-LIMITE-CONCESSAO
           MOVE WS-PER-FALTAS  TO FSA-FALTAS
           MOVE WS-PER-DIREITO TO FSA-DIAS-DIREITO
           MOVE WS-DATA-REF    TO FSA-DATA-ATUALIZ
           EVALUATE TRUE
               WHEN WS-PER-FIM >= WS-DATA-REF
                   MOVE "A" TO FSA-SITUACAO
               WHEN FSA-DIAS-GOZADOS >= FSA-DIAS-DIREITO
                   MOVE "Q" TO FSA-SITUACAO
               WHEN WS-PER-LIMITE < WS-DATA-REF
                   MOVE "V" TO FSA-SITUACAO
               WHEN OTHER
                   MOVE "D" TO FSA-SITUACAO
           END-EVALUATE.

       3000-SELECIONAR-VENCIMENTOS SECTION.
      *> Periodo com saldo cujo limite de concessao ja passou ou cai
      *> nos proximos 90 dias, de funcionario ativo.
           MOVE LOW-VALUES TO FSA-CHAVE
           MOVE "N" TO WS-EOF
           START FERIAS-SALDO-FILE KEY NOT < FSA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ FERIAS-SALDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF FSA-SITUACAO NOT = "A"
                               AND FSA-SITUACAO NOT = "Q"
                               AND FSA-DIAS-GOZADOS < FSA-DIAS-DIREITO
                               AND FSA-LIMITE-CONCESSAO <= WS-LIMITE-90
                           PERFORM 3100-GUARDAR-VENCIMENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       3100-GUARDAR-VENCIMENTO SECTION.
           IF FT-QTD = 0
               EXIT SECTION
           END-IF
           SET FT-IDX TO 1
           SEARCH ALL FT-ENTRADA
               AT END
                   EXIT SECTION
               WHEN FT-MATRICULA(FT-IDX) = FSA-MATRICULA
                   CONTINUE
           END-SEARCH
           IF FT-SITUACAO(FT-IDX) NOT = "A"
               EXIT SECTION
           END-IF
           IF WS-VEN-QTD >= 5000
               ADD 1 TO WS-QTD-ESTOURO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-VEN-QTD
           MOVE FT-SETOR(FT-IDX)     TO WS-VEN-SETOR(WS-VEN-QTD)
           MOVE FSA-LIMITE-CONCESSAO TO WS-VEN-LIMITE(WS-VEN-QTD)
           MOVE FSA-MATRICULA        TO WS-VEN-MATRICULA(WS-VEN-QTD)
           MOVE FT-NOME(FT-IDX)      TO WS-VEN-NOME(WS-VEN-QTD)
           MOVE FSA-AQUIS-INI        TO WS-VEN-AQUIS-INI(WS-VEN-QTD)
           COMPUTE WS-VEN-SALDO(WS-VEN-QTD) =
               FSA-DIAS-DIREITO - FSA-DIAS-GOZADOS.

       3500-ORDENAR-VENCIMENTOS SECTION.
      *> Setor e limite de concessao, troca simples como no
      *> HR-DELTA-APPLY.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-VEN-QTD
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-VEN-QTD - WS-I
                   IF WS-VEN-SETOR(WS-J) > WS-VEN-SETOR(WS-J + 1)
                       OR (WS-VEN-SETOR(WS-J) = WS-VEN-SETOR(WS-J + 1)
                           AND WS-VEN-LIMITE(WS-J) >
                               WS-VEN-LIMITE(WS-J + 1))
                       MOVE WS-VEN(WS-J)     TO WS-VEN-TROCA
                       MOVE WS-VEN(WS-J + 1) TO WS-VEN(WS-J)
                       MOVE WS-VEN-TROCA     TO WS-VEN(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-EMITIR-RELATORIO SECTION.
           MOVE "I"             TO WS-RW-OPERACAO
           MOVE "FERIAS-VENCER" TO WS-RW-ARQUIVO
           MOVE WS-DATA-REF     TO WS-DATA-ED-ENT
           PERFORM 8100-EDITAR-DATA
           MOVE SPACES          TO WS-RW-TITULO
           STRING
               "FERIAS A VENCER - REFERENCIA " DELIMITED BY SIZE
               WS-DATA-ED                      DELIMITED BY SIZE
               INTO WS-RW-TITULO
           END-STRING
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "L" TO WS-RW-OPERACAO

           MOVE HIGH-VALUES TO WS-SETOR-CORRENTE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-VEN-QTD
               IF WS-VEN-SETOR(WS-I) NOT = WS-SETOR-CORRENTE
                   MOVE WS-VEN-SETOR(WS-I) TO WS-SETOR-CORRENTE
                   PERFORM 4100-CABECALHO-SETOR
               END-IF
               PERFORM 4200-LINHA-PERIODO
           END-PERFORM

           IF WS-VEN-QTD = 0
               MOVE "NENHUM PERIODO VENCIDO OU A VENCER EM 90 DIAS"
                   TO WS-RW-LINHA
               CALL "REPORT-WRITER" USING WS-RW
               END-CALL
           END-IF.

       4100-CABECALHO-SETOR SECTION.
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

       4200-LINHA-PERIODO SECTION.
           MOVE WS-VEN-MATRICULA(WS-I) TO DET-MATRICULA
           MOVE WS-VEN-NOME(WS-I)      TO DET-NOME
           MOVE WS-VEN-AQUIS-INI(WS-I) TO WS-DATA-ED-ENT
           PERFORM 8100-EDITAR-DATA
           MOVE WS-DATA-ED             TO DET-AQUIS-INI
           MOVE WS-VEN-LIMITE(WS-I)    TO WS-DATA-ED-ENT
           PERFORM 8100-EDITAR-DATA
           MOVE WS-DATA-ED             TO DET-LIMITE
           MOVE WS-VEN-SALDO(WS-I)     TO DET-SALDO
           EVALUATE TRUE
               WHEN WS-VEN-LIMITE(WS-I) < WS-DATA-REF
                   MOVE "VENCIDO"     TO DET-SITUACAO
                   ADD 1 TO WS-QTD-VENCIDOS
               WHEN WS-VEN-LIMITE(WS-I) <= WS-LIMITE-60
                   MOVE "ATE 60 DIAS" TO DET-SITUACAO
                   ADD 1 TO WS-QTD-ATE-60
               WHEN OTHER
                   MOVE "ATE 90 DIAS" TO DET-SITUACAO
                   ADD 1 TO WS-QTD-ATE-90
           END-EVALUATE
           MOVE WS-LINHA-DET TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       8000-SOMAR-ANOS SECTION.
      *> WS-DT-BASE + WS-QTD-ANOS anos -> WS-DT-RESULT.
           MOVE WS-DT-BASE TO WS-DT-RESULT
           ADD WS-QTD-ANOS TO WS-DT-RESULT-ANO
           IF WS-DT-RESULT-MMDD = 0229
               IF FUNCTION MOD(WS-DT-RESULT-ANO, 4) NOT = 0
                   OR (FUNCTION MOD(WS-DT-RESULT-ANO, 100) = 0
                       AND FUNCTION MOD(WS-DT-RESULT-ANO, 400) NOT = 0)
                   MOVE 0301 TO WS-DT-RESULT-MMDD
               END-IF
           END-IF.

       8100-EDITAR-DATA SECTION.
           MOVE SPACES TO WS-DATA-ED
           STRING
               WS-DATA-ED-ENT(7:2) "/" WS-DATA-ED-ENT(5:2) "/"
               WS-DATA-ED-ENT(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED
           END-STRING.

       9000-FINALIZAR SECTION.
           MOVE "F" TO WS-RW-OPERACAO
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "VENCIDOS: "          DELIMITED BY SIZE
               WS-QTD-VENCIDOS       DELIMITED BY SIZE
               "  ATE 60 DIAS: "     DELIMITED BY SIZE
               WS-QTD-ATE-60         DELIMITED BY SIZE
               "  ATE 90 DIAS: "     DELIMITED BY SIZE
               WS-QTD-ATE-90         DELIMITED BY SIZE
               "  SEM ADMISSAO: "    DELIMITED BY SIZE
               WS-QTD-SEM-ADMISSAO   DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           CLOSE FERIAS-SALDO-FILE
           IF WS-TEM-AFAST = "S"
               CLOSE AFAST-FILE
           END-IF

           IF WS-QTD-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-QTD-ESTOURO > 0
               DISPLAY "FERIAS-SALDO: AVISO - " WS-QTD-ESTOURO
                   " PERIODO(S) ALEM DA CAPACIDADE DO RELATORIO"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "FERIAS-SALDO: ATIVOS=" WS-QTD-FUNCIONARIOS
               " SEM-ADMISSAO=" WS-QTD-SEM-ADMISSAO
               " INCLUIDOS=" WS-QTD-INCLUIDOS
               " ATUALIZADOS=" WS-QTD-ATUALIZADOS
               " VENCIDOS=" WS-QTD-VENCIDOS
               " ATE-60=" WS-QTD-ATE-60
               " ATE-90=" WS-QTD-ATE-90.
