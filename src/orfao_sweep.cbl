       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORFAO-SWEEP.

      *> Varredura noturna de integridade dos arquivos satelites do
      *> funcionario, no molde do ROSTER-SWEEP: a exclusao protegida
      *> do FUNC-MAINTAIN impede orfao novo, mas anos de historia
      *> deixaram registro de matricula que nao existe mais no quadro
      *> e registro ainda ativo de funcionario inativo (foi assim que
      *> a parcela de consignado de um desligado continuou sendo
      *> esperada).
      *>
      *> Arquivos conferidos contra o quadro (FUNC-SNAPSHOT), e o que
      *> conta como satelite "ativo" em cada um:
      *>   CONSIG-MASTER    status ATIVO
      *>   PENSAO-MASTER    status ATIVO
      *>   AFAST-MASTER     afastamento sem fim ou terminando hoje
      *>                    ou depois
      *>   BENEF-MASTER     beneficio sem opt-out
      *>   CONTA-SPLIT      status ATIVO
      *>   CONTA-PRENOTIF   pre-notificacao PENDENTE
      *>   ADIANT-CONTROLE  adiantamento PAGO ainda nao descontado
      *>   HOLERITE-STORE   so orfao -- holerite e historia, fica
      *>                    guardado mesmo de funcionario inativo
      *>
      *> Uma linha por matricula e arquivo (com a quantidade de
      *> registros) no ORFAO-REPORT e na ORFAO-WORKLIST que o RH
      *> trabalha. As contagens de cada rodada vao para o
      *> ORFAO-HIST, e o resumo mostra a rodada anterior ao lado --
      *> a limpeza tem de fazer o numero cair. Arquivo ausente e so
      *> anotado. RETURN-CODE 4 com algum caso, 8 sem a tabela de
      *> funcionarios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIG-FILE ASSIGN TO "CONSIG-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PENSAO-FILE ASSIGN TO "PENSAO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT AFAST-FILE ASSIGN TO "AFAST-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT BENEF-FILE ASSIGN TO "BENEF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT SPLIT-FILE ASSIGN TO "CONTA-SPLIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPL-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PRENOTIF-FILE ASSIGN TO "CONTA-PRENOTIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREN-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT ADIANT-FILE ASSIGN TO "ADIANT-CONTROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT HOLERITE-STORE-FILE ASSIGN TO "HOLERITE-STORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT ORFAO-REPORT-FILE ASSIGN TO "ORFAO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-FILE ASSIGN TO "ORFAO-WORKLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-FILE ASSIGN TO "ORFAO-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIG-FILE.
       01  CSG-REC.
           05  CSG-CHAVE.
               10  CSG-MATRICULA     PIC 9(09).
               10  CSG-CONTRATO      PIC 9(09).
           05  CSG-PARCELA           PIC 9(15).
           05  CSG-SALDO             PIC 9(15).
           05  CSG-STATUS            PIC X(10).
           05  CSG-DATA-INCL         PIC X(08).

       FD  PENSAO-FILE.
       01  PEN-REC.
           05  PEN-CHAVE.
               10  PEN-MATRICULA     PIC 9(09).
               10  PEN-SEQ           PIC 9(02).
           05  PEN-TIPO              PIC X(01).
           05  PEN-PCT               PIC 9(03).
           05  PEN-VALOR             PIC 9(15).
           05  PEN-BENEF-NOME        PIC X(40).
           05  PEN-BANCO             PIC 9(03).
           05  PEN-AGENCIA           PIC 9(04).
           05  PEN-CONTA             PIC 9(08).
           05  PEN-CONTA-DV          PIC 9(01).
           05  PEN-STATUS            PIC X(10).
           05  PEN-DATA-INCL         PIC X(08).

       FD  AFAST-FILE.
       01  AFA-REC.
           05  AFA-CHAVE.
               10  AFA-MATRICULA     PIC 9(09).
               10  AFA-DATA-INI      PIC 9(08).
           05  AFA-DATA-FIM          PIC 9(08).
           05  AFA-TIPO              PIC X(03).
           05  AFA-REMUNERADO        PIC X(01).
           05  AFA-CONTA-13          PIC X(01).

       FD  BENEF-FILE.
       01  BEN-REC.
           05  BEN-CHAVE.
               10  BEN-MATRICULA     PIC 9(09).
               10  BEN-TIPO          PIC X(02).
           05  BEN-VALOR             PIC 9(15).
           05  BEN-OPTOUT            PIC X(01).

       FD  SPLIT-FILE.
       01  SPL-REC.
           05  SPL-CHAVE.
               10  SPL-MATRICULA     PIC 9(09).
               10  SPL-SEQ           PIC 9(02).
           05  SPL-BANCO             PIC 9(03).
           05  SPL-AGENCIA           PIC 9(04).
           05  SPL-CONTA             PIC 9(08).
           05  SPL-CONTA-DV          PIC 9(01).
           05  SPL-PCT               PIC 9(03).
           05  SPL-STATUS            PIC X(10).

       FD  PRENOTIF-FILE.
       01  PREN-REC.
           05  PREN-MATRICULA        PIC 9(09).
           05  PREN-BANCO            PIC 9(03).
           05  PREN-AGENCIA          PIC 9(04).
           05  PREN-CONTA            PIC 9(08).
           05  PREN-CONTA-DV         PIC 9(01).
           05  PREN-STATUS           PIC X(10).
           05  PREN-DATA             PIC X(08).

       FD  ADIANT-FILE.
       01  ADT-REC.
           05  ADT-CHAVE.
               10  ADT-MATRICULA     PIC 9(09).
               10  ADT-COMPETENCIA   PIC X(06).
           05  ADT-VALOR             PIC 9(15).
           05  ADT-STATUS            PIC X(10).
           05  ADT-DATA              PIC X(08).

       FD  HOLERITE-STORE-FILE.
       01  HST-REC.
           05  HST-CHAVE.
               10  HST-MATRICULA     PIC 9(09).
               10  HST-COMPETENCIA   PIC X(06).
               10  HST-SEQ           PIC 9(04).
           05  HST-LINHA             PIC X(100).

       FD  ORFAO-REPORT-FILE.
       01  ORFOUT-LINHA              PIC X(100).

      *> Lista de trabalho do RH: uma linha por matricula e arquivo.
       FD  WORKLIST-FILE.
       01  WORK-REC.
           05  WORK-ARQUIVO          PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WORK-MATRICULA        PIC 9(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WORK-SITUACAO         PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WORK-QTD              PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WORK-NOME             PIC X(40).

      *> Contagens por rodada e arquivo, acumuladas para a tendencia.
       FD  HIST-FILE.
       01  HIST-REC.
           05  HIST-DATA             PIC 9(08).
           05  FILLER                PIC X(01).
           05  HIST-ARQUIVO          PIC X(16).
           05  FILLER                PIC X(01).
           05  HIST-LIDOS            PIC 9(09).
           05  FILLER                PIC X(01).
           05  HIST-ORFAOS           PIC 9(07).
           05  FILLER                PIC X(01).
           05  HIST-ATIVO-INATIVO    PIC 9(07).

       WORKING-STORAGE SECTION.
       COPY "func_snapshot.cpy".

       01  WS-ARQ-FS                 PIC X(02) VALUE SPACES.
           88  WS-ARQ-OK                        VALUE "00".
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-HOJE                   PIC 9(08) VALUE 0.

      *> Os oito satelites, na ordem da varredura, com as contagens
      *> desta rodada e da anterior (ORFAO-HIST).
       01  WS-NOMES-SATELITES.
           05  FILLER PIC X(16) VALUE "CONSIG-MASTER".
           05  FILLER PIC X(16) VALUE "PENSAO-MASTER".
           05  FILLER PIC X(16) VALUE "AFAST-MASTER".
           05  FILLER PIC X(16) VALUE "BENEF-MASTER".
           05  FILLER PIC X(16) VALUE "CONTA-SPLIT".
           05  FILLER PIC X(16) VALUE "CONTA-PRENOTIF".
           05  FILLER PIC X(16) VALUE "ADIANT-CONTROLE".
           05  FILLER PIC X(16) VALUE "HOLERITE-STORE".
       01  WS-TAB-NOMES REDEFINES WS-NOMES-SATELITES.
           05  WS-SAT-NOME           PIC X(16) OCCURS 8 TIMES.
       01  WS-SATELITES.
           05  WS-SAT OCCURS 8 TIMES.
               10  WS-SAT-PRESENTE   PIC X(01).
               10  WS-SAT-LIDOS      PIC 9(09).
               10  WS-SAT-ORFAOS     PIC 9(07).
               10  WS-SAT-ATIVO-INAT PIC 9(07).
               10  WS-SAT-TEM-ANT    PIC X(01).
               10  WS-SAT-ORFAOS-ANT PIC 9(07).
               10  WS-SAT-ATIVO-ANT  PIC 9(07).
       01  WS-S                      PIC 9(02) COMP-5 VALUE 0.

      *> Registro corrente reduzido ao que a conferencia precisa.
       01  WS-REG-MATRICULA          PIC 9(09) VALUE 0.
       01  WS-REG-ATIVO              PIC X(01) VALUE "N".

      *> Matricula em curso: os registros vem em ordem de chave, e
      *> toda chave comeca pela matricula.
       01  WS-GRUPO-MATRICULA        PIC 9(09) VALUE 0.
       01  WS-GRUPO-QTD              PIC 9(05) VALUE 0.
       01  WS-GRUPO-ATIVOS           PIC 9(05) VALUE 0.
       01  WS-TEM-GRUPO              PIC X(01) VALUE "N".

       01  WS-ACHOU                  PIC X(01) VALUE "N".
           88  WS-ACHOU-SIM                     VALUE "S".
       01  WS-SITUACAO               PIC X(20) VALUE SPACES.
       01  WS-QTD-CASO               PIC 9(05) VALUE 0.
       01  WS-NOME                   PIC X(40) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-QTD-ORFAOS         PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ATIVO-INATIVO  PIC 9(07) VALUE ZEROS.

       01  WS-LINHA-DET.
           05  DET-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-SITUACAO          PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-QTD               PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE " REGISTRO(S) ".
           05  DET-NOME              PIC X(40).

       01  WS-LINHA-RESUMO.
           05  RES-ARQUIVO           PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RES-LIDOS             PIC ZZZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RES-ORFAOS            PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RES-ORFAOS-ANT        PIC X(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RES-ATIVO-INAT        PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RES-ATIVO-ANT         PIC X(07).
       01  WS-ANT-ED                 PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-VARRER-SATELITE
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
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

           INITIALIZE WS-SATELITES
           PERFORM 1100-LER-HISTORICO

           OPEN OUTPUT ORFAO-REPORT-FILE
           OPEN OUTPUT WORKLIST-FILE

           MOVE "SATELITES ORFAOS OU ATIVOS EM FUNCIONARIO INATIVO"
               TO ORFOUT-LINHA
           WRITE ORFOUT-LINHA
           MOVE ALL "-" TO ORFOUT-LINHA
           WRITE ORFOUT-LINHA.

       1100-LER-HISTORICO SECTION.
      *> A ultima rodada gravada de cada arquivo e a "anterior".
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ HIST-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
                           IF HIST-ARQUIVO = WS-SAT-NOME(WS-S)
                               MOVE "S" TO WS-SAT-TEM-ANT(WS-S)
                               MOVE HIST-ORFAOS
                                   TO WS-SAT-ORFAOS-ANT(WS-S)
                               MOVE HIST-ATIVO-INATIVO
                                   TO WS-SAT-ATIVO-ANT(WS-S)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE "N" TO WS-EOF.

       2000-VARRER-SATELITE SECTION.
           PERFORM 5000-ABRIR
           IF NOT WS-ARQ-OK
               MOVE "N" TO WS-SAT-PRESENTE(WS-S)
               DISPLAY "ORFAO-SWEEP: " FUNCTION TRIM(WS-SAT-NOME(WS-S))
                   " INDISPONIVEL (STATUS=" WS-ARQ-FS "), NAO "
                   "CONFERIDO"
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-SAT-PRESENTE(WS-S)

           MOVE SPACES TO ORFOUT-LINHA
           WRITE ORFOUT-LINHA
           MOVE WS-SAT-NOME(WS-S) TO ORFOUT-LINHA
           WRITE ORFOUT-LINHA

           MOVE "N" TO WS-EOF WS-TEM-GRUPO
           PERFORM 5100-LER-PROXIMO
           PERFORM UNTIL WS-FIM-ARQUIVO
               ADD 1 TO WS-SAT-LIDOS(WS-S)
               IF WS-TEM-GRUPO = "S"
                       AND WS-REG-MATRICULA NOT = WS-GRUPO-MATRICULA
                   PERFORM 3000-CONFERIR-GRUPO
               END-IF
               IF WS-TEM-GRUPO NOT = "S"
                   MOVE "S" TO WS-TEM-GRUPO
                   MOVE WS-REG-MATRICULA TO WS-GRUPO-MATRICULA
                   MOVE 0 TO WS-GRUPO-QTD WS-GRUPO-ATIVOS
               END-IF
               ADD 1 TO WS-GRUPO-QTD
               IF WS-REG-ATIVO = "S"
                   ADD 1 TO WS-GRUPO-ATIVOS
               END-IF
               PERFORM 5100-LER-PROXIMO
           END-PERFORM
           IF WS-TEM-GRUPO = "S"
               PERFORM 3000-CONFERIR-GRUPO
           END-IF
           PERFORM 5200-FECHAR

           IF WS-SAT-ORFAOS(WS-S) = 0 AND WS-SAT-ATIVO-INAT(WS-S) = 0
               MOVE "  NENHUM CASO" TO ORFOUT-LINHA
               WRITE ORFOUT-LINHA
           END-IF.

       3000-CONFERIR-GRUPO SECTION.
           MOVE "N" TO WS-TEM-GRUPO
           MOVE "N" TO WS-ACHOU
           MOVE "M"                TO FSNP-OPERACAO
           MOVE WS-GRUPO-MATRICULA TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS = "OK"
               MOVE "S" TO WS-ACHOU
           END-IF

           IF NOT WS-ACHOU-SIM
               MOVE "ORFAO"            TO WS-SITUACAO
               MOVE WS-GRUPO-QTD       TO WS-QTD-CASO
               MOVE SPACES             TO WS-NOME
               ADD 1 TO WS-SAT-ORFAOS(WS-S)
               ADD 1 TO WS-QTD-ORFAOS
               PERFORM 3100-LISTAR
               EXIT SECTION
           END-IF

           IF FSNP-SITUACAO NOT = "A" AND WS-GRUPO-ATIVOS > 0
               MOVE "ATIVO EM INATIVO" TO WS-SITUACAO
               MOVE WS-GRUPO-ATIVOS    TO WS-QTD-CASO
               MOVE FSNP-NOME          TO WS-NOME
               ADD 1 TO WS-SAT-ATIVO-INAT(WS-S)
               ADD 1 TO WS-QTD-ATIVO-INATIVO
               PERFORM 3100-LISTAR
           END-IF.

       3100-LISTAR SECTION.
           MOVE WS-GRUPO-MATRICULA TO DET-MATRICULA
           MOVE WS-SITUACAO        TO DET-SITUACAO
           MOVE WS-QTD-CASO        TO DET-QTD
           MOVE WS-NOME            TO DET-NOME
           MOVE WS-LINHA-DET TO ORFOUT-LINHA
           WRITE ORFOUT-LINHA

           MOVE SPACES TO WORK-REC
           MOVE WS-SAT-NOME(WS-S)  TO WORK-ARQUIVO
           MOVE WS-GRUPO-MATRICULA TO WORK-MATRICULA
           MOVE WS-SITUACAO        TO WORK-SITUACAO
           MOVE WS-QTD-CASO        TO WORK-QTD
           MOVE WS-NOME            TO WORK-NOME
           WRITE WORK-REC.

       5000-ABRIR SECTION.
           EVALUATE WS-S
               WHEN 1 OPEN INPUT CONSIG-FILE
               WHEN 2 OPEN INPUT PENSAO-FILE
               WHEN 3 OPEN INPUT AFAST-FILE
               WHEN 4 OPEN INPUT BENEF-FILE
               WHEN 5 OPEN INPUT SPLIT-FILE
               WHEN 6 OPEN INPUT PRENOTIF-FILE
               WHEN 7 OPEN INPUT ADIANT-FILE
               WHEN 8 OPEN INPUT HOLERITE-STORE-FILE
           END-EVALUATE.

      *> Le o proximo registro do satelite corrente e o reduz a
      *> matricula + ativo/inativo pela regra do arquivo.
       5100-LER-PROXIMO SECTION.
           MOVE "N" TO WS-REG-ATIVO
           EVALUATE WS-S
               WHEN 1
                   READ CONSIG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE CSG-MATRICULA TO WS-REG-MATRICULA
                           IF CSG-STATUS = "ATIVO"
                               MOVE "S" TO WS-REG-ATIVO
                           END-IF
                   END-READ
               WHEN 2
                   READ PENSAO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PEN-MATRICULA TO WS-REG-MATRICULA
                           IF PEN-STATUS = "ATIVO"
                               MOVE "S" TO WS-REG-ATIVO
                           END-IF
                   END-READ
               WHEN 3
                   READ AFAST-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE AFA-MATRICULA TO WS-REG-MATRICULA
                           IF AFA-DATA-FIM = 0
                                   OR AFA-DATA-FIM >= WS-HOJE
                               MOVE "S" TO WS-REG-ATIVO
                           END-IF
                   END-READ
               WHEN 4
                   READ BENEF-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE BEN-MATRICULA TO WS-REG-MATRICULA
                           IF BEN-OPTOUT NOT = "S"
                               MOVE "S" TO WS-REG-ATIVO
                           END-IF
                   END-READ
               WHEN 5
                   READ SPLIT-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE SPL-MATRICULA TO WS-REG-MATRICULA
                           IF SPL-STATUS = "ATIVO"
                               MOVE "S" TO WS-REG-ATIVO
                           END-IF
                   END-READ
               WHEN 6
                   READ PRENOTIF-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PREN-MATRICULA TO WS-REG-MATRICULA
                           IF PREN-STATUS = "PENDENTE"
                               MOVE "S" TO WS-REG-ATIVO
                           END-IF
                   END-READ
               WHEN 7
                   READ ADIANT-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE ADT-MATRICULA TO WS-REG-MATRICULA
                           IF ADT-STATUS = "PAGO"
                               MOVE "S" TO WS-REG-ATIVO
                           END-IF
                   END-READ
               WHEN 8
                   READ HOLERITE-STORE-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE HST-MATRICULA TO WS-REG-MATRICULA
                   END-READ
           END-EVALUATE.

       5200-FECHAR SECTION.
           EVALUATE WS-S
               WHEN 1 CLOSE CONSIG-FILE
               WHEN 2 CLOSE PENSAO-FILE
               WHEN 3 CLOSE AFAST-FILE
               WHEN 4 CLOSE BENEF-FILE
               WHEN 5 CLOSE SPLIT-FILE
               WHEN 6 CLOSE PRENOTIF-FILE
               WHEN 7 CLOSE ADIANT-FILE
               WHEN 8 CLOSE HOLERITE-STORE-FILE
           END-EVALUATE.

       9000-FINALIZAR SECTION.
           MOVE SPACES TO ORFOUT-LINHA
           WRITE ORFOUT-LINHA
           MOVE ALL "-" TO ORFOUT-LINHA
           WRITE ORFOUT-LINHA
           MOVE SPACES TO ORFOUT-LINHA
           STRING "ARQUIVO           REGISTROS   ORFAOS  ANTERIOR"
                                           DELIMITED BY SIZE
               "  ATV-INAT  ANTERIOR"      DELIMITED BY SIZE
               INTO ORFOUT-LINHA
           END-STRING
           WRITE ORFOUT-LINHA

           OPEN EXTEND HIST-FILE
           IF NOT WS-HIST-OK
               OPEN OUTPUT HIST-FILE
           END-IF
           PERFORM 9100-RESUMIR-SATELITE
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
           CLOSE HIST-FILE

           MOVE SPACES TO ORFOUT-LINHA
           STRING
               "TOTAL ORFAOS: "      DELIMITED BY SIZE
               WS-QTD-ORFAOS         DELIMITED BY SIZE
               "  ATIVOS EM INATIVO: " DELIMITED BY SIZE
               WS-QTD-ATIVO-INATIVO  DELIMITED BY SIZE
               INTO ORFOUT-LINHA
           END-STRING
           WRITE ORFOUT-LINHA

           CLOSE ORFAO-REPORT-FILE
           CLOSE WORKLIST-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           IF WS-QTD-ORFAOS > 0 OR WS-QTD-ATIVO-INATIVO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ORFAO-SWEEP: QUADRO=" FSNP-QTD
               " ORFAOS=" WS-QTD-ORFAOS
               " ATIVOS-EM-INATIVO=" WS-QTD-ATIVO-INATIVO.

       9100-RESUMIR-SATELITE SECTION.
           MOVE SPACES TO WS-LINHA-RESUMO
           MOVE WS-SAT-NOME(WS-S) TO RES-ARQUIVO
           IF WS-SAT-PRESENTE(WS-S) NOT = "S"
               MOVE WS-LINHA-RESUMO TO ORFOUT-LINHA
               MOVE "INDISPONIVEL" TO ORFOUT-LINHA(19:12)
               WRITE ORFOUT-LINHA
               EXIT SECTION
           END-IF
           MOVE WS-SAT-LIDOS(WS-S)      TO RES-LIDOS
           MOVE WS-SAT-ORFAOS(WS-S)     TO RES-ORFAOS
           MOVE WS-SAT-ATIVO-INAT(WS-S) TO RES-ATIVO-INAT
           IF WS-SAT-TEM-ANT(WS-S) = "S"
               MOVE WS-SAT-ORFAOS-ANT(WS-S) TO WS-ANT-ED
               MOVE WS-ANT-ED               TO RES-ORFAOS-ANT
               MOVE WS-SAT-ATIVO-ANT(WS-S)  TO WS-ANT-ED
               MOVE WS-ANT-ED               TO RES-ATIVO-ANT
           ELSE
               MOVE "      -" TO RES-ORFAOS-ANT RES-ATIVO-ANT
           END-IF
           MOVE WS-LINHA-RESUMO TO ORFOUT-LINHA
           WRITE ORFOUT-LINHA

           MOVE SPACES TO HIST-REC
           MOVE WS-HOJE                 TO HIST-DATA
           MOVE WS-SAT-NOME(WS-S)       TO HIST-ARQUIVO
           MOVE WS-SAT-LIDOS(WS-S)      TO HIST-LIDOS
           MOVE WS-SAT-ORFAOS(WS-S)     TO HIST-ORFAOS
           MOVE WS-SAT-ATIVO-INAT(WS-S) TO HIST-ATIVO-INATIVO
           WRITE HIST-REC.
