       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTS-CALC.

      *> Deposito mensal do FGTS (8% da remuneracao) calculado do
      *> historico de folha, em vez da planilha montada dos
      *> PAYROLL-OUT-Enn. Para o mes de recolhimento (FGTS-COMPETENCIA,
      *> MMAAAA; em branco vale a FOLHA-COMPETENCIA e depois o mes
      *> corrente) entram a competencia mensal e as competencias de
      *> tipo proprio -- 13o ("13"/"14"), ferias ("15") e diferenca
      *> retroativa ("16") -- postadas no PAYROLL-HIST dentro do mes,
      *> que e quando o deposito delas vence. A base e o bruto postado
      *> (HIST-BRUTO). Para cada empresa do EMPRESA-CADASTRO sai o
      *> arquivo de recolhimento FGTS-GUIA-Enn com o trailer de
      *> controle do CTRL-TOTAL, e cada deposito entra no extrato
      *> corrido do funcionario (FGTS-EXTRATO), com o saldo
      *> acumulado -- o RH responde "quanto foi depositado para mim"
      *> sem perguntar ao banco. Rodada repetida no mesmo mes
      *> regrava a guia mas nao deposita duas vezes no extrato.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.
           SELECT GUIA-FILE ASSIGN TO DYNAMIC WS-NOME-GUIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUIA-FS.
           SELECT EXTRATO-FILE ASSIGN TO "FGTS-EXTRATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGE-CHAVE
               FILE STATUS IS WS-FGE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA-FILE.
       01  EMPRESA-REC.
           05  EMP-CODIGO            PIC X(02).
           05  EMP-NOME              PIC X(30).
           05  EMP-CNPJ              PIC 9(14).

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

       FD  GUIA-FILE.
       01  GUIA-LINHA                PIC X(100).

      *> Extrato corrido: uma linha por deposito, na ordem do mes de
      *> recolhimento (AAAAMM) e da competencia de origem; o saldo e
      *> o acumulado da matricula ate aquele deposito.
       FD  EXTRATO-FILE.
       01  FGE-REC.
           05  FGE-CHAVE.
               10  FGE-MATRICULA     PIC 9(09).
               10  FGE-MES-RECOLH    PIC X(06).
               10  FGE-COMP-ORIGEM   PIC X(06).
           05  FGE-EMPRESA           PIC X(02).
           05  FGE-NOME              PIC X(50).
           05  FGE-BASE              PIC S9(15).
           05  FGE-DEPOSITO          PIC S9(15).
           05  FGE-SALDO             PIC S9(15).
           05  FGE-DATA              PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-GUIA-FS                PIC X(02) VALUE SPACES.
           88  WS-GUIA-OK                       VALUE "00".
       01  WS-FGE-FS                 PIC X(02) VALUE SPACES.
           88  WS-FGE-OK                        VALUE "00".
       01  WS-EOF-EMP                PIC X(01) VALUE "N".
           88  WS-FIM-EMPRESAS                  VALUE "S".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-FGE                PIC X(01) VALUE "N".
           88  WS-FIM-FGE                       VALUE "S".

       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-MES-RECOLH             PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-EMPRESA-REG            PIC X(02) VALUE SPACES.
       01  WS-NOME-GUIA              PIC X(20) VALUE SPACES.
       01  WS-ENTRA                  PIC X(01) VALUE "N".

      *> Aliquota do deposito em centesimos de %.
       01  WS-ALIQ-FGTS              PIC 9(05) VALUE 800.
       01  WS-DEPOSITO               PIC S9(15) VALUE ZEROS.
       01  WS-SALDO-ANTERIOR         PIC S9(15) VALUE ZEROS.
       01  WS-CHAVE-NOVA             PIC X(21) VALUE SPACES.

      *> Totais da empresa corrente e do grupo.
       01  WS-EMP-QTD                PIC 9(09) VALUE ZEROS.
       01  WS-EMP-BASE               PIC S9(15) VALUE ZEROS.
       01  WS-EMP-TOTAL              PIC S9(15) VALUE ZEROS.
       01  WS-QTD-EMPRESAS           PIC 9(03) VALUE ZEROS.
       01  WS-QTD-DEPOSITOS          PIC 9(09) VALUE ZEROS.
       01  WS-QTD-JA-EXTRATO         PIC 9(09) VALUE ZEROS.
       01  WS-GRP-TOTAL              PIC S9(15) VALUE ZEROS.

       01  WS-LINHA-DET.
           05  DET-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DET-NOME              PIC X(40).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DET-COMPETENCIA       PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DET-BASE              PIC 9(15).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DET-DEPOSITO          PIC 9(15).

       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

       COPY "competencia_trava.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-RECOLHER-EMPRESAS UNTIL WS-FIM-EMPRESAS
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "FGTS-COMPETENCIA"
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
           IF WS-COMPETENCIA(1:2) < "01" OR WS-COMPETENCIA(1:2) > "12"
               DISPLAY "FGTS-CALC: COMPETENCIA " WS-COMPETENCIA
                   " NAO E MENSAL (MMAAAA)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> Mes de recolhimento em AAAAMM: e a ordem do extrato e o
      *> formato da data de postagem do historico.
           MOVE SPACES TO WS-MES-RECOLH
           STRING WS-COMPETENCIA(3:4) WS-COMPETENCIA(1:2)
               INTO WS-MES-RECOLH
           END-STRING

           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               DISPLAY "FGTS-CALC: EMPRESA-CADASTRO NAO "
                   "ENCONTRADO (STATUS=" WS-EMP-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O EXTRATO-FILE
           IF NOT WS-FGE-OK
               OPEN OUTPUT EXTRATO-FILE
               CLOSE EXTRATO-FILE
               OPEN I-O EXTRATO-FILE
           END-IF

           DISPLAY "FGTS-CALC: RECOLHIMENTO DA COMPETENCIA "
               WS-COMPETENCIA.

       2000-RECOLHER-EMPRESAS SECTION.
           READ EMPRESA-FILE
               AT END
                   MOVE "S" TO WS-EOF-EMP
               NOT AT END
                   MOVE EMP-CODIGO TO WS-EMPRESA
                   PERFORM 2100-CONFERIR-TRAVA
                   IF CTRV-STATUS = "LIV"
                       PERFORM 3000-RECOLHER-UMA
                   END-IF
           END-READ.

      *> Empresa com a competencia travada no fechamento mensal fica
      *> de fora; as outras seguem, e o job termina com RC 4.
       2100-CONFERIR-TRAVA SECTION.
           MOVE WS-COMPETENCIA TO CTRV-COMPETENCIA
           MOVE WS-EMPRESA     TO CTRV-EMPRESA
           CALL "COMPETENCIA-TRAVA" USING COMPETENCIA-TRAVA-PARAMS
           END-CALL
           IF CTRV-STATUS = "TRV"
               DISPLAY "FGTS-CALC: EMPRESA " WS-EMPRESA
                   " COM A COMPETENCIA " WS-COMPETENCIA
                   " TRAVADA EM " CTRV-DATA-TRAVA " - NADA RECOLHIDO"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3000-RECOLHER-UMA SECTION.
           ADD 1 TO WS-QTD-EMPRESAS
           MOVE 0 TO WS-EMP-QTD WS-EMP-BASE WS-EMP-TOTAL

           MOVE SPACES TO WS-NOME-GUIA
           STRING "FGTS-GUIA-E" WS-EMPRESA INTO WS-NOME-GUIA
           END-STRING

           OPEN INPUT PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "FGTS-CALC: PAYROLL-HIST NAO ENCONTRADO, "
                   "NADA A RECOLHER"
               MOVE "S" TO WS-EOF-EMP
               EXIT SECTION
           END-IF

           OPEN OUTPUT GUIA-FILE
           MOVE SPACES TO GUIA-LINHA
           STRING
               "RECOLHIMENTO FGTS - EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA                     DELIMITED BY SIZE
               " CNPJ "                       DELIMITED BY SIZE
               EMP-CNPJ                       DELIMITED BY SIZE
               " COMPETENCIA "                DELIMITED BY SIZE
               WS-COMPETENCIA                 DELIMITED BY SIZE
               INTO GUIA-LINHA
           END-STRING
           WRITE GUIA-LINHA
           MOVE SPACES TO GUIA-LINHA
           MOVE EMP-NOME TO GUIA-LINHA
           WRITE GUIA-LINHA

           MOVE "N" TO WS-EOF
           PERFORM 3100-LER-HIST
           PERFORM UNTIL WS-FIM-ARQUIVO
               PERFORM 3200-AVALIAR-LANCAMENTO
               PERFORM 3100-LER-HIST
           END-PERFORM
           CLOSE PAYROLL-HIST-FILE

      *> Trailer de controle: quantidade de depositos e soma em
      *> centavos, no formato dos outros arquivos de saida em lote.
           MOVE WS-EMP-QTD   TO WS-CTRL-QTD
           MOVE WS-EMP-TOTAL TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO GUIA-LINHA
           WRITE GUIA-LINHA
           CLOSE GUIA-FILE

           ADD WS-EMP-TOTAL TO WS-GRP-TOTAL
           DISPLAY "FGTS-CALC: EMPRESA " WS-EMPRESA
               " DEPOSITOS=" WS-EMP-QTD
               " BASE=" WS-EMP-BASE
               " TOTAL=" WS-EMP-TOTAL.

       3100-LER-HIST SECTION.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.

       3200-AVALIAR-LANCAMENTO SECTION.
      *> Historico anterior a empresa no registro vale como empresa
      *> 01, a empresa unica de antes da rodada multi-empresa.
           MOVE HIST-EMPRESA TO WS-EMPRESA-REG
           IF WS-EMPRESA-REG = SPACES
               MOVE "01" TO WS-EMPRESA-REG
           END-IF
           IF WS-EMPRESA-REG NOT = WS-EMPRESA
               EXIT SECTION
           END-IF
           IF HIST-BRUTO NOT NUMERIC
               EXIT SECTION
           END-IF
           IF HIST-BRUTO NOT > 0
               EXIT SECTION
           END-IF

      *> Competencia mensal entra pela propria chave; as de tipo
      *> proprio entram pelo mes em que foram postadas (pagas).
           MOVE "N" TO WS-ENTRA
           EVALUATE TRUE
               WHEN HIST-COMPETENCIA = WS-COMPETENCIA
                   MOVE "S" TO WS-ENTRA
               WHEN HIST-COMPETENCIA(1:2) = "13" OR "14"
                                           OR "15" OR "16"
                   IF HIST-DATA(1:6) = WS-MES-RECOLH
                       MOVE "S" TO WS-ENTRA
                   END-IF
           END-EVALUATE
           IF WS-ENTRA NOT = "S"
               EXIT SECTION
           END-IF

           COMPUTE WS-DEPOSITO ROUNDED =
               HIST-BRUTO * WS-ALIQ-FGTS / 10000

           ADD 1 TO WS-EMP-QTD
           ADD HIST-BRUTO  TO WS-EMP-BASE
           ADD WS-DEPOSITO TO WS-EMP-TOTAL

           MOVE SPACES TO WS-LINHA-DET
           MOVE HIST-MATRICULA   TO DET-MATRICULA
           MOVE HIST-NOME        TO DET-NOME
           MOVE HIST-COMPETENCIA TO DET-COMPETENCIA
           MOVE HIST-BRUTO       TO DET-BASE
           MOVE WS-DEPOSITO      TO DET-DEPOSITO
           MOVE WS-LINHA-DET TO GUIA-LINHA
           WRITE GUIA-LINHA

           PERFORM 4000-LANCAR-EXTRATO.

       4000-LANCAR-EXTRATO SECTION.
      *> Deposito ja lancado (rodada repetida do mesmo mes) fica como
      *> esta: a guia e refeita, o extrato nao dobra.
           MOVE HIST-MATRICULA   TO FGE-MATRICULA
           MOVE WS-MES-RECOLH    TO FGE-MES-RECOLH
           MOVE HIST-COMPETENCIA TO FGE-COMP-ORIGEM
           MOVE FGE-CHAVE        TO WS-CHAVE-NOVA
           READ EXTRATO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-JA-EXTRATO
                   EXIT SECTION
           END-READ

           PERFORM 4100-APURAR-SALDO

           MOVE SPACES TO FGE-REC
           MOVE WS-CHAVE-NOVA    TO FGE-CHAVE
           MOVE WS-EMPRESA       TO FGE-EMPRESA
           MOVE HIST-NOME        TO FGE-NOME
           MOVE HIST-BRUTO       TO FGE-BASE
           MOVE WS-DEPOSITO      TO FGE-DEPOSITO
           COMPUTE FGE-SALDO = WS-SALDO-ANTERIOR + WS-DEPOSITO
           MOVE FUNCTION CURRENT-DATE(1:8) TO FGE-DATA
           WRITE FGE-REC
               INVALID KEY
                   DISPLAY "FGTS-CALC: FALHA AO LANCAR EXTRATO DA "
                       "MATRICULA " HIST-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DEPOSITOS
           END-WRITE.

       4100-APURAR-SALDO SECTION.
      *> Saldo anterior = saldo do ultimo deposito da matricula com
      *> chave menor que a nova, percorrendo o extrato dela.
           MOVE 0 TO WS-SALDO-ANTERIOR
           MOVE "N" TO WS-EOF-FGE
           MOVE HIST-MATRICULA TO FGE-MATRICULA
           MOVE LOW-VALUES     TO FGE-MES-RECOLH
           MOVE LOW-VALUES     TO FGE-COMP-ORIGEM
           START EXTRATO-FILE KEY NOT < FGE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-FGE
           END-START
           PERFORM UNTIL WS-FIM-FGE
               READ EXTRATO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-FGE
                   NOT AT END
                       IF FGE-MATRICULA NOT = HIST-MATRICULA
                               OR FGE-CHAVE NOT < WS-CHAVE-NOVA
                           MOVE "S" TO WS-EOF-FGE
                       ELSE
                           MOVE FGE-SALDO TO WS-SALDO-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.

       9000-FINALIZAR SECTION.
           CLOSE EMPRESA-FILE
           CLOSE EXTRATO-FILE

           DISPLAY "FGTS-CALC: EMPRESAS=" WS-QTD-EMPRESAS
               " DEPOSITOS NO EXTRATO=" WS-QTD-DEPOSITOS
               " JA LANCADOS=" WS-QTD-JA-EXTRATO
               " TOTAL DO GRUPO=" WS-GRP-TOTAL.
