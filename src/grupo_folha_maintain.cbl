       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPO-FOLHA-MAINTAIN.

      *> Grupo de folha por funcionario (GRUPO-FOLHA, indexado pela
      *> matricula), no molde do SINDICATO-FUNC-MAINTAIN. O normal e
      *> mensalista -- o registro so existe para o horista pago por
      *> semana (GRF-GRUPO = "S"), que a folha mensal pula e a rodada
      *> semanal (FOLHA-TIPO=SEM) paga pelas horas da semana.
      *> GRF-VALOR-HORA e o valor da hora em centavos; zero = salario
      *> do cadastro / 220, o mesmo divisor do HORAS-CALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPO-FILE ASSIGN TO "GRUPO-FOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRF-MATRICULA
               FILE STATUS IS WS-GRF-FS.

       DATA DIVISION.
       FILE SECTION.
      *> GRF-DATA-ALTER = AAAAMMDD da ultima inclusao/alteracao.
       FD  GRUPO-FILE.
       01  GRF-REC.
           05  GRF-MATRICULA         PIC 9(09).
           05  GRF-GRUPO             PIC X(01).
           05  GRF-VALOR-HORA        PIC 9(09).
           05  GRF-DATA-ALTER        PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-GRF-FS                 PIC X(02) VALUE SPACES.
           88  WS-GRF-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-MATRICULA              PIC 9(09) VALUE ZEROS.
       01  WS-GRUPO                  PIC X(01) VALUE SPACE.
       01  WS-VALOR-HORA-TXT         PIC X(15) VALUE SPACES.
       01  WS-VALOR-HORA             PIC 9(09) VALUE ZEROS.
       01  WS-DADOS-OK               PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   GRUPO DE FOLHA DO FUNCIONARIO           ".
           DISPLAY "------------------------------------------".

           DISPLAY "OPERACAO (I=INCLUIR, A=ALTERAR, E=EXCLUIR, "
               "C=CONSULTAR): "
           ACCEPT WS-OPERACAO

           DISPLAY "MATRICULA: "
           ACCEPT WS-MATRICULA
           IF WS-MATRICULA = 0
               DISPLAY "ERRO: MATRICULA OBRIGATORIA"
               GOBACK
           END-IF

           OPEN I-O GRUPO-FILE
           IF NOT WS-GRF-OK
               OPEN OUTPUT GRUPO-FILE
               CLOSE GRUPO-FILE
               OPEN I-O GRUPO-FILE
           END-IF

           MOVE WS-MATRICULA TO GRF-MATRICULA

           EVALUATE WS-OPERACAO
               WHEN "I"
               WHEN "i"
                   PERFORM 2000-INCLUIR
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ALTERAR
               WHEN "E"
               WHEN "e"
                   PERFORM 4000-EXCLUIR
               WHEN "C"
               WHEN "c"
                   PERFORM 5000-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA: " WS-OPERACAO
           END-EVALUATE

           CLOSE GRUPO-FILE
           GOBACK.

       1000-LER-DADOS SECTION.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "GRUPO (M=MENSALISTA, S=SEMANALISTA): "
           ACCEPT WS-GRUPO
           EVALUATE WS-GRUPO
               WHEN "m"
                   MOVE "M" TO WS-GRUPO
               WHEN "s"
                   MOVE "S" TO WS-GRUPO
           END-EVALUATE
           IF WS-GRUPO NOT = "M" AND WS-GRUPO NOT = "S"
               DISPLAY "ERRO: GRUPO INVALIDO: " WS-GRUPO
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-VALOR-HORA
           IF WS-GRUPO = "S"
               DISPLAY "VALOR DA HORA (R$, EM BRANCO = SALARIO / "
                   "220): "
               ACCEPT WS-VALOR-HORA-TXT
               IF WS-VALOR-HORA-TXT NOT = SPACES
                   COMPUTE WS-VALOR-HORA ROUNDED =
                       FUNCTION NUMVAL(WS-VALOR-HORA-TXT) * 100
                   IF WS-VALOR-HORA = 0
                       DISPLAY "ERRO: VALOR DA HORA INVALIDO"
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF

           MOVE "S" TO WS-DADOS-OK.

       2000-INCLUIR SECTION.
           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "INCLUSAO ABANDONADA"
               EXIT SECTION
           END-IF

           MOVE WS-MATRICULA  TO GRF-MATRICULA
           MOVE WS-GRUPO      TO GRF-GRUPO
           MOVE WS-VALOR-HORA TO GRF-VALOR-HORA
           MOVE FUNCTION CURRENT-DATE(1:8) TO GRF-DATA-ALTER
           WRITE GRF-REC
               INVALID KEY
                   DISPLAY "ERRO: MATRICULA JA TEM GRUPO -- USE "
                       "A=ALTERAR"
                   EXIT SECTION
           END-WRITE
           DISPLAY "GRUPO INCLUIDO: MATRICULA " WS-MATRICULA.

       3000-ALTERAR SECTION.
           READ GRUPO-FILE
               INVALID KEY
                   DISPLAY "ERRO: MATRICULA SEM GRUPO CADASTRADO"
                   EXIT SECTION
           END-READ

           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "ALTERACAO ABANDONADA"
               EXIT SECTION
           END-IF
           MOVE WS-GRUPO      TO GRF-GRUPO
           MOVE WS-VALOR-HORA TO GRF-VALOR-HORA
           MOVE FUNCTION CURRENT-DATE(1:8) TO GRF-DATA-ALTER
           REWRITE GRF-REC
           END-REWRITE
           DISPLAY "GRUPO ALTERADO: MATRICULA " WS-MATRICULA.

       4000-EXCLUIR SECTION.
      *> Sem registro o funcionario volta a ser mensalista.
           READ GRUPO-FILE
               INVALID KEY
                   DISPLAY "ERRO: MATRICULA SEM GRUPO CADASTRADO"
                   EXIT SECTION
           END-READ
           DELETE GRUPO-FILE
               INVALID KEY
                   DISPLAY "ERRO: EXCLUSAO RECUSADA (STATUS="
                       WS-GRF-FS ")"
                   EXIT SECTION
           END-DELETE
           DISPLAY "GRUPO EXCLUIDO: MATRICULA " WS-MATRICULA
               " (VOLTA A MENSALISTA)".

       5000-CONSULTAR SECTION.
           READ GRUPO-FILE
               INVALID KEY
                   DISPLAY "MATRICULA SEM GRUPO PROPRIO -- MENSALISTA"
                   EXIT SECTION
           END-READ
           DISPLAY "MATRICULA:      " GRF-MATRICULA
           DISPLAY "GRUPO:          " GRF-GRUPO
           DISPLAY "VALOR HORA:     " GRF-VALOR-HORA
           DISPLAY "DATA ALTERACAO: " GRF-DATA-ALTER.
