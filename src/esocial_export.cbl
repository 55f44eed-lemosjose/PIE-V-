           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

       FD  PAYROLL-IN-FILE.
       01  PAYIN-REC.
           05  HR-EXPORT-MATRICULA   PIC 9(09).
           05  HR-EXPORT-NOME        PIC X(50).
           05  HR-EXPORT-PIS         PIC 9(11).
           05  HR-EXPORT-ADMISSAO    PIC 9(08).
           05  HR-EXPORT-CONTRATO    PIC X(01).
           05  HR-EXPORT-CARGO       PIC X(06).
           05  FILLER-HR-FUTURO      PIC X(10).

      *> Evento de remuneracao posicional, um por matricula com folha
       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

       COPY "func_snapshot.cpy".

      *> PIS por matricula, carregado do feed do RH e ordenado por
      *> matricula para a busca binaria -- mesmo contrato da tabela
       01  WS-VAL-CENTAVOS-REG       PIC S9(15) COMP-5 VALUE 0.
       01  WS-VALOR-PARSE            PIC X(40) VALUE SPACES.

       COPY "competencia_trava.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           END-IF
           DISPLAY "ESOCIAL-EXPORT: COMPETENCIA " WS-COMPETENCIA

           PERFORM 1050-CONFERIR-TRAVA

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "ERRO: snapshot de funcionarios "
                   "indisponivel, status=" FSNP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               PERFORM 1100-LER-PROXIMO
           END-IF.

       1050-CONFERIR-TRAVA SECTION.
      *> A rodada cobre o grupo inteiro: a trava de qualquer empresa
      *> na competencia recusa a rodada antes de gravar qualquer
      *> coisa -- saida parcial do grupo nao serve a ninguem.
           MOVE WS-COMPETENCIA TO CTRV-COMPETENCIA
           MOVE SPACES         TO CTRV-EMPRESA
           CALL "COMPETENCIA-TRAVA" USING COMPETENCIA-TRAVA-PARAMS
           END-CALL
           IF CTRV-STATUS = "TRV"
               DISPLAY "ESOCIAL-EXPORT: COMPETENCIA " WS-COMPETENCIA
                   " TRAVADA NO FECHAMENTO MENSAL (EMPRESA "
                   CTRV-EMP-TRAVA " EM " CTRV-DATA-TRAVA ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-LER-PROXIMO SECTION.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
      *> CPF (com o digito completado pelo CALC-DIG_CPF), setor e
      *> situacao vem do quadro; matricula do historico sem cadastro
      *> sai no evento so com os dados da folha, contada a parte.
           MOVE "M"            TO FSNP-OPERACAO
           MOVE HIST-MATRICULA TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               ADD 1 TO WS-QTD-SEM-CADASTRO
               EXIT SECTION
           END-IF

           MOVE FSNP-SETOR    TO EVT-SETOR
           MOVE FSNP-SITUACAO TO EVT-SITUACAO
           IF FSNP-CPF > 0
               MOVE FSNP-CPF TO WS-CPF-9
               MOVE ZEROS TO WS-DIGITOS-RES
               CALL "CALC-DIG_CPF" USING WS-CPF-PARAMS
               END-CALL
               IF WS-STATUS-CPF NOT = "REJ"
                   COMPUTE EVT-CPF = (FSNP-CPF * 100) + WS-DIGITOS-RES
               ELSE
                   MOVE FSNP-CPF TO EVT-CPF
               END-IF
           END-IF.

       2200-RESOLVER-PIS SECTION.
           IF WS-PIS-QTD = 0
               CLOSE PAYROLL-HIST-FILE
           END-IF
           CLOSE EVENTOS-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           DISPLAY "ESOCIAL-EXPORT: EVENTOS=" WS-QTD-EVENTOS
               " SEM-CADASTRO=" WS-QTD-SEM-CADASTRO.
