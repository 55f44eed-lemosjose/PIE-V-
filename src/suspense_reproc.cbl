       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       COPY "func_snapshot.cpy".

       01  WS-ACHOU                  PIC X(01) VALUE "N".
           88  WS-ACHOU-SIM                     VALUE "S".

               TO WS-DATA-NUM
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "ERRO: snapshot de funcionarios "
                   "indisponivel, status=" FSNP-STATUS
               STOP RUN
           END-IF


       2000-PROCESSAR SECTION.
           MOVE "N" TO WS-ACHOU
           MOVE "M"            TO FSNP-OPERACAO
           MOVE SUSP-MATRICULA TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS = "OK"
               MOVE "S" TO WS-ACHOU
           END-IF

           MOVE FUNCTION NUMVAL(SUSP-DATA) TO WS-DATA-NUM
           COMPUTE WS-SUSP-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           CLOSE SUSP-KEEP-FILE
           CLOSE RESUBMIT-FILE
           CLOSE SUSP-REPORT-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

      *> O PAYROLL-SUSPENSE-NOVO substitui o arquivo antigo no fim do
      *> ciclo (passo operacional do job), deixando na suspensao so o
