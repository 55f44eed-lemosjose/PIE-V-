       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       COPY "func_snapshot.cpy".
       01  WS-QUADRO-DISPONIVEL      PIC X(01) VALUE "N".

       01  WS-NOME-DOC               PIC X(16) VALUE SPACES.


           OPEN OUTPUT MANIFESTO-FILE

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS = "OK"
               MOVE "S" TO WS-QUADRO-DISPONIVEL
           ELSE
               DISPLAY "HOLERITE-SPLIT: AVISO - QUADRO "
                   "INDISPONIVEL, MANIFESTO SEM SETOR"
           END-IF

           PERFORM 1100-LER-PROXIMO.
           ADD WS-MATRICULA TO WS-TOTAL-MATRICULAS

           MOVE SPACES TO WS-SETOR
           IF WS-QUADRO-DISPONIVEL = "S"
               MOVE "M"          TO FSNP-OPERACAO
               MOVE WS-MATRICULA TO FSNP-CHAVE-MATRICULA
               CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
               END-CALL
               IF FSNP-STATUS = "OK"
                   MOVE FSNP-SETOR TO WS-SETOR
               END-IF
           END-IF

           MOVE SPACES TO MAN-REC

           CLOSE HOLERITE-FILE
           CLOSE MANIFESTO-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           DISPLAY "HOLERITE-SPLIT: LINHAS=" WS-QTD-LINHAS
               " DOCUMENTOS=" WS-QTD-DOCS.
