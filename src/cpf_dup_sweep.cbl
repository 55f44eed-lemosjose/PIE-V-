      *> Varredura de CPF duplicado na tabela de funcionario inteira:
      *> o TRE0028-CPF-LOOKUP barra duplicidade no momento do
      *> cadastro, mas quem entrou antes dessa critica existir ainda
      *> esta la -- e a folha pagaria as duas matriculas. Percorre o
      *> FUNC-SNAPSHOT pela chave alternativa de CPF, em que as
      *> matriculas do mesmo CPF vem juntas, reporta cada CPF com
      *> mais de uma matricula (CPF mascarado no relatorio, por LGPD)
      *> e alimenta a lista de trabalho do RH para regularizacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WORK-NOME             PIC X(50).

       WORKING-STORAGE SECTION.
       COPY "func_snapshot.cpy".

       01  WS-QTD-GRUPOS             PIC 9(04) VALUE ZEROS.
       01  WS-QTD-MATRICULAS-ENV     PIC 9(05) VALUE ZEROS.
       01  WS-GRUPO-ABERTO           PIC X(01) VALUE "N".

      *> Primeira matricula do CPF corrente: so vai para o relatorio
      *> se aparecer uma segunda com o mesmo CPF.
       01  WS-ANT-CPF                PIC 9(09) VALUE 0.
       01  WS-ANT-MATRICULA          PIC 9(09) VALUE 0.
       01  WS-ANT-NOME               PIC X(50) VALUE SPACES.

       01  WS-CPF-MASCARADO.
           05  FILLER                PIC X(09) VALUE "***.***.*".
           MOVE ALL "-" TO DUPOUT-LINHA
           WRITE DUPOUT-LINHA

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "ERRO: snapshot de funcionarios "
                   "indisponivel, status=" FSNP-STATUS
               STOP RUN
           END-IF.

       2000-VARRER SECTION.
           MOVE "T" TO FSNP-OPERACAO
           MOVE "C" TO FSNP-ORDEM
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           PERFORM UNTIL FSNP-STATUS NOT = "OK"
               IF FSNP-CPF > 0
                   PERFORM 2100-AGRUPAR-CPF
               END-IF
               MOVE "P" TO FSNP-OPERACAO
               CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
               END-CALL
           END-PERFORM.

       2100-AGRUPAR-CPF SECTION.
           IF FSNP-CPF NOT = WS-ANT-CPF
               MOVE "N"            TO WS-GRUPO-ABERTO
               MOVE FSNP-CPF       TO WS-ANT-CPF
               MOVE FSNP-MATRICULA TO WS-ANT-MATRICULA
               MOVE FSNP-NOME      TO WS-ANT-NOME
               EXIT SECTION
           END-IF

           IF WS-GRUPO-ABERTO = "N"
               MOVE "S" TO WS-GRUPO-ABERTO
               ADD 1 TO WS-QTD-GRUPOS
               MOVE WS-ANT-CPF(8:2)  TO MASC-ULT-2
               MOVE WS-QTD-GRUPOS    TO GRP-NUMERO
               MOVE WS-CPF-MASCARADO TO GRP-CPF-MASC
               MOVE WS-LINHA-GRUPO TO DUPOUT-LINHA
               WRITE DUPOUT-LINHA

               MOVE WS-ANT-MATRICULA TO DET-MATRICULA
               MOVE WS-ANT-NOME      TO DET-NOME
               PERFORM 2200-LISTAR-MATRICULA
           END-IF

           MOVE FSNP-MATRICULA TO DET-MATRICULA
           MOVE FSNP-NOME      TO DET-NOME
           PERFORM 2200-LISTAR-MATRICULA.

       2200-LISTAR-MATRICULA SECTION.
           ADD 1 TO WS-QTD-MATRICULAS-ENV
           MOVE WS-LINHA-DET TO DUPOUT-LINHA
           WRITE DUPOUT-LINHA

           MOVE SPACES TO WORK-REC
           MOVE WS-QTD-GRUPOS TO WORK-GRUPO
           MOVE DET-MATRICULA TO WORK-MATRICULA
           MOVE DET-NOME      TO WORK-NOME
           WRITE WORK-REC.

       9000-FINALIZAR SECTION.
           MOVE ALL "-" TO DUPOUT-LINHA

           CLOSE DUP-REPORT-FILE
           CLOSE WORKLIST-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           DISPLAY "CPF-DUP-SWEEP: GRUPOS=" WS-QTD-GRUPOS
               " MATRICULAS=" WS-QTD-MATRICULAS-ENV.
