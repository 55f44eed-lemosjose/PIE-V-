       01  WS-LIXO                   PIC X(80) VALUE SPACES.
       01  WS-ULT-NUM-DOC            PIC X(20) VALUE SPACES.

      *> Segmento de credito do banco de cada remessa (CNAB-PERFIL).
       COPY "cnab_perfil.cpy".

       01  WS-GRP-QTD                PIC 9(07) VALUE ZEROS.
       01  WS-GRP-TOT-CHQ            PIC S9(15) VALUE ZEROS.
       01  WS-GRP-TOT-CNAB           PIC S9(15) VALUE ZEROS.
           END-IF
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-ULT-NUM-DOC
           MOVE "C" TO PRF-OPERACAO
           MOVE SPACES TO PRF-BANCO
           CALL "CNAB-PERFIL" USING CNAB-PERFIL-PARAMS
           END-CALL
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ REMESSA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                         WHEN REM-TIPO-REG = "0"
      *> Header de arquivo: o banco da remessa desta empresa.
                           MOVE "C" TO PRF-OPERACAO
                           MOVE REMESSA-REC(1:3) TO PRF-BANCO
                           CALL "CNAB-PERFIL" USING CNAB-PERFIL-PARAMS
                           END-CALL
                         WHEN REM-TIPO-REG = "5"
                           MOVE REM-SOMA-VALOR TO WS-EMP-TOT-CNAB
                         WHEN REMA-TIPO-REG = "3"
                                 AND REMA-SEGMENTO = PRF-SEG-CREDITO
                                 AND REMA-VALOR IS NUMERIC
                                 AND REMA-VALOR > 0
                           IF REMA-NUM-DOC NOT = WS-ULT-NUM-DOC
