           05  HR-EXPORT-MATRICULA   PIC 9(09).
           05  HR-EXPORT-NOME        PIC X(50).
           05  HR-EXPORT-PIS         PIC 9(11).
           05  HR-EXPORT-ADMISSAO    PIC 9(08).
           05  HR-EXPORT-CONTRATO    PIC X(01).
           05  HR-EXPORT-CARGO       PIC X(06).
           05  FILLER-HR-FUTURO      PIC X(10).

       FD  DRIFT-REPORT-FILE.
           MOVE ALL "-" TO DRIFTOUT-LINHA
           WRITE DRIFTOUT-LINHA

      *> Ao vivo de proposito, nao pelo FUNC-SNAPSHOT: a conferencia e
      *> do feed contra o banco, e o snapshot sai da mesma janela que
      *> gerou o feed.
           MOVE 0 TO FT-QTD
           CALL "TRE0028-TABELA-FUNC" USING FUNC-TABELA-PARAMS
           END-CALL
               MOVE "NOME DIVERGE DA TABELA" TO DET-TEXTO
               MOVE WS-LINHA-DET TO DRIFTOUT-LINHA
               WRITE DRIFTOUT-LINHA
             WHEN HR-EXPORT-CARGO NOT = FT-CARGO(WS-IDX-ACHADO)
               MOVE "S" TO WS-VISTO(WS-IDX-ACHADO)
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE "CARGO DIVERGE DA TABELA" TO DET-TEXTO
               MOVE WS-LINHA-DET TO DRIFTOUT-LINHA
               WRITE DRIFTOUT-LINHA
             WHEN OTHER
               MOVE "S" TO WS-VISTO(WS-IDX-ACHADO)
               ADD 1 TO WS-QTD-CONFEREM
