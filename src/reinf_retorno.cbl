       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINF-RETORNO.

      *> Recusas da EFD-Reinf: le o retorno do transmissor (um
      *> registro por evento enviado pelo REINF-EXPORT, com o status
      *> e o motivo da recusa) e grava os eventos recusados na
      *> REINF-WORKLIST, no mesmo molde do ESOCIAL-RETORNO -- o
      *> fiscal corrige o cadastro ou a retencao e roda o
      *> REINF-EXPORT com REINF-REENVIO = "S", que reenvia so os
      *> prestadores da lista.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "REINF-RETORNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
           SELECT WORKLIST-FILE ASSIGN TO "REINF-WORKLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETORNO-REPORT-FILE ASSIGN TO "REINF-RET-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Retorno do transmissor: status "AC" = evento aceito,
      *> qualquer outro valor = recusado com o motivo informado.
       FD  RETORNO-FILE.
       01  RETIN-REC.
           05  RETIN-TIPO            PIC X(06).
           05  RETIN-COMPETENCIA     PIC X(06).
           05  RETIN-CNPJ-PRESTADOR  PIC 9(14).
           05  RETIN-STATUS          PIC X(02).
           05  RETIN-MOTIVO          PIC X(40).

      *> Lista de trabalho para o fiscal: um item por evento
      *> recusado, com o motivo do transmissor.
       FD  WORKLIST-FILE.
       01  WORK-REC.
           05  WORK-TIPO             PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WORK-COMPETENCIA      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WORK-CNPJ-PRESTADOR   PIC 9(14).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WORK-MOTIVO           PIC X(40).

       FD  RETORNO-REPORT-FILE.
       01  RETOUT-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RET-FS                 PIC X(02) VALUE SPACES.
           88  WS-RET-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ACEITOS        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RECUSADOS      PIC 9(07) VALUE ZEROS.

       01  WS-LINHA-DET.
           05  DET-TIPO              PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-CNPJ              PIC 9(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-COMPETENCIA       PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-TEXTO             PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL WS-FIM-ARQUIVO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           OPEN INPUT RETORNO-FILE
           IF NOT WS-RET-OK
               DISPLAY "REINF-RETORNO: RETORNO NAO ENCONTRADO "
                   "(STATUS=" WS-RET-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT WORKLIST-FILE
           OPEN OUTPUT RETORNO-REPORT-FILE

           MOVE "RETORNO DO TRANSMISSOR EFD-REINF" TO RETOUT-LINHA
           WRITE RETOUT-LINHA
           MOVE ALL "-" TO RETOUT-LINHA
           WRITE RETOUT-LINHA

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ RETORNO-FILE
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       2000-PROCESSAR SECTION.
           IF RETIN-STATUS = "AC"
               ADD 1 TO WS-QTD-ACEITOS
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-RECUSADOS

      *> Recusa de fechamento (R-2099/R-4099) vem sem prestador: o
      *> item vai para a lista com o CNPJ zerado.
           IF RETIN-CNPJ-PRESTADOR IS NOT NUMERIC
               MOVE ZEROS TO RETIN-CNPJ-PRESTADOR
           END-IF

           MOVE SPACES TO WORK-REC
           MOVE RETIN-TIPO           TO WORK-TIPO
           MOVE RETIN-COMPETENCIA    TO WORK-COMPETENCIA
           MOVE RETIN-CNPJ-PRESTADOR TO WORK-CNPJ-PRESTADOR
           MOVE RETIN-MOTIVO         TO WORK-MOTIVO
           WRITE WORK-REC

           MOVE SPACES TO WS-LINHA-DET
           MOVE RETIN-TIPO           TO DET-TIPO
           MOVE RETIN-CNPJ-PRESTADOR TO DET-CNPJ
           MOVE RETIN-COMPETENCIA    TO DET-COMPETENCIA
           MOVE SPACES TO DET-TEXTO
           STRING
               "RECUSADO: " DELIMITED BY SIZE
               RETIN-MOTIVO DELIMITED BY SIZE
               INTO DET-TEXTO
           END-STRING
           MOVE WS-LINHA-DET TO RETOUT-LINHA
           WRITE RETOUT-LINHA

           PERFORM 1100-LER-PROXIMO.

       9000-FINALIZAR SECTION.
           MOVE ALL "-" TO RETOUT-LINHA
           WRITE RETOUT-LINHA
           MOVE SPACES TO RETOUT-LINHA
           STRING
               "LIDOS: "        DELIMITED BY SIZE
               WS-QTD-LIDOS     DELIMITED BY SIZE
               "  ACEITOS: "    DELIMITED BY SIZE
               WS-QTD-ACEITOS   DELIMITED BY SIZE
               "  RECUSADOS: "  DELIMITED BY SIZE
               WS-QTD-RECUSADOS DELIMITED BY SIZE
               INTO RETOUT-LINHA
           END-STRING
           WRITE RETOUT-LINHA

           CLOSE RETORNO-FILE
           CLOSE WORKLIST-FILE
           CLOSE RETORNO-REPORT-FILE

           DISPLAY "REINF-RETORNO: LIDOS=" WS-QTD-LIDOS
               " ACEITOS=" WS-QTD-ACEITOS
               " RECUSADOS=" WS-QTD-RECUSADOS.
