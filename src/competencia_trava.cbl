       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPETENCIA-TRAVA.

      *> Consulta da trava final de competencia, aplicada pelo
      *> FECHAMENTO-COMPETENCIA depois que o checklist do mes passa
      *> inteiro. O PERIODO-CONTROLE trava cada processo por si
      *> (FOLHA-nn, ADIANT-nn, ...); a trava vale para todos -- folha,
      *> FGTS, guias, eSocial, provisao, horas -- e so o
      *> PERIODO-REOPEN, com supervisor, desfaz. Contrato em
      *> competencia_trava.cpy.
      *>
      *> Controle de periodo indisponivel nao trava nada: e o mesmo
      *> criterio da folha, que cria o arquivo na primeira rodada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO-CONTROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-PER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FILE.
       01  PER-REC.
           05  PER-CHAVE.
               10  PER-COMPETENCIA   PIC X(06).
               10  PER-PROCESSO      PIC X(12).
           05  PER-STATUS            PIC X(08).
           05  PER-DATA-FECH         PIC X(14).
           05  PER-REABERTURAS       PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-PER-FS                 PIC X(02) VALUE SPACES.
           88  WS-PER-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       LINKAGE SECTION.
       COPY "competencia_trava.cpy".

       PROCEDURE DIVISION USING COMPETENCIA-TRAVA-PARAMS.
       0000-MAINLINE SECTION.
           MOVE "LIV"  TO CTRV-STATUS
           MOVE SPACES TO CTRV-EMP-TRAVA
           MOVE SPACES TO CTRV-DATA-TRAVA

           OPEN INPUT PERIODO-FILE
           IF NOT WS-PER-OK
               GOBACK
           END-IF

           IF CTRV-EMPRESA NOT = SPACES
               PERFORM 1000-LER-TRAVA-EMPRESA
           ELSE
               PERFORM 2000-LER-TRAVAS
           END-IF

           CLOSE PERIODO-FILE
           GOBACK.

       1000-LER-TRAVA-EMPRESA SECTION.
           MOVE CTRV-COMPETENCIA TO PER-COMPETENCIA
           MOVE SPACES           TO PER-PROCESSO
           STRING "TRAVA-" CTRV-EMPRESA INTO PER-PROCESSO
           END-STRING
           READ PERIODO-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF PER-STATUS = "TRAVADO"
               MOVE "TRV"         TO CTRV-STATUS
               MOVE CTRV-EMPRESA  TO CTRV-EMP-TRAVA
               MOVE PER-DATA-FECH TO CTRV-DATA-TRAVA
           END-IF.

      *> Sem empresa: as chaves "TRAVA-" da competencia vem juntas,
      *> a primeira travada responde.
       2000-LER-TRAVAS SECTION.
           MOVE CTRV-COMPETENCIA TO PER-COMPETENCIA
           MOVE "TRAVA-"         TO PER-PROCESSO
           MOVE "N" TO WS-EOF
           START PERIODO-FILE KEY NOT < PER-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ PERIODO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PER-COMPETENCIA NOT = CTRV-COMPETENCIA
                               OR PER-PROCESSO(1:6) NOT = "TRAVA-"
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF PER-STATUS = "TRAVADO"
                               MOVE "TRV"  TO CTRV-STATUS
                               MOVE PER-PROCESSO(7:2)
                                   TO CTRV-EMP-TRAVA
                               MOVE PER-DATA-FECH TO CTRV-DATA-TRAVA
                               MOVE "S" TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
