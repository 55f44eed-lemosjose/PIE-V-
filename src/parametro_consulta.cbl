       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETRO-CONSULTA.

      *> Resolucao de parametro de negocio para uma data, no lugar do
      *> ACCEPT ... FROM ENVIRONMENT espalhado em cada programa --
      *> ninguem sabia dizer que multa estava em vigor numa noite, e
      *> um erro de digitacao no script do job mudou a multa por
      *> atraso por uma semana. Contrato em parametro_consulta.cpy;
      *> o cadastro e mantido pelo PARAMETRO-MAINTAIN.
      *>
      *> Ordem: vigencia da empresa com data <= a data pedida (a mais
      *> recente), depois a vigencia geral (empresa "00"). Parametro
      *> ainda nao cadastrado cai na variavel de ambiente de mesmo
      *> nome e, sem ela, no padrao do programa -- e o cabecalho do
      *> relatorio diz de onde o valor veio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO "PARAMETRO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-PRM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-FILE.
       01  PRM-REC.
           05  PRM-CHAVE.
               10  PRM-NOME          PIC X(24).
               10  PRM-EMPRESA       PIC X(02).
               10  PRM-VIGENCIA      PIC 9(08).
           05  PRM-VALOR             PIC S9(15).
           05  PRM-DESCRICAO         PIC X(40).
           05  PRM-OPERADOR          PIC X(10).
           05  PRM-TIMESTAMP         PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-PRM-FS                 PIC X(02) VALUE SPACES.
           88  WS-PRM-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-EMPRESA-BUSCA          PIC X(02) VALUE SPACES.
       01  WS-ACHOU                  PIC X(01) VALUE "N".
           88  WS-ACHOU-SIM                     VALUE "S".
       01  WS-AMB-TXT                PIC X(20) VALUE SPACES.
       01  WS-VALOR-ED               PIC -(15)9.
       01  WS-ORIGEM-TXT             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       COPY "parametro_consulta.cpy".

       PROCEDURE DIVISION USING PARAMETRO-CONSULTA-PARAMS.
       0000-MAINLINE SECTION.
           IF PARC-DATA = 0
               MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
                   TO PARC-DATA
           END-IF
           MOVE "PAD"  TO PARC-ORIGEM
           MOVE 0      TO PARC-VIGENCIA
           MOVE SPACES TO PARC-VIG-EMPRESA
           MOVE "N"    TO WS-ACHOU

           OPEN INPUT PARAMETRO-FILE
           IF WS-PRM-OK
               IF PARC-EMPRESA NOT = SPACES AND PARC-EMPRESA NOT = "00"
                   MOVE PARC-EMPRESA TO WS-EMPRESA-BUSCA
                   PERFORM 1000-BUSCAR-VIGENCIA
               END-IF
               IF NOT WS-ACHOU-SIM
                   MOVE "00" TO WS-EMPRESA-BUSCA
                   PERFORM 1000-BUSCAR-VIGENCIA
               END-IF
               CLOSE PARAMETRO-FILE
           END-IF

           IF NOT WS-ACHOU-SIM
               PERFORM 2000-VARIAVEL-AMBIENTE
           END-IF

           PERFORM 3000-MONTAR-LINHA
           GOBACK.

      *> A vigencia mais recente ate a data pedida: as chaves de um
      *> mesmo parametro e empresa vem em ordem de vigencia.
       1000-BUSCAR-VIGENCIA SECTION.
           MOVE PARC-NOME        TO PRM-NOME
           MOVE WS-EMPRESA-BUSCA TO PRM-EMPRESA
           MOVE 0                TO PRM-VIGENCIA
           MOVE "N" TO WS-EOF
           START PARAMETRO-FILE KEY NOT < PRM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ PARAMETRO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRM-NOME NOT = PARC-NOME
                               OR PRM-EMPRESA NOT = WS-EMPRESA-BUSCA
                               OR PRM-VIGENCIA > PARC-DATA
                           MOVE "S" TO WS-EOF
                       ELSE
                           MOVE "S"          TO WS-ACHOU
                           MOVE "MST"        TO PARC-ORIGEM
                           MOVE PRM-VALOR    TO PARC-VALOR
                           MOVE PRM-VIGENCIA TO PARC-VIGENCIA
                           MOVE PRM-EMPRESA  TO PARC-VIG-EMPRESA
                       END-IF
               END-READ
           END-PERFORM.

       2000-VARIAVEL-AMBIENTE SECTION.
           MOVE SPACES TO WS-AMB-TXT
           ACCEPT WS-AMB-TXT FROM ENVIRONMENT PARC-NOME
           IF WS-AMB-TXT = SPACES
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-AMB-TXT) NOT = 0
               DISPLAY "PARAMETRO-CONSULTA: " FUNCTION TRIM(PARC-NOME)
                   " NO AMBIENTE NAO E NUMERICO ("
                   FUNCTION TRIM(WS-AMB-TXT) "), IGNORADO"
               EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(WS-AMB-TXT) TO PARC-VALOR
           MOVE "AMB" TO PARC-ORIGEM.

       3000-MONTAR-LINHA SECTION.
           MOVE SPACES TO WS-ORIGEM-TXT
           EVALUATE PARC-ORIGEM
               WHEN "MST"
                   IF PARC-VIG-EMPRESA = "00"
                       STRING "PARAMETRO-MASTER GERAL DESDE "
                           PARC-VIGENCIA DELIMITED BY SIZE
                           INTO WS-ORIGEM-TXT
                       END-STRING
                   ELSE
                       STRING "PARAMETRO-MASTER E" PARC-VIG-EMPRESA
                           " DESDE " PARC-VIGENCIA DELIMITED BY SIZE
                           INTO WS-ORIGEM-TXT
                       END-STRING
                   END-IF
               WHEN "AMB"
                   MOVE "VARIAVEL DE AMBIENTE" TO WS-ORIGEM-TXT
               WHEN OTHER
                   MOVE "PADRAO DO PROGRAMA" TO WS-ORIGEM-TXT
           END-EVALUATE

           MOVE PARC-VALOR TO WS-VALOR-ED
           MOVE SPACES TO PARC-LINHA
           STRING "  " FUNCTION TRIM(PARC-NOME) DELIMITED BY SIZE
               " = "                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-VALOR-ED)      DELIMITED BY SIZE
               " ("                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORIGEM-TXT)    DELIMITED BY SIZE
               ")"                             DELIMITED BY SIZE
               INTO PARC-LINHA
           END-STRING.
