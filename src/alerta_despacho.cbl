       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA-DESPACHO.

      *> Despacho da fila de alertas (ALERTA-FILA, gravada pelo
      *> ALERTA) para o gateway de e-mail/SMS do plantao. Roda pelo
      *> agendador a cada poucos minutos e tambem e chamado pelo
      *> NIGHTLY-BATCH antes de abortar a janela -- o plantao fica
      *> sabendo na hora, nao de manha.
      *>
      *> Roteamento em ALERTA-ROTAS.CFG, uma rota por linha:
      *>   CANAL;DESTINO;SEVERIDADES;ORIGEM;EMPRESA
      *> CANAL EMAIL ou SMS; SEVERIDADES e a lista das letras
      *> atendidas ("C", "CA", ...); ORIGEM e EMPRESA restringem a
      *> rota a um programa ou a uma empresa. Campo em branco vale
      *> qualquer um. Linha em branco ou comecando por "*" e
      *> comentario, como no NIGHTLY-STAGES.CFG.
      *>
      *> Cada alerta ABERTO e ainda nao despachado vira uma mensagem
      *> por rota que o atende no ALERTA-GATEWAY (CANAL;DESTINO;
      *> TEXTO, uma por linha, que o gateway recolhe) e e marcado
      *> como despachado. Alerta que ja recebeu ciencia no console
      *> antes do despacho e so marcado. Alerta sem rota nenhuma fica
      *> pendente para a proxima passada e da RETURN-CODE 4; sem o
      *> arquivo de rotas nada e despachado (RETURN-CODE 8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILA-FILE ASSIGN TO "ALERTA-FILA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFL-CHAVE
               FILE STATUS IS WS-AFL-FS.
           SELECT ROTAS-CFG-FILE ASSIGN TO "ALERTA-ROTAS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FS.
           SELECT GATEWAY-FILE ASSIGN TO "ALERTA-GATEWAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GTW-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILA-FILE.
       01  AFL-REC.
           05  AFL-CHAVE.
               10  AFL-TIMESTAMP     PIC X(16).
               10  AFL-SEQ           PIC 9(04).
           05  AFL-SEVERIDADE        PIC X(01).
           05  AFL-ORIGEM            PIC X(24).
           05  AFL-EMPRESA           PIC X(02).
           05  AFL-MENSAGEM          PIC X(80).
           05  AFL-SITUACAO          PIC X(10).
           05  AFL-DESPACHO          PIC X(01).
           05  AFL-DESPACHO-TS       PIC X(14).
           05  AFL-CIENTE-POR        PIC X(10).
           05  AFL-CIENTE-TS         PIC X(14).

       FD  ROTAS-CFG-FILE.
       01  ROTAS-CFG-LINHA           PIC X(120).

       FD  GATEWAY-FILE.
       01  GTW-LINHA                 PIC X(240).

       WORKING-STORAGE SECTION.
       01  WS-AFL-FS                 PIC X(02) VALUE SPACES.
           88  WS-AFL-OK                        VALUE "00".
       01  WS-CFG-FS                 PIC X(02) VALUE SPACES.
           88  WS-CFG-OK                        VALUE "00".
       01  WS-GTW-FS                 PIC X(02) VALUE SPACES.
           88  WS-GTW-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

      *> Rotas carregadas do ALERTA-ROTAS.CFG.
       01  WS-ROTAS.
           05  WS-ROT-QTD            PIC 9(02) COMP-5 VALUE 0.
           05  WS-ROT-LINHA OCCURS 50 TIMES.
               10  WS-ROT-CANAL      PIC X(05).
               10  WS-ROT-DESTINO    PIC X(60).
               10  WS-ROT-SEVERIDADES PIC X(05).
               10  WS-ROT-ORIGEM     PIC X(24).
               10  WS-ROT-EMPRESA    PIC X(02).
       01  WS-R                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-CFG-CANAL              PIC X(05) VALUE SPACES.
       01  WS-CFG-DESTINO            PIC X(60) VALUE SPACES.
       01  WS-CFG-SEVERIDADES        PIC X(05) VALUE SPACES.
       01  WS-CFG-ORIGEM             PIC X(24) VALUE SPACES.
       01  WS-CFG-EMPRESA            PIC X(02) VALUE SPACES.

       01  WS-QTD-SEV                PIC 9(02) COMP-5 VALUE 0.
       01  WS-QTD-ENVIOS-ALERTA      PIC 9(02) COMP-5 VALUE 0.
       01  WS-TEXTO                  PIC X(160) VALUE SPACES.
       01  WS-SEV-NOME               PIC X(07) VALUE SPACES.
       01  WS-PTR                    PIC 9(03) COMP-5 VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DESPACHADOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-MENSAGENS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-JA-CIENTES     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-ROTA       PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-CARREGAR-ROTAS
           IF WS-ROT-QTD = 0
               DISPLAY "ALERTA-DESPACHO: SEM ROTAS EM "
                   "ALERTA-ROTAS.CFG - NADA DESPACHADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ALERTA-FILA-FILE
           IF NOT WS-AFL-OK
               DISPLAY "ALERTA-DESPACHO: FILA VAZIA OU INDISPONIVEL "
                   "(STATUS=" WS-AFL-FS ")"
               GOBACK
           END-IF

           OPEN EXTEND GATEWAY-FILE
           IF NOT WS-GTW-OK
               OPEN OUTPUT GATEWAY-FILE
           END-IF

           MOVE LOW-VALUES TO AFL-CHAVE
           MOVE "N" TO WS-EOF
           START ALERTA-FILA-FILE KEY NOT < AFL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ ALERTA-FILA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF AFL-DESPACHO NOT = "S"
                           PERFORM 2000-DESPACHAR-ALERTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALERTA-FILA-FILE
           CLOSE GATEWAY-FILE

           IF WS-QTD-SEM-ROTA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ALERTA-DESPACHO: PENDENTES=" WS-QTD-LIDOS
               " DESPACHADOS=" WS-QTD-DESPACHADOS
               " MENSAGENS=" WS-QTD-MENSAGENS
               " JA-CIENTES=" WS-QTD-JA-CIENTES
               " SEM-ROTA=" WS-QTD-SEM-ROTA
           GOBACK.

       1000-CARREGAR-ROTAS SECTION.
           MOVE 0 TO WS-ROT-QTD
           OPEN INPUT ROTAS-CFG-FILE
           IF NOT WS-CFG-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ ROTAS-CFG-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 1100-APLICAR-LINHA-CFG
               END-READ
           END-PERFORM
           CLOSE ROTAS-CFG-FILE
           MOVE "N" TO WS-EOF.

       1100-APLICAR-LINHA-CFG SECTION.
           IF ROTAS-CFG-LINHA = SPACES
                   OR ROTAS-CFG-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CFG-CANAL WS-CFG-DESTINO
                          WS-CFG-SEVERIDADES WS-CFG-ORIGEM
                          WS-CFG-EMPRESA
           UNSTRING ROTAS-CFG-LINHA DELIMITED BY ";"
               INTO WS-CFG-CANAL
                    WS-CFG-DESTINO
                    WS-CFG-SEVERIDADES
                    WS-CFG-ORIGEM
                    WS-CFG-EMPRESA
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CFG-CANAL) TO WS-CFG-CANAL
           MOVE FUNCTION UPPER-CASE(WS-CFG-SEVERIDADES)
               TO WS-CFG-SEVERIDADES

           IF (WS-CFG-CANAL NOT = "EMAIL" AND WS-CFG-CANAL NOT = "SMS")
                   OR WS-CFG-DESTINO = SPACES
               DISPLAY "ALERTA-DESPACHO: rota invalida: "
                   ROTAS-CFG-LINHA
               EXIT SECTION
           END-IF

           IF WS-ROT-QTD >= 50
               DISPLAY "ALERTA-DESPACHO: mais de 50 rotas "
                   "configuradas, excedente ignorado"
               EXIT SECTION
           END-IF

           ADD 1 TO WS-ROT-QTD
           MOVE WS-CFG-CANAL       TO WS-ROT-CANAL(WS-ROT-QTD)
           MOVE WS-CFG-DESTINO     TO WS-ROT-DESTINO(WS-ROT-QTD)
           MOVE WS-CFG-SEVERIDADES TO WS-ROT-SEVERIDADES(WS-ROT-QTD)
           MOVE WS-CFG-ORIGEM      TO WS-ROT-ORIGEM(WS-ROT-QTD)
           MOVE WS-CFG-EMPRESA     TO WS-ROT-EMPRESA(WS-ROT-QTD).

       2000-DESPACHAR-ALERTA SECTION.
           ADD 1 TO WS-QTD-LIDOS

      *> Ciencia dada antes do despacho: o supervisor ja sabe, nao ha
      *> por que acordar o plantao.
           IF AFL-SITUACAO NOT = "ABERTO"
               ADD 1 TO WS-QTD-JA-CIENTES
               PERFORM 2900-MARCAR-DESPACHADO
               EXIT SECTION
           END-IF

           PERFORM 2100-MONTAR-TEXTO
           MOVE 0 TO WS-QTD-ENVIOS-ALERTA
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-ROT-QTD
               MOVE 0 TO WS-QTD-SEV
               IF WS-ROT-SEVERIDADES(WS-R) NOT = SPACES
                   INSPECT WS-ROT-SEVERIDADES(WS-R)
                       TALLYING WS-QTD-SEV FOR ALL AFL-SEVERIDADE
               END-IF
               IF (WS-ROT-SEVERIDADES(WS-R) = SPACES
                       OR WS-QTD-SEV > 0)
                   AND (WS-ROT-ORIGEM(WS-R) = SPACES
                       OR WS-ROT-ORIGEM(WS-R) = AFL-ORIGEM)
                   AND (WS-ROT-EMPRESA(WS-R) = SPACES
                       OR WS-ROT-EMPRESA(WS-R) = AFL-EMPRESA)
                   PERFORM 2200-GRAVAR-MENSAGEM
               END-IF
           END-PERFORM

           IF WS-QTD-ENVIOS-ALERTA = 0
               ADD 1 TO WS-QTD-SEM-ROTA
               DISPLAY "ALERTA-DESPACHO: alerta " AFL-CHAVE
                   " sem rota (" AFL-SEVERIDADE " "
                   FUNCTION TRIM(AFL-ORIGEM) " " AFL-EMPRESA ")"
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-DESPACHADOS
           PERFORM 2900-MARCAR-DESPACHADO.

       2100-MONTAR-TEXTO SECTION.
      *> Texto curto o bastante para um SMS: severidade, origem,
      *> empresa, quando e a mensagem.
           EVALUATE AFL-SEVERIDADE
               WHEN "C"   MOVE "CRITICO" TO WS-SEV-NOME
               WHEN "A"   MOVE "AVISO"   TO WS-SEV-NOME
               WHEN OTHER MOVE "INFO"    TO WS-SEV-NOME
           END-EVALUATE
           MOVE SPACES TO WS-TEXTO
           MOVE 1 TO WS-PTR
           STRING
               "["                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEV-NOME) DELIMITED BY SIZE
               "] "                      DELIMITED BY SIZE
               FUNCTION TRIM(AFL-ORIGEM) DELIMITED BY SIZE
               INTO WS-TEXTO WITH POINTER WS-PTR
           END-STRING
           IF AFL-EMPRESA NOT = SPACES
               STRING " E" AFL-EMPRESA DELIMITED BY SIZE
                   INTO WS-TEXTO WITH POINTER WS-PTR
               END-STRING
           END-IF
           STRING
               " "                       DELIMITED BY SIZE
               AFL-TIMESTAMP(7:2)        DELIMITED BY SIZE
               "/"                       DELIMITED BY SIZE
               AFL-TIMESTAMP(5:2)        DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               AFL-TIMESTAMP(9:2)        DELIMITED BY SIZE
               ":"                       DELIMITED BY SIZE
               AFL-TIMESTAMP(11:2)       DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               FUNCTION TRIM(AFL-MENSAGEM) DELIMITED BY SIZE
               INTO WS-TEXTO WITH POINTER WS-PTR
           END-STRING.

       2200-GRAVAR-MENSAGEM SECTION.
           MOVE SPACES TO GTW-LINHA
           STRING
               FUNCTION TRIM(WS-ROT-CANAL(WS-R))   DELIMITED BY SIZE
               ";"                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROT-DESTINO(WS-R)) DELIMITED BY SIZE
               ";"                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-TEXTO)             DELIMITED BY SIZE
               INTO GTW-LINHA
           END-STRING
           WRITE GTW-LINHA
           ADD 1 TO WS-QTD-ENVIOS-ALERTA
           ADD 1 TO WS-QTD-MENSAGENS.

       2900-MARCAR-DESPACHADO SECTION.
           MOVE "S" TO AFL-DESPACHO
           MOVE FUNCTION CURRENT-DATE(1:14) TO AFL-DESPACHO-TS
           REWRITE AFL-REC
               INVALID KEY
                   DISPLAY "ALERTA-DESPACHO: falha ao marcar o alerta "
                       AFL-CHAVE " (STATUS=" WS-AFL-FS ")"
           END-REWRITE.
