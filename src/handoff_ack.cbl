      *> seguinte, o que foi enviado e nunca confirmado (ou confirmado
      *> com erro) -- em vez de descobrir boleto faltando pelo cliente
      *> que nao recebeu.
      *> HANDOFF-PREFIXO escolhe o handoff a cruzar: em branco e o
      *> EXTENSO-HANDOFF; "AVISO-HANDOFF" cruza os avisos de
      *> pagamento do AVISO-PAGAMENTO e "PROMIS-HANDOFF" as notas
      *> promissorias e recibos do PROMISSORIA-EMITE, que vao ao
      *> mesmo gerador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  HANDOFF-FILE.
       01  HANDOFF-REC.
           05  HANDOFF-DOC           PIC X(10).
           05  FILLER                PIC X(711).

       FD  ACK-IN-FILE.
       01  ACKIN-REC.
      *> Handoff por empresa (sufixo -Enn), como o EXTENSO-BATCH grava.
       01  WS-EMPRESA                PIC X(02) VALUE "01".
       01  WS-NOME-HANDOFF           PIC X(22) VALUE SPACES.
       01  WS-PREFIXO                PIC X(17) VALUE SPACES.

       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           ACCEPT WS-PREFIXO FROM ENVIRONMENT "HANDOFF-PREFIXO"
           IF WS-PREFIXO = SPACES
               MOVE "EXTENSO-HANDOFF" TO WS-PREFIXO
           END-IF
           MOVE SPACES TO WS-NOME-HANDOFF
           STRING WS-PREFIXO DELIMITED BY SPACE
               "-E"          DELIMITED BY SIZE
               WS-EMPRESA    DELIMITED BY SIZE
               INTO WS-NOME-HANDOFF
           END-STRING

           OPEN INPUT HANDOFF-FILE
           IF NOT WS-HANDOFF-OK
               DISPLAY "ERRO: " FUNCTION TRIM(WS-PREFIXO)
                   " NAO ENCONTRADO"
               STOP RUN
           END-IF

