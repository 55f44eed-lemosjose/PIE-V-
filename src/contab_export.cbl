      *> sistema contabil: uma partida por setor da folha (dos
      *> subtotais SUBTOTAL SETOR que o PAYROLL-RUN ja grava no
      *> PAYROLL-OUT-Enn), uma por boleto pago hoje no
      *> BOLETO-REGISTER, uma pelo total das remessas do WIRE-OUT e
      *> uma por setor dos reembolsos de despesas pagos hoje no
      *> REEMB-MASTER (TIPO = REEMB, CHAVE = setor). Remessas
      *> devolvidas hoje no WIRE-REGISTER (WIRE-RETORNO) geram o
      *> estorno pela taxa contratada (EVENTO WIRE-DEVOL) e a
      *> variacao cambial da reconversao (EVENTO VCAMB-ATIV para
      *> ganho, VCAMB-PASS para perda).
      *> O de-para de contas vem do arquivo CONTA-MAPA, mantido pela
      *> contabilidade (TIPO;CHAVE;CONTA-DEBITO;CONTA-CREDITO, com
      *> TIPO = SETOR, EVENTO, REEMB, ICREC ou ICPAG). Setor ou
      *> evento SEM conta mapeada DERRUBA a exportacao inteira --
      *> partida desbalanceada nunca sai daqui, nem meia exportacao.
      *> Funcionario com rateio (RATEIO-MASTER) ja chega repartido
      *> nos subtotais do PAYROLL-OUT, e cada parte vai para a conta
      *> do seu setor sem nenhum tratamento aqui.
      *> A recarga de funcionarios cedidos gerada hoje pelo
      *> CESSAO-RECARGA entra com o lado da empresa no par:
      *> TIPO = ICREC quando ela e a credora, ICPAG quando e a
      *> devedora, CHAVE = a outra empresa do par.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SET-CODIGO
               FILE STATUS IS WS-SET-FS.
           SELECT REEMB-MASTER-FILE ASSIGN TO "REEMB-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-CHAVE
               FILE STATUS IS WS-RMB-FS.
           SELECT WIRE-REG-FILE ASSIGN TO "WIRE-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WREG-REFERENCIA
               FILE STATUS IS WS-WREG-FS.
           SELECT RECARGA-FILE ASSIGN TO "CESSAO-RECARGA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCG-CHAVE
               FILE STATUS IS WS-RCG-FS.
           SELECT EXPORT-FILE ASSIGN TO "CONTAB-EXPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-FILE ASSIGN TO "CONTAB-EXPORT-ERROS"
           05  SET-RESPONSAVEL       PIC X(30).
           05  SET-ATIVO             PIC X(01).
           05  SET-ORCAMENTO         PIC 9(15).
           05  SET-SINDICATO         PIC X(06).

       FD  REEMB-MASTER-FILE.
       01  RMB-REC.
           05  RMB-CHAVE.
               10  RMB-MATRICULA     PIC 9(09).
               10  RMB-ANOMES        PIC 9(06).
               10  RMB-SEQ           PIC 9(03).
           05  RMB-EMPRESA           PIC X(02).
           05  RMB-CATEGORIA         PIC X(10).
           05  RMB-DATA-DESPESA      PIC 9(08).
           05  RMB-VALOR             PIC 9(15).
           05  RMB-SETOR             PIC X(10).
           05  RMB-COMPROVANTE       PIC X(20).
           05  RMB-DESCRICAO         PIC X(40).
           05  RMB-SOLICITANTE       PIC X(10).
           05  RMB-DATA-ENTRADA      PIC 9(08).
           05  RMB-STATUS            PIC X(10).
           05  RMB-APROVADOR         PIC X(10).
           05  RMB-DATA-APROV        PIC 9(08).
           05  RMB-MOTIVO            PIC X(30).
           05  RMB-DATA-PGTO         PIC 9(08).
           05  RMB-TRILHO            PIC X(01).

       FD  WIRE-REG-FILE.
       01  WREG-REC.
           05  WREG-REFERENCIA       PIC X(16).
           05  WREG-EMPRESA          PIC X(02).
           05  WREG-DATA-ENVIO       PIC 9(08).
           05  WREG-BENEFICIARIO     PIC X(40).
           05  WREG-IBAN             PIC X(34).
           05  WREG-BIC              PIC X(11).
           05  WREG-MOEDA            PIC X(03).
           05  WREG-VALOR-MOEDA      PIC 9(15).
           05  WREG-TAXA-CONTRATADA  PIC 9(13).
           05  WREG-VALOR-BRL        PIC 9(15).
           05  WREG-STATUS           PIC X(10).
           05  WREG-DATA-STATUS      PIC 9(08).
           05  WREG-VALOR-CREDITADO  PIC 9(15).
           05  WREG-TARIFAS          PIC 9(15).
           05  WREG-MOTIVO           PIC X(40).
           05  WREG-TAXA-BANCO       PIC 9(13).
           05  WREG-TAXA-DEVOLUCAO   PIC 9(13).
           05  WREG-VALOR-DEVOLVIDO  PIC 9(15).
           05  WREG-BRL-DEVOLVIDO    PIC 9(15).
           05  WREG-VARIACAO-CAMBIAL PIC S9(15).

       FD  RECARGA-FILE.
       01  RCG-REC.
           05  RCG-CHAVE.
               10  RCG-COMPETENCIA   PIC 9(06).
               10  RCG-EMPRESA-A     PIC X(02).
               10  RCG-EMPRESA-B     PIC X(02).
           05  RCG-VALOR-AB          PIC 9(15).
           05  RCG-VALOR-BA          PIC 9(15).
           05  RCG-CREDORA           PIC X(02).
           05  RCG-DEVEDORA          PIC X(02).
           05  RCG-VALOR             PIC 9(15).
           05  RCG-QTD-FUNC          PIC 9(05).
           05  RCG-GERACAO           PIC X(14).

       FD  EXPORT-FILE.
       01  EXP-REC.
           88  WS-BREG-OK                       VALUE "00".
       01  WS-WIRE-FS                PIC X(02) VALUE SPACES.
           88  WS-WIRE-OK                       VALUE "00".
       01  WS-RMB-FS                 PIC X(02) VALUE SPACES.
           88  WS-RMB-OK                        VALUE "00".
       01  WS-WREG-FS                PIC X(02) VALUE SPACES.
           88  WS-WREG-OK                       VALUE "00".
       01  WS-RCG-FS                 PIC X(02) VALUE SPACES.
           88  WS-RCG-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-TRAILER-TOTAL-TXT      PIC X(20) VALUE SPACES.
       01  WS-LIXO                   PIC X(80) VALUE SPACES.

      *> Reembolsos pagos hoje, somados por setor.
       01  WS-REEMB-SETORES.
           05  WS-RS-QTD             PIC 9(03) COMP-5 VALUE 0.
           05  WS-RS-LINHA OCCURS 100 TIMES.
               10  WS-RS-SETOR       PIC X(10).
               10  WS-RS-VALOR       PIC S9(15) COMP-5.
       01  WS-K-RS                   PIC 9(03) COMP-5 VALUE 0.

      *> Devolucoes de remessa de hoje: estorno pela taxa contratada
      *> e variacao cambial (com sinal: positivo = ganho).
       01  WS-TOTAL-WIRE-DEVOL       PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-VARIACAO         PIC S9(15) VALUE ZEROS.
       01  WS-ACHOU-RS               PIC X(01) VALUE "N".

       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
           PERFORM 2000-PARTIDAS-FOLHA
           PERFORM 3000-PARTIDAS-BOLETOS
           PERFORM 4000-PARTIDA-WIRES
           PERFORM 5000-PARTIDAS-REEMBOLSO
           PERFORM 6000-PARTIDAS-DEVOLUCAO-WIRE
           PERFORM 7000-PARTIDAS-RECARGA
           PERFORM 9000-FINALIZAR
           GOBACK.

           MOVE "REMESSAS INTERNACIONAIS DO DIA"
               TO WS-PART-HIST(WS-PART-QTD).

       5000-PARTIDAS-REEMBOLSO SECTION.
      *> Reembolsos de despesas pagos hoje pelo lote do REEMB-PAGTO:
      *> uma partida por setor do item, pelo de-para TIPO=REEMB
      *> CHAVE=setor.
           OPEN INPUT REEMB-MASTER-FILE
           IF NOT WS-RMB-OK
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-RS-QTD
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ REEMB-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RMB-STATUS = "PAGO"
                               AND RMB-DATA-PGTO = WS-HOJE-NUM
                               AND RMB-EMPRESA = WS-EMPRESA
                           PERFORM 5100-SOMAR-SETOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REEMB-MASTER-FILE
           MOVE "N" TO WS-EOF

           PERFORM VARYING WS-K-RS FROM 1 BY 1
               UNTIL WS-K-RS > WS-RS-QTD
               PERFORM 5200-PARTIDA-REEMB-SETOR
           END-PERFORM.

       5100-SOMAR-SETOR SECTION.
           MOVE "N" TO WS-ACHOU-RS
           PERFORM VARYING WS-K-RS FROM 1 BY 1
               UNTIL WS-K-RS > WS-RS-QTD OR WS-ACHOU-RS = "S"
               IF WS-RS-SETOR(WS-K-RS) = RMB-SETOR
                   ADD RMB-VALOR TO WS-RS-VALOR(WS-K-RS)
                   MOVE "S" TO WS-ACHOU-RS
               END-IF
           END-PERFORM
           IF WS-ACHOU-RS = "S"
               EXIT SECTION
           END-IF
           IF WS-RS-QTD >= 100
               DISPLAY "CONTAB-EXPORT: REEMBOLSOS EM MAIS DE 100 "
                   "SETORES, EXCEDENTE PERDIDO - REVISAR"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-RS-QTD
           MOVE RMB-SETOR TO WS-RS-SETOR(WS-RS-QTD)
           MOVE RMB-VALOR TO WS-RS-VALOR(WS-RS-QTD).

       5200-PARTIDA-REEMB-SETOR SECTION.
           MOVE "REEMB"              TO WS-CAMPO-TIPO
           MOVE WS-RS-SETOR(WS-K-RS) TO WS-CAMPO-CHAVE
           PERFORM 1500-BUSCAR-MAPA
           IF WS-ACHOU-MAPA = "N"
               EXIT SECTION
           END-IF

           MOVE WS-RS-VALOR(WS-K-RS) TO WS-VALOR-CENTAVOS
           PERFORM 1600-GUARDAR-PARTIDA
           MOVE SPACES TO WS-PART-HIST(WS-PART-QTD)
           STRING
               "REEMBOLSO DESPESAS SETOR " DELIMITED BY SIZE
               WS-RS-SETOR(WS-K-RS)        DELIMITED BY SIZE
               INTO WS-PART-HIST(WS-PART-QTD)
           END-STRING.

       6000-PARTIDAS-DEVOLUCAO-WIRE SECTION.
      *> O estorno sai pelo valor devolvido convertido a taxa
      *> contratada (o que a partida do envio tinha baixado); a
      *> diferenca para o BRL que de fato voltou e a variacao.
           OPEN INPUT WIRE-REG-FILE
           IF NOT WS-WREG-OK
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-TOTAL-WIRE-DEVOL WS-TOTAL-VARIACAO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ WIRE-REG-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WREG-STATUS = "DEVOLVIDO"
                               AND WREG-DATA-STATUS = WS-HOJE-NUM
                               AND WREG-EMPRESA = WS-EMPRESA
                           COMPUTE WS-TOTAL-WIRE-DEVOL =
                               WS-TOTAL-WIRE-DEVOL
                               + WREG-BRL-DEVOLVIDO
                               - WREG-VARIACAO-CAMBIAL
                           ADD WREG-VARIACAO-CAMBIAL
                               TO WS-TOTAL-VARIACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WIRE-REG-FILE
           MOVE "N" TO WS-EOF

           IF WS-TOTAL-WIRE-DEVOL > 0
               MOVE "EVENTO"     TO WS-CAMPO-TIPO
               MOVE "WIRE-DEVOL" TO WS-CAMPO-CHAVE
               PERFORM 1500-BUSCAR-MAPA
               IF WS-ACHOU-MAPA = "S"
                   MOVE WS-TOTAL-WIRE-DEVOL TO WS-VALOR-CENTAVOS
                   PERFORM 1600-GUARDAR-PARTIDA
                   MOVE "ESTORNO DE REMESSAS DEVOLVIDAS"
                       TO WS-PART-HIST(WS-PART-QTD)
               END-IF
           END-IF

           IF WS-TOTAL-VARIACAO = 0
               EXIT SECTION
           END-IF
           MOVE "EVENTO" TO WS-CAMPO-TIPO
           IF WS-TOTAL-VARIACAO > 0
               MOVE "VCAMB-ATIV" TO WS-CAMPO-CHAVE
           ELSE
               MOVE "VCAMB-PASS" TO WS-CAMPO-CHAVE
           END-IF
           PERFORM 1500-BUSCAR-MAPA
           IF WS-ACHOU-MAPA = "N"
               EXIT SECTION
           END-IF
           IF WS-TOTAL-VARIACAO > 0
               MOVE WS-TOTAL-VARIACAO TO WS-VALOR-CENTAVOS
           ELSE
               COMPUTE WS-VALOR-CENTAVOS = 0 - WS-TOTAL-VARIACAO
           END-IF
           PERFORM 1600-GUARDAR-PARTIDA
           MOVE "VARIACAO CAMBIAL REMESSAS DEVOLVIDAS"
               TO WS-PART-HIST(WS-PART-QTD).

       7000-PARTIDAS-RECARGA SECTION.
      *> Uma partida por par com liquido gerado hoje em que a empresa
      *> e credora (ICREC) ou devedora (ICPAG) da recarga.
           OPEN INPUT RECARGA-FILE
           IF NOT WS-RCG-OK
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ RECARGA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RCG-GERACAO(1:8) = WS-HOJE-8
                               AND RCG-VALOR > 0
                           PERFORM 7100-PARTIDA-RECARGA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECARGA-FILE
           MOVE "N" TO WS-EOF.

       7100-PARTIDA-RECARGA SECTION.
           EVALUATE WS-EMPRESA
               WHEN RCG-CREDORA
                   MOVE "ICREC"      TO WS-CAMPO-TIPO
                   MOVE RCG-DEVEDORA TO WS-CAMPO-CHAVE
               WHEN RCG-DEVEDORA
                   MOVE "ICPAG"      TO WS-CAMPO-TIPO
                   MOVE RCG-CREDORA  TO WS-CAMPO-CHAVE
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE
           PERFORM 1500-BUSCAR-MAPA
           IF WS-ACHOU-MAPA = "N"
               EXIT SECTION
           END-IF

           MOVE RCG-VALOR TO WS-VALOR-CENTAVOS
           PERFORM 1600-GUARDAR-PARTIDA
           MOVE SPACES TO WS-PART-HIST(WS-PART-QTD)
           STRING
               "RECARGA CEDIDOS " DELIMITED BY SIZE
               RCG-COMPETENCIA(5:2) "/" RCG-COMPETENCIA(1:4)
                                  DELIMITED BY SIZE
               " EMPRESA "        DELIMITED BY SIZE
               WS-CAMPO-CHAVE     DELIMITED BY SPACE
               INTO WS-PART-HIST(WS-PART-QTD)
           END-STRING.

       9000-FINALIZAR SECTION.
      *> Qualquer conta nao mapeada derruba a exportacao inteira: os
      *> erros vao para o arquivo proprio e NENHUMA partida sai.
