           05  TRANS-CIDADE          PIC X(30).
           05  TRANS-UF              PIC X(02).
           05  TRANS-CEP             PIC 9(08).
      *> Dados do contrato: admissao AAAAMMDD (em branco ou zero =
      *> nao informada), vinculo C/E/A/D (em branco = CLT) e cargo do
      *> CARGO-MASTER (em branco = sem cargo). Arquivo no layout
      *> antigo, sem essas posicoes, segue aceito como tudo em branco.
           05  TRANS-ADMISSAO        PIC 9(08).
           05  TRANS-ADMISSAO-X REDEFINES TRANS-ADMISSAO
                                     PIC X(08).
           05  TRANS-CONTRATO        PIC X(01).
           05  TRANS-CARGO           PIC X(06).

       FD  TRANS-REPORT-FILE.
       01  TRANSOUT-LINHA            PIC X(80).

       FD  TRANS-REJ-FILE.
       01  TRANSREJ-REC.
           05  TRANSREJ-REGISTRO     PIC X(276).
           05  FILLER                PIC X(02).
           05  TRANSREJ-MOTIVO       PIC X(30).

           05  FILLER                PIC X(01).
           05  PEND-SOLICITANTE      PIC X(10).
           05  FILLER                PIC X(01).
           05  PEND-PARAMS           PIC X(297).

      *> Cadastro de setores: o setor da transacao tem de existir e
      *> estar ativo, mesma critica do fluxo interativo.
           05  SET-RESPONSAVEL       PIC X(30).
           05  SET-ATIVO             PIC X(01).
           05  SET-ORCAMENTO         PIC 9(15).
           05  SET-SINDICATO         PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-EOF                    PIC X(01) VALUE "N".
       01  WS-SET-FS                 PIC X(02) VALUE SPACES.
           88  WS-SET-OK                        VALUE "00".
       01  WS-TEM-SETOR-MASTER       PIC X(01) VALUE "N".
       01  WS-HOJE                   PIC X(08) VALUE SPACES.

      *> Conferencia do cargo e da faixa salarial (CARGO-FAIXA): cargo
      *> inexistente ou inativo recusa a transacao; salario fora da
      *> faixa passa, mas sai marcado no relatorio e contado a parte.
       01  WS-CARGO-PARAMS.
           05  WS-CARGO-CODIGO       PIC X(06).
           05  WS-CARGO-SALARIO      PIC 9(15).
           05  WS-CARGO-DESCRICAO    PIC X(30).
           05  WS-CARGO-MIN          PIC 9(15).
           05  WS-CARGO-MAX          PIC 9(15).
           05  WS-CARGO-STATUS       PIC X(03).
       01  WS-FORA-FAIXA             PIC X(01) VALUE "N".
       01  WS-QTD-FORA-FAIXA         PIC 9(07) VALUE ZEROS.

      *> Critica de formato da chave PIX, a mesma do FUNC-MAINTAIN.
       01  WS-PIX-TAM                PIC 9(02) COMP-5 VALUE 0.
           05  WS-MAINTAIN-CIDADE    PIC X(30).
           05  WS-MAINTAIN-UF        PIC X(02).
           05  WS-MAINTAIN-CEP       PIC 9(08).
           05  WS-MAINTAIN-ADMISSAO  PIC 9(08).
           05  WS-MAINTAIN-CONTRATO  PIC X(01).
           05  WS-MAINTAIN-CARGO     PIC X(06).
           05  WS-MAINTAIN-STATUS    PIC X(03).

       01  WS-CONTA-PARAMS.

       2000-PROCESSAR SECTION.
           MOVE SPACES TO WS-MOTIVO
           MOVE "N" TO WS-FORA-FAIXA
           PERFORM 2100-CRITICAR-TRANSACAO

      *> Alteracao valida vai para a fila de aprovacao, nao para o
               MOVE TRANS-OPERACAO  TO DET-OPERACAO
               MOVE TRANS-MATRICULA TO DET-MATRICULA
               MOVE "ENVIADA PARA APROVACAO" TO DET-TEXTO
               IF WS-FORA-FAIXA = "S"
                   MOVE "P/APROVACAO - FORA DA FAIXA DO CARGO"
                       TO DET-TEXTO
               END-IF
               MOVE WS-LINHA-DET TO TRANSOUT-LINHA
               WRITE TRANSOUT-LINHA
               ADD TRANS-MATRICULA TO WS-TOTAL-MATRICULAS
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-QTD-ACEITAS
               MOVE "ACEITA" TO DET-TEXTO
               IF WS-FORA-FAIXA = "S"
                   MOVE "ACEITA - FORA DA FAIXA DO CARGO"
                       TO DET-TEXTO
               END-IF
           ELSE
               ADD 1 TO WS-QTD-RECUSADAS
               MOVE WS-MOTIVO TO DET-TEXTO

           IF TRANS-PIX NOT = SPACES
               PERFORM 2200-CRITICAR-PIX
               IF WS-MOTIVO NOT = SPACES
                   EXIT SECTION
               END-IF
           END-IF

           PERFORM 2300-CRITICAR-CONTRATO.

       2300-CRITICAR-CONTRATO SECTION.
      *> Mesmas criticas do FUNC-MAINTAIN para admissao, vinculo e
      *> cargo; o salario fora da faixa do cargo so marca.
           IF TRANS-ADMISSAO-X = SPACES
               MOVE 0 TO TRANS-ADMISSAO
           END-IF
           IF TRANS-ADMISSAO IS NOT NUMERIC
               MOVE "DATA DE ADMISSAO INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF TRANS-ADMISSAO > 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
               IF TRANS-ADMISSAO-X(5:2) < "01"
                       OR TRANS-ADMISSAO-X(5:2) > "12"
                       OR TRANS-ADMISSAO-X(7:2) < "01"
                       OR TRANS-ADMISSAO-X(7:2) > "31"
                       OR TRANS-ADMISSAO-X(1:4) < "1900"
                       OR TRANS-ADMISSAO-X > WS-HOJE
                   MOVE "DATA DE ADMISSAO INVALIDA" TO WS-MOTIVO
                   EXIT SECTION
               END-IF
           END-IF

           IF TRANS-CONTRATO = SPACE
               MOVE "C" TO TRANS-CONTRATO
           END-IF
           IF TRANS-CONTRATO NOT = "C" AND TRANS-CONTRATO NOT = "E"
                   AND TRANS-CONTRATO NOT = "A"
                   AND TRANS-CONTRATO NOT = "D"
               MOVE "VINCULO DESCONHECIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF TRANS-CARGO = SPACES
               EXIT SECTION
           END-IF
           MOVE TRANS-CARGO   TO WS-CARGO-CODIGO
           MOVE TRANS-SALARIO TO WS-CARGO-SALARIO
           CALL "CARGO-FAIXA" USING WS-CARGO-PARAMS
           END-CALL
           EVALUATE WS-CARGO-STATUS
               WHEN "INE"
                   MOVE "CARGO NAO CADASTRADO" TO WS-MOTIVO
               WHEN "INA"
                   MOVE "CARGO INATIVO" TO WS-MOTIVO
               WHEN "FXA"
                   MOVE "S" TO WS-FORA-FAIXA
                   ADD 1 TO WS-QTD-FORA-FAIXA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-CRITICAR-PIX SECTION.
      *> Mesmos formatos aceitos pelo FUNC-MAINTAIN: e-mail, CPF ou
           MOVE TRANS-CIDADE     TO WS-MAINTAIN-CIDADE
           MOVE TRANS-UF         TO WS-MAINTAIN-UF
           MOVE TRANS-CEP        TO WS-MAINTAIN-CEP
           MOVE TRANS-ADMISSAO   TO WS-MAINTAIN-ADMISSAO
           MOVE TRANS-CONTRATO   TO WS-MAINTAIN-CONTRATO
           MOVE TRANS-CARGO      TO WS-MAINTAIN-CARGO
           MOVE WS-OPERADOR-LOTE TO WS-MAINTAIN-OPERADOR
           MOVE 0                TO WS-MAINTAIN-DT-DESLIG.

               INTO TRANSOUT-LINHA
           END-STRING
           WRITE TRANSOUT-LINHA
           MOVE SPACES TO TRANSOUT-LINHA
           STRING
               "FORA DA FAIXA DO CARGO (MARCADAS): "
                                 DELIMITED BY SIZE
               WS-QTD-FORA-FAIXA DELIMITED BY SIZE
               INTO TRANSOUT-LINHA
           END-STRING
           WRITE TRANSOUT-LINHA

           MOVE WS-QTD-LIDAS        TO WS-CTRL-QTD
           MOVE WS-TOTAL-MATRICULAS TO WS-CTRL-TOTAL
           DISPLAY "FUNC-BATCH: LIDAS=" WS-QTD-LIDAS
               " ACEITAS=" WS-QTD-ACEITAS
               " RECUSADAS=" WS-QTD-RECUSADAS
               " P/APROVACAO=" WS-QTD-PENDURADAS
               " FORA-FAIXA=" WS-QTD-FORA-FAIXA.
