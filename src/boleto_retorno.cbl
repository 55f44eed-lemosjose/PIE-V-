      *> pagamento de verdade, nao so o agendamento. Pagamento
      *> recusado volta para AGENDADO (entra na proxima remessa) e
      *> sai destacado no relatorio para revisao.
      *> Cada pagamento confirmado na rodada tambem sai no
      *> BOLETO-PAGOS (barras, fornecedor, vencimento, valor nominal,
      *> valor e data do pagamento) -- e a entrada do
      *> AVISO-PAGAMENTO, que monta o aviso para o fornecedor -- e
      *> fica guardado no BOLETO-PAGOS-HIST, por barras, base do
      *> FORN-GASTOS. O retorno e de um contrato de pagamento so:
      *> BOLETO-EMPRESA diz de qual empresa (em branco = "01").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RETORNO-REPORT-FILE
               ASSIGN TO "BOLETO-RETORNO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAGOS-FILE ASSIGN TO "BOLETO-PAGOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAGOS-HIST-FILE ASSIGN TO "BOLETO-PAGOS-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGH-BARRAS
               FILE STATUS IS WS-PGH-FS.

       DATA DIVISION.
       FILE SECTION.
      *> Retorno no desenho da remessa (segmento J), com a ocorrencia
      *> nas duas ultimas posicoes uteis. As datas (vencimento e
      *> pagamento) vem ecoadas em DDMMAAAA, como a remessa grava.
      *> A posicao da ocorrencia, o segmento e o significado de cada
      *> codigo vem do perfil do banco (CNAB-PERFIL); o desenho abaixo
      *> e o padrao.
       FD  RETORNO-FILE.
       01  RETIN-REC                 PIC X(240).
       01  RETIN-SEG-J-RED REDEFINES RETIN-REC.
           05  RETIN-BANCO           PIC X(03).
           05  FILLER                PIC X(04).
           05  RETIN-TIPO-REG        PIC X(01).
           05  FILLER                PIC X(05).
           05  RETIN-SEGMENTO        PIC X(01).
       FD  RETORNO-REPORT-FILE.
       01  RETOUT-LINHA              PIC X(80).

      *> Pagamentos confirmados nesta rodada, datas em AAAAMMDD.
       FD  PAGOS-FILE.
       01  PAG-REC.
           05  PAG-BARRAS            PIC X(44).
           05  PAG-CNPJ              PIC 9(14).
           05  PAG-VENC              PIC 9(08).
           05  PAG-VALOR-NOMINAL     PIC 9(15).
           05  PAG-VALOR-PAGO        PIC 9(15).
           05  PAG-DATA-PGTO         PIC X(08).
           05  PAG-EMPRESA           PIC X(02).

      *> Historico dos pagamentos confirmados, mesmo layout.
       FD  PAGOS-HIST-FILE.
       01  PGH-REC.
           05  PGH-BARRAS            PIC X(44).
           05  FILLER                PIC X(62).

       WORKING-STORAGE SECTION.
       01  WS-RET-FS                 PIC X(02) VALUE SPACES.
           88  WS-RET-OK                        VALUE "00".
       01  WS-BREG-FS                PIC X(02) VALUE SPACES.
           88  WS-BREG-OK                       VALUE "00".
       01  WS-PGH-FS                 PIC X(02) VALUE SPACES.
           88  WS-PGH-OK                        VALUE "00".
       01  WS-PGH-ABERTO             PIC X(01) VALUE "N".
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

           05  WS-QTD-RECUSADOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NAO-CONSTA     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-JA-PAGOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PENDENTES      PIC 9(07) VALUE ZEROS.

       01  WS-LINHA-DET.
           05  FILLER                PIC X(09) VALUE "BARRAS...".

       01  WS-DATA-PGTO-X            PIC X(08) VALUE SPACES.

      *> Perfil do banco do retorno (o banco vem no proprio arquivo).
       COPY "cnab_perfil.cpy".
       01  WS-OCORRENCIA             PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           END-IF

           OPEN OUTPUT RETORNO-REPORT-FILE
           OPEN OUTPUT PAGOS-FILE
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "BOLETO-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           OPEN I-O PAGOS-HIST-FILE
           IF NOT WS-PGH-OK
               OPEN OUTPUT PAGOS-HIST-FILE
               CLOSE PAGOS-HIST-FILE
               OPEN I-O PAGOS-HIST-FILE
           END-IF
           IF WS-PGH-OK
               MOVE "S" TO WS-PGH-ABERTO
           ELSE
               DISPLAY "BOLETO-RETORNO: BOLETO-PAGOS-HIST "
                   "INDISPONIVEL (STATUS=" WS-PGH-FS ")"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RETORNO DO PAGAMENTO DE BOLETOS" TO RETOUT-LINHA
           WRITE RETOUT-LINHA
           MOVE ALL "-" TO RETOUT-LINHA
           WRITE RETOUT-LINHA

           PERFORM 1100-LER-PROXIMO
           PERFORM 1800-CARREGAR-PERFIL.

       1100-LER-PROXIMO SECTION.
           READ RETORNO-FILE
                   MOVE "S" TO WS-EOF
           END-READ.

       1800-CARREGAR-PERFIL SECTION.
      *> O banco e o das tres primeiras posicoes do header; retorno
      *> vazio fica no perfil padrao.
           MOVE "C" TO PRF-OPERACAO
           MOVE RETIN-BANCO TO PRF-BANCO
           IF WS-FIM-ARQUIVO
               MOVE SPACES TO PRF-BANCO
           END-IF
           CALL "CNAB-PERFIL" USING CNAB-PERFIL-PARAMS
           END-CALL.

       2000-PROCESSAR SECTION.
           IF RETIN-TIPO-REG NOT = "3"
                   OR RETIN-SEGMENTO NOT = PRF-SEG-BOLETO
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF
                   EXIT SECTION
           END-READ

           MOVE RETIN-REC(PRF-POS-OCORRENCIA:2) TO WS-OCORRENCIA
           MOVE "O" TO PRF-OPERACAO
           MOVE WS-OCORRENCIA TO PRF-OCOR-ENT
           CALL "CNAB-PERFIL" USING CNAB-PERFIL-PARAMS
           END-CALL

           EVALUATE TRUE
             WHEN BREG-STATUS = "PAGO"
      *> Segunda confirmacao do mesmo boleto: exatamente o que a
      *> guarda de pagamento em dobro existe para pegar.
               ADD 1 TO WS-QTD-JA-PAGOS
               MOVE "JA ESTAVA PAGO - REVISAR" TO DET-TEXTO
             WHEN PRF-OCOR-EFETIVADA
               ADD 1 TO WS-QTD-PAGOS
               MOVE "PAGO" TO BREG-STATUS
      *> O banco ecoa a data DDMMAAAA gravada na remessa; o registro
               END-STRING
               REWRITE BREG-REC
               END-REWRITE
               PERFORM 2800-GRAVAR-PAGO
               MOVE "PAGO - BAIXADO NO REGISTRO" TO DET-TEXTO
             WHEN PRF-OCOR-PENDENTE
      *> Agendado ou em processamento no banco: o boleto segue
      *> REMETIDO ate o retorno que confirmar ou recusar.
               ADD 1 TO WS-QTD-PENDENTES
               MOVE SPACES TO DET-TEXTO
               STRING
                   "PENDENTE NO BANCO (OCORRENCIA " DELIMITED BY SIZE
                   WS-OCORRENCIA                    DELIMITED BY SIZE
                   ")"                              DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
             WHEN OTHER
               ADD 1 TO WS-QTD-RECUSADOS
               MOVE "AGENDADO" TO BREG-STATUS
               MOVE SPACES TO DET-TEXTO
               STRING
                   "RECUSADO (OCORRENCIA "  DELIMITED BY SIZE
                   WS-OCORRENCIA             DELIMITED BY SIZE
                   ") - VOLTA PARA A AGENDA" DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING

           PERFORM 1100-LER-PROXIMO.

       2800-GRAVAR-PAGO SECTION.
           MOVE SPACES TO PAG-REC
           MOVE BREG-BARRAS       TO PAG-BARRAS
           MOVE BREG-CNPJ         TO PAG-CNPJ
           MOVE BREG-VENC         TO PAG-VENC
           MOVE RETIN-VALOR       TO PAG-VALOR-NOMINAL
           MOVE RETIN-VALOR-PGTO  TO PAG-VALOR-PAGO
           MOVE BREG-DATA-ENTRADA TO PAG-DATA-PGTO
           MOVE WS-EMPRESA        TO PAG-EMPRESA
           WRITE PAG-REC
           IF WS-PGH-ABERTO = "S"
               MOVE PAG-REC TO PGH-REC
               WRITE PGH-REC
                   INVALID KEY
                       REWRITE PGH-REC
                       END-REWRITE
               END-WRITE
           END-IF.

       2900-GRAVAR-LINHA SECTION.
           MOVE WS-LINHA-DET TO RETOUT-LINHA
           WRITE RETOUT-LINHA.
           CLOSE RETORNO-FILE
           CLOSE BOLETO-REG-FILE
           CLOSE RETORNO-REPORT-FILE
           CLOSE PAGOS-FILE
           IF WS-PGH-ABERTO = "S"
               CLOSE PAGOS-HIST-FILE
           END-IF

           DISPLAY "BOLETO-RETORNO: RETORNOS=" WS-QTD-LIDOS
               " PAGOS=" WS-QTD-PAGOS
               " RECUSADOS=" WS-QTD-RECUSADOS
               " NAO-CONSTA=" WS-QTD-NAO-CONSTA
               " PENDENTES=" WS-QTD-PENDENTES.
