      *> o banco preenche o codigo de ocorrencia nas duas ultimas
      *> posicoes uteis do segmento A ("00" = credito efetivado,
      *> qualquer outro codigo = recusa com o motivo do banco).
      *> Isso e o padrao; a posicao da ocorrencia, o segmento e o
      *> significado de cada codigo vem do perfil do banco
      *> (CNAB-PERFIL) -- ha banco que devolve credito agendado ou
      *> em processamento, que nao e recusa.
       FD  RETORNO-FILE.
       01  RETIN-REC                 PIC X(240).
       01  RETIN-SEG-A-RED REDEFINES RETIN-REC.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CONFIRMADOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REJEITADOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PENDENTES      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REEMITIDOS     PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-RETORNO      PIC S9(15) VALUE ZEROS.
           05  WS-TOTAL-REJEITADO    PIC S9(15) VALUE ZEROS.

       01  WS-MATRICULA-RET          PIC 9(09) VALUE ZEROS.

      *> Perfil do banco do retorno (o banco vem no proprio arquivo).
       COPY "cnab_perfil.cpy".
       01  WS-OCORRENCIA             PIC X(02) VALUE SPACES.

      *> Remontagem do valor em centavos para o texto "reais,centavos"
      *> que o EXT-MOEDA consome, como a rodada de 13o faz.
       01  WS-VAL-REAIS              PIC 9(13) COMP-5 VALUE 0.
           MOVE ALL "-" TO RETOUT-LINHA
           WRITE RETOUT-LINHA

           PERFORM 1100-LER-PROXIMO
           PERFORM 1800-CARREGAR-PERFIL.

       1100-LER-PROXIMO SECTION.
           READ RETORNO-FILE
               CLOSE CHECK-NEXTNUM-FILE
           END-IF.

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

       1500-CONFERIR-REMESSA SECTION.
      *> Recomputa quantidade e soma dos segmentos A da remessa que
      *> foi enviada, para o fechamento do retorno bater contra ela.
                   AT END
                       MOVE "S" TO WS-EOF-REM
                   NOT AT END
                       IF REM-TIPO-REG = "3"
                               AND REM-SEGMENTO = PRF-SEG-CREDITO
                           ADD 1 TO WS-QTD-REMESSA
                           ADD REM-VALOR TO WS-TOTAL-REMESSA
                       END-IF
       2000-PROCESSAR SECTION.
      *> Header, trailer e outros segmentos do retorno nao sao
      *> creditos; so o detalhe segmento A entra na conferencia.
           IF RETIN-TIPO-REG NOT = "3"
                   OR RETIN-SEGMENTO NOT = PRF-SEG-CREDITO
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF
           MOVE WS-MATRICULA-RET TO DET-MATRICULA
           MOVE RETIN-VALOR      TO DET-VALOR

           MOVE RETIN-REC(PRF-POS-OCORRENCIA:2) TO WS-OCORRENCIA
           MOVE "O" TO PRF-OPERACAO
           MOVE WS-OCORRENCIA TO PRF-OCOR-ENT
           CALL "CNAB-PERFIL" USING CNAB-PERFIL-PARAMS
           END-CALL

           IF PRF-OCOR-EFETIVADA
               ADD 1 TO WS-QTD-CONFIRMADOS
               MOVE "CREDITO CONFIRMADO" TO DET-TEXTO
           ELSE
           IF PRF-OCOR-PENDENTE
      *> Aceito e ainda nao efetivado pelo banco: nem confirmado nem
      *> recusado -- nada a reemitir, o proximo retorno resolve.
               ADD 1 TO WS-QTD-PENDENTES
               MOVE SPACES TO DET-TEXTO
               STRING
                   "PENDENTE NO BANCO (OCORRENCIA " DELIMITED BY SIZE
                   WS-OCORRENCIA                    DELIMITED BY SIZE
                   ")"                              DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
           ELSE
           IF RETIN-VALOR = 0
      *> Pre-notificacao de valor zero recusada: nao ha dinheiro a
      *> reemitir -- a baixa da conta e papel do PRENOTIF-RETURN.
               MOVE SPACES TO DET-TEXTO
               STRING
                   "PRE-NOTIF RECUSADA (OCORR " DELIMITED BY SIZE
                   WS-OCORRENCIA                DELIMITED BY SIZE
                   ")"                          DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
               MOVE SPACES TO DET-TEXTO
               STRING
                   "REJEITADO (OCORRENCIA " DELIMITED BY SIZE
                   WS-OCORRENCIA            DELIMITED BY SIZE
                   ") - REEMITIDO CHEQUE "  DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
               PERFORM 2500-REEMITIR-CHEQUE
           END-IF
           END-IF
           END-IF

           MOVE WS-LINHA-DET TO RETOUT-LINHA
           WRITE RETOUT-LINHA
               WS-QTD-CONFIRMADOS DELIMITED BY SIZE
               "  REJEITADOS: "   DELIMITED BY SIZE
               WS-QTD-REJEITADOS  DELIMITED BY SIZE
               "  PENDENTES: "    DELIMITED BY SIZE
               WS-QTD-PENDENTES   DELIMITED BY SIZE
               INTO RETOUT-LINHA
           END-STRING
           WRITE RETOUT-LINHA
           DISPLAY "CNAB-RETURN: LIDOS=" WS-QTD-LIDOS
               " CONFIRMADOS=" WS-QTD-CONFIRMADOS
               " REJEITADOS=" WS-QTD-REJEITADOS
               " PENDENTES=" WS-QTD-PENDENTES
               " CHEQUES-REEMITIDOS=" WS-QTD-REEMITIDOS.

       9200-GRAVAR-PROX-CHEQUE SECTION.
