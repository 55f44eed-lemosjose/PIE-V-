      *> entra em remessa duas vezes -- e a baixa definitiva para
      *> PAGO vem do retorno do banco (BOLETO-RETORNO). Acaba a
      *> digitacao boleto a boleto no internet banking.
      *>
      *> Nota com retencao na fonte vai pelo liquido: o valor
      *> nominal do segmento e o do codigo de barras, o valor pago e
      *> o do registro. Ao fim da rodada, os tributos retidos
      *> (status RETENCAO, vinculados no RETENCAO-FORN) cuja nota ja
      *> foi remetida ou paga passam a AGENDADO e entram na proxima
      *> remessa no seu vencimento; os de nota recusada ou bloqueada
      *> sao cancelados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WS-FORN-FS.
           SELECT RETENCAO-FILE ASSIGN TO "RETENCAO-FORN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-RET-FS.
           SELECT REMESSA-FILE ASSIGN TO "BOLETO-CNAB-REM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
           05  FORN-PRAZO-PGTO       PIC 9(03).
           05  FORN-STATUS           PIC X(01).
           05  FORN-REVISAO          PIC X(01).
           05  FORN-TIPO-SERVICO     PIC X(01).
           05  FORN-SIMPLES          PIC X(01).
           05  FORN-ISS-MUNICIPIO    PIC X(07).
           05  FORN-ISS-ALIQ         PIC 9(05).
           05  FORN-IE               PIC X(14).
           05  FORN-IE-UF            PIC X(02).

      *> Vinculo nota x tributo retido gravado pelo BOLETO-BATCH.
       FD  RETENCAO-FILE.
       01  RET-REC.
           05  RET-CHAVE.
               10  RET-BARRAS-ORIGEM PIC X(44).
               10  RET-TIPO          PIC X(04).
           05  RET-SEQ               PIC 9(06).
           05  RET-CNPJ              PIC 9(14).
           05  RET-DESCRICAO         PIC X(30).
           05  RET-VENC-ORIGEM       PIC 9(08).
           05  RET-BASE              PIC 9(10).
           05  RET-ALIQ              PIC 9(05).
           05  RET-VALOR             PIC 9(10).
           05  RET-RECEITA           PIC X(04).
           05  RET-MUNICIPIO         PIC X(07).
           05  RET-VENC              PIC 9(08).
           05  RET-BARRAS-GUIA       PIC X(44).
           05  RET-DATA-ENTRADA      PIC X(08).
           05  RET-EMPRESA           PIC X(02).

       FD  REMESSA-FILE.
       01  CNAB-REC                  PIC X(240).
           88  WS-FORN-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-RET-FS                 PIC X(02) VALUE SPACES.
           88  WS-RET-OK                        VALUE "00".
       01  WS-EOF-RET                PIC X(01) VALUE "N".
       01  WS-STATUS-ORIGEM          PIC X(10) VALUE SPACES.
       01  WS-QTD-RET-LIBERADAS      PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RET-CANCELADAS     PIC 9(07) VALUE ZEROS.

       01  WS-CONTADORES.
           05  WS-QTD-REMETIDOS      PIC 9(07) VALUE ZEROS.
       01  WS-CNAB-HORA-GER          PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.
      *> Leitura do CNAB-240 propria do banco (CNAB-PERFIL).
       COPY "cnab_perfil.cpy".

       01  WS-CNAB-HEADER-ARQ.
           05  CHA-BANCO             PIC X(03).
           05  CHA-DATA-GER          PIC X(08).
           05  CHA-HORA-GER          PIC X(06).
           05  CHA-NSA               PIC 9(06).
           05  CHA-VERSAO            PIC X(03) VALUE "103".
           05  FILLER                PIC X(74) VALUE SPACES.

       01  WS-CNAB-HEADER-LOTE.
           05  FILLER                PIC X(04) VALUE "0001".
           05  FILLER                PIC X(01) VALUE "1".
           05  FILLER                PIC X(01) VALUE "C".
           05  CHL-SERVICO           PIC X(02) VALUE "20".
           05  CHL-FORMA             PIC X(02) VALUE "31".
           05  CHL-VERSAO            PIC X(03) VALUE "046".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "2".
           05  CHL-CNPJ              PIC 9(14).
           05  FILLER                PIC X(04) VALUE "0001".
           05  FILLER                PIC X(01) VALUE "3".
           05  CSJ-SEQ               PIC 9(05).
           05  CSJ-SEGMENTO          PIC X(01) VALUE "J".
           05  FILLER                PIC X(03) VALUE SPACES.
           05  CSJ-BARRAS            PIC X(44).
           05  CSJ-NOME-FAV          PIC X(30).
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL WS-FIM-ARQUIVO
           PERFORM 3000-LIBERAR-RETENCOES
           PERFORM 9000-FINALIZAR
           GOBACK.

           END-STRING
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CNAB-HORA-GER

           MOVE "C"           TO PRF-OPERACAO
           MOVE WS-CNAB-BANCO TO PRF-BANCO
           CALL "CNAB-PERFIL" USING CNAB-PERFIL-PARAMS
           END-CALL
           MOVE PRF-VERSAO-ARQ    TO CHA-VERSAO
           MOVE PRF-SERV-PAGTO    TO CHL-SERVICO
           MOVE PRF-FORMA-BOLETO  TO CHL-FORMA
           MOVE PRF-VERSAO-LOTE   TO CHL-VERSAO
           MOVE PRF-SEG-BOLETO    TO CSJ-SEGMENTO

           MOVE WS-CNAB-BANCO        TO CHA-BANCO
           MOVE WS-CNAB-CNPJ         TO CHA-CNPJ
           MOVE WS-CNAB-CONVENIO     TO CHA-CONVENIO
               INTO WS-PGTO-BR
           END-STRING
           MOVE FUNCTION NUMVAL(WS-PGTO-BR) TO CSJ-VENCIMENTO
      *> Nominal do codigo de barras (posicoes 10-19); o pago e o
      *> do registro, que e o liquido quando a nota teve retencao.
           IF BREG-BARRAS(10:10) IS NUMERIC
               MOVE BREG-BARRAS(10:10) TO CSJ-VALOR
           ELSE
               MOVE BREG-VALOR   TO CSJ-VALOR
           END-IF
           MOVE BREG-VALOR       TO CSJ-VALOR-PGTO

           MOVE SPACES TO CSJ-NOME-FAV
           ADD 1 TO WS-QTD-REMETIDOS
           ADD BREG-VALOR TO WS-TOTAL-CENTAVOS.

       3000-LIBERAR-RETENCOES SECTION.
      *> Varre o RETENCAO-FORN inteiro: tributo ainda em RETENCAO
      *> segue a situacao da nota. Sem o arquivo nao ha retencao.
           OPEN INPUT RETENCAO-FILE
           IF NOT WS-RET-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-RET
           PERFORM UNTIL WS-EOF-RET = "S"
               READ RETENCAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RET
                   NOT AT END
                       PERFORM 3100-AVALIAR-RETENCAO
               END-READ
           END-PERFORM
           CLOSE RETENCAO-FILE.

       3100-AVALIAR-RETENCAO SECTION.
           MOVE RET-BARRAS-ORIGEM TO BREG-BARRAS
           READ BOLETO-REG-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE BREG-STATUS TO WS-STATUS-ORIGEM

           MOVE RET-BARRAS-GUIA TO BREG-BARRAS
           READ BOLETO-REG-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF BREG-STATUS NOT = "RETENCAO"
               EXIT SECTION
           END-IF

           EVALUATE WS-STATUS-ORIGEM
               WHEN "REMETIDO"
               WHEN "PAGO"
                   MOVE "AGENDADO" TO BREG-STATUS
                   REWRITE BREG-REC
                   END-REWRITE
                   ADD 1 TO WS-QTD-RET-LIBERADAS
               WHEN "RECUSADO"
               WHEN "BLOQUEADO"
               WHEN "CANCELADO"
                   MOVE "CANCELADO" TO BREG-STATUS
                   REWRITE BREG-REC
                   END-REWRITE
                   ADD 1 TO WS-QTD-RET-CANCELADAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-FINALIZAR SECTION.
           MOVE WS-CNAB-BANCO     TO CTL-BANCO
           COMPUTE CTL-QTD-REG = WS-QTD-REMETIDOS + 2
           END-CALL

           DISPLAY "BOLETO-REMESSA: REMETIDOS=" WS-QTD-REMETIDOS
               " TOTAL=" WS-TOTAL-CENTAVOS
               " RETENCOES AGENDADAS=" WS-QTD-RET-LIBERADAS
               " CANCELADAS=" WS-QTD-RET-CANCELADAS.
