       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMB-PAGTO.

      *> Lote semanal de pagamento dos reembolsos de despesas: todos
      *> os itens APROVADO do REEMB-MASTER da empresa sao somados por
      *> matricula e pagos num unico credito por funcionario, pela
      *> chave PIX do cadastro (REEMB-PIX-Enn) ou, sem chave, por
      *> credito em conta na remessa CNAB-240 (REEMB-CNAB-Enn) -- os
      *> mesmos layouts e o mesmo registro de transmissao do
      *> RPA-EMITE. Cada item pago vira PAGO com a data do lote e o
      *> trilho; e dessa data que o CONTAB-EXPORT tira a partida por
      *> setor e o EXTRATO-CONCILIA reconhece o debito do lote.
      *>
      *> Funcionario sem chave PIX nem conta no cadastro (ou fora
      *> dele) tem os itens retidos: continuam APROVADO e saem no
      *> lote seguinte depois de corrigido o cadastro (RETURN-CODE 4).
      *> A rodada seguinte regrava os dois arquivos, entao o lote vai
      *> ao banco antes de outra rodada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEMB-MASTER-FILE ASSIGN TO "REEMB-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-CHAVE
               FILE STATUS IS WS-RMB-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT LOTE-REPORT-FILE ASSIGN TO "REEMB-LOTE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REEMB-CNAB-FILE ASSIGN TO DYNAMIC WS-NOME-CNAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNAB-FS.
           SELECT REEMB-PIX-FILE ASSIGN TO DYNAMIC WS-NOME-PIX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIX-FS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  EMPRESA-FILE.
       01  EMPRESA-REC.
           05  EMP-CODIGO            PIC X(02).
           05  EMP-NOME              PIC X(30).
           05  EMP-CNPJ              PIC 9(14).
           05  EMP-BANCO             PIC X(03).
           05  EMP-AGENCIA           PIC 9(04).
           05  EMP-CONTA             PIC 9(08).
           05  EMP-CONVENIO          PIC X(20).
           05  EMP-CARTEIRA          PIC X(02).

       FD  LOTE-REPORT-FILE.
       01  LOTOUT-LINHA              PIC X(80).

       FD  REEMB-CNAB-FILE.
       01  CNAB-REC                  PIC X(240).

      *> Mesmo layout do lote PIX da folha.
       FD  REEMB-PIX-FILE.
       01  PIX-REC.
           05  PIX-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(02).
           05  PIX-NOME              PIC X(50).
           05  FILLER                PIC X(02).
           05  PIX-CHAVE             PIC X(40).
           05  FILLER                PIC X(02).
           05  PIX-VALOR             PIC 9(15).
       01  PIX-TRAILER-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RMB-FS                 PIC X(02) VALUE SPACES.
           88  WS-RMB-OK                        VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-CNAB-FS                PIC X(02) VALUE SPACES.
           88  WS-CNAB-OK                       VALUE "00".
       01  WS-PIX-FS                 PIC X(02) VALUE SPACES.
           88  WS-PIX-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".

       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-EMPRESA-NOME           PIC X(30) VALUE SPACES.
       01  WS-EMPRESA-CNPJ           PIC 9(14) VALUE ZEROS.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.
       01  WS-NOME-CNAB              PIC X(20) VALUE SPACES.
       01  WS-NOME-PIX               PIC X(20) VALUE SPACES.

      *> Funcionario corrente (os itens vem em ordem de matricula).
       01  WS-MAT-CORRENTE           PIC 9(09) VALUE 0.
       01  WS-FUNC-NOME              PIC X(50) VALUE SPACES.
       01  WS-FUNC-PIX               PIC X(40) VALUE SPACES.
       01  WS-FUNC-BANCO             PIC 9(03) VALUE 0.
       01  WS-FUNC-AGENCIA           PIC 9(04) VALUE 0.
       01  WS-FUNC-CONTA             PIC 9(08) VALUE 0.
       01  WS-FUNC-CONTA-DV          PIC 9(01) VALUE 0.
       01  WS-FUNC-ITENS             PIC 9(05) VALUE 0.
       01  WS-FUNC-TOTAL             PIC S9(15) VALUE 0.
       01  WS-TRILHO                 PIC X(01) VALUE SPACE.
       01  WS-MOTIVO                 PIC X(30) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-QTD-ITENS-PAGOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ITENS-RETIDOS  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-FUNC-RETIDOS   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CNAB           PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PIX            PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-RETIDO           PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-CNAB             PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-PIX              PIC S9(15) VALUE ZEROS.

       COPY "func_snapshot.cpy".

      *> Remessa CNAB-240 de credito, mesmo layout da folha.
       01  WS-CNAB-BANCO             PIC X(03) VALUE "001".
       01  WS-CNAB-CONVENIO          PIC X(20) VALUE "FOLHA-TRE".
       01  WS-CNAB-SEQ-LOTE          PIC 9(05) COMP-5 VALUE 0.
       01  WS-CNAB-DATA-GER          PIC X(08) VALUE SPACES.
       01  WS-CNAB-HORA-GER          PIC X(06) VALUE SPACES.
      *> Leitura do CNAB-240 propria do banco (CNAB-PERFIL).
       COPY "cnab_perfil.cpy".

       01  WS-CNAB-HEADER-ARQ.
           05  CHA-BANCO             PIC X(03).
           05  FILLER                PIC X(04) VALUE "0000".
           05  FILLER                PIC X(01) VALUE "0".
           05  FILLER                PIC X(09) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "2".
           05  CHA-CNPJ              PIC 9(14).
           05  CHA-CONVENIO          PIC X(20).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  CHA-EMPRESA-NOME      PIC X(30).
           05  FILLER                PIC X(30) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "1".
           05  CHA-DATA-GER          PIC X(08).
           05  CHA-HORA-GER          PIC X(06).
           05  CHA-NSA               PIC 9(06).
           05  CHA-VERSAO            PIC X(03) VALUE "103".
           05  FILLER                PIC X(74) VALUE SPACES.

       01  WS-CNAB-HEADER-LOTE.
           05  CHL-BANCO             PIC X(03).
           05  FILLER                PIC X(04) VALUE "0001".
           05  FILLER                PIC X(01) VALUE "1".
           05  FILLER                PIC X(01) VALUE "C".
           05  CHL-SERVICO           PIC X(02) VALUE "20".
           05  CHL-FORMA             PIC X(02) VALUE "01".
           05  CHL-VERSAO            PIC X(03) VALUE "046".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "2".
           05  CHL-CNPJ              PIC 9(14).
           05  CHL-CONVENIO          PIC X(20).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  CHL-EMPRESA-NOME      PIC X(30).
           05  FILLER                PIC X(138) VALUE SPACES.

       01  WS-CNAB-SEG-A.
           05  CSA-BANCO             PIC X(03).
           05  FILLER                PIC X(04) VALUE "0001".
           05  FILLER                PIC X(01) VALUE "3".
           05  CSA-SEQ               PIC 9(05).
           05  CSA-SEGMENTO          PIC X(01) VALUE "A".
           05  FILLER                PIC X(01) VALUE "0".
           05  FILLER                PIC X(02) VALUE "00".
           05  CSA-CAMARA            PIC X(03) VALUE "000".
           05  CSA-BANCO-FAV         PIC 9(03).
           05  CSA-AGENCIA-FAV       PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSA-CONTA-FAV         PIC 9(12).
           05  CSA-CONTA-DV-FAV      PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSA-NOME-FAV          PIC X(30).
           05  CSA-NUM-DOC           PIC X(20).
           05  CSA-DATA-PGTO         PIC X(08).
           05  FILLER                PIC X(03) VALUE "BRL".
           05  FILLER                PIC 9(15) VALUE ZEROS.
           05  CSA-VALOR             PIC 9(15).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE "00000000".
           05  FILLER                PIC 9(15) VALUE ZEROS.
           05  FILLER                PIC X(63) VALUE SPACES.

       01  WS-CNAB-TRAILER-LOTE.
           05  CTL-BANCO             PIC X(03).
           05  FILLER                PIC X(04) VALUE "0001".
           05  FILLER                PIC X(01) VALUE "5".
           05  FILLER                PIC X(09) VALUE SPACES.
           05  CTL-QTD-REG           PIC 9(06).
           05  CTL-SOMA-VALOR        PIC 9(18).
           05  FILLER                PIC 9(18) VALUE ZEROS.
           05  FILLER                PIC X(181) VALUE SPACES.

       01  WS-CNAB-TRAILER-ARQ.
           05  CTA-BANCO             PIC X(03).
           05  FILLER                PIC X(04) VALUE "9999".
           05  FILLER                PIC X(01) VALUE "9".
           05  FILLER                PIC X(09) VALUE SPACES.
           05  CTA-QTD-LOTES         PIC 9(06).
           05  CTA-QTD-REG           PIC 9(06).
           05  FILLER                PIC X(211) VALUE SPACES.

       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

       01  WS-TRS-PARAMS.
           05  WS-TRS-OPERACAO       PIC X(01).
           05  WS-TRS-ARQUIVO        PIC X(24).
           05  WS-TRS-EMPRESA        PIC X(02).
           05  WS-TRS-QTD            PIC 9(09).
           05  WS-TRS-TOTAL          PIC S9(15).
           05  WS-TRS-STATUS-RET     PIC X(03).

       01  WS-LINHA-DET.
           05  DET-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-NOME              PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-ITENS             PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-VALOR             PIC X(15) JUSTIFIED RIGHT.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-TEXTO             PIC X(17).

      *> Centavos para o texto "reais,cc".
       01  WS-FMT-REAIS              PIC 9(13) VALUE 0.
       01  WS-FMT-CENTS              PIC 9(02) VALUE 0.
       01  WS-FMT-REAIS-ED           PIC Z(12)9.
       01  WS-FMT-CENTS-ED           PIC 9(02).
       01  WS-FMT-ENTRADA            PIC S9(15) VALUE 0.
       01  WS-FMT-ABS                PIC 9(15) VALUE 0.
       01  WS-FMT-SINAL              PIC X(01) VALUE SPACE.
       01  WS-FMT-SAIDA              PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL WS-FIM-ARQUIVO
           PERFORM 2500-PAGAR-FUNCIONARIO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "REEMB-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-HOJE-NUM

           OPEN I-O REEMB-MASTER-FILE
           IF NOT WS-RMB-OK
               DISPLAY "REEMB-PAGTO: REEMB-MASTER NAO ENCONTRADO "
                   "(STATUS=" WS-RMB-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "REEMB-PAGTO: SNAPSHOT DE FUNCIONARIOS "
                   "INDISPONIVEL (STATUS=" FSNP-STATUS ")"
               CLOSE REEMB-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1300-LER-EMPRESA

           OPEN OUTPUT LOTE-REPORT-FILE
           MOVE SPACES TO LOTOUT-LINHA
           STRING "LOTE DE REEMBOLSO DE DESPESAS - EMPRESA "
               WS-EMPRESA " - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LOTOUT-LINHA
           END-STRING
           WRITE LOTOUT-LINHA
           MOVE ALL "-" TO LOTOUT-LINHA
           WRITE LOTOUT-LINHA

           MOVE SPACES TO WS-NOME-CNAB WS-NOME-PIX
           STRING "REEMB-CNAB-E" WS-EMPRESA INTO WS-NOME-CNAB
           END-STRING
           STRING "REEMB-PIX-E" WS-EMPRESA INTO WS-NOME-PIX
           END-STRING
           OPEN OUTPUT REEMB-CNAB-FILE
           OPEN OUTPUT REEMB-PIX-FILE
           PERFORM 1400-ABRIR-REMESSA-CNAB

           MOVE 0 TO WS-MAT-CORRENTE WS-FUNC-ITENS WS-FUNC-TOTAL
           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ REEMB-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.

       1300-LER-EMPRESA SECTION.
      *> Identificacao da remessa; campo nao preenchido no cadastro
      *> deixa valer o padrao da folha.
           MOVE "EMPRESA" TO WS-EMPRESA-NOME
           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ EMPRESA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       IF EMP-CODIGO = WS-EMPRESA
                           MOVE EMP-NOME TO WS-EMPRESA-NOME
                           IF EMP-CNPJ IS NUMERIC AND EMP-CNPJ > 0
                               MOVE EMP-CNPJ TO WS-EMPRESA-CNPJ
                           END-IF
                           IF EMP-BANCO NOT = SPACES
                                   AND EMP-BANCO NOT = "000"
                               MOVE EMP-BANCO TO WS-CNAB-BANCO
                           END-IF
                           IF EMP-CONVENIO NOT = SPACES
                               MOVE EMP-CONVENIO TO WS-CNAB-CONVENIO
                           END-IF
                           MOVE "S" TO WS-EOF-AUX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE.

       1400-ABRIR-REMESSA-CNAB SECTION.
           MOVE SPACES TO WS-CNAB-DATA-GER
           STRING
               WS-DATA-HOJE(7:2) WS-DATA-HOJE(5:2) WS-DATA-HOJE(1:4)
               INTO WS-CNAB-DATA-GER
           END-STRING
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CNAB-HORA-GER

           MOVE "C"           TO PRF-OPERACAO
           MOVE WS-CNAB-BANCO TO PRF-BANCO
           CALL "CNAB-PERFIL" USING CNAB-PERFIL-PARAMS
           END-CALL
           MOVE PRF-VERSAO-ARQ    TO CHA-VERSAO
           MOVE PRF-SERV-PAGTO    TO CHL-SERVICO
           MOVE PRF-FORMA-CREDITO TO CHL-FORMA
           MOVE PRF-VERSAO-LOTE   TO CHL-VERSAO
           MOVE PRF-SEG-CREDITO   TO CSA-SEGMENTO
           MOVE PRF-CAMARA        TO CSA-CAMARA

           MOVE WS-CNAB-BANCO    TO CHA-BANCO
           MOVE WS-EMPRESA-CNPJ  TO CHA-CNPJ
           MOVE WS-CNAB-CONVENIO TO CHA-CONVENIO
           MOVE WS-EMPRESA-NOME  TO CHA-EMPRESA-NOME
           MOVE WS-CNAB-DATA-GER TO CHA-DATA-GER
           MOVE WS-CNAB-HORA-GER TO CHA-HORA-GER
           MOVE 1                TO CHA-NSA
           WRITE CNAB-REC FROM WS-CNAB-HEADER-ARQ

           MOVE WS-CNAB-BANCO    TO CHL-BANCO
           MOVE WS-EMPRESA-CNPJ  TO CHL-CNPJ
           MOVE WS-CNAB-CONVENIO TO CHL-CONVENIO
           MOVE WS-EMPRESA-NOME  TO CHL-EMPRESA-NOME
           WRITE CNAB-REC FROM WS-CNAB-HEADER-LOTE.

       2000-PROCESSAR SECTION.
           IF RMB-STATUS NOT = "APROVADO"
                   OR RMB-EMPRESA NOT = WS-EMPRESA
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

      *> Quebra por matricula: paga o anterior e define o trilho do
      *> proximo pelo cadastro.
           IF RMB-MATRICULA NOT = WS-MAT-CORRENTE
               PERFORM 2500-PAGAR-FUNCIONARIO
               MOVE RMB-MATRICULA TO WS-MAT-CORRENTE
               MOVE 0 TO WS-FUNC-ITENS WS-FUNC-TOTAL
               PERFORM 2100-DEFINIR-TRILHO
           END-IF

           ADD 1 TO WS-FUNC-ITENS
           ADD RMB-VALOR TO WS-FUNC-TOTAL
           IF WS-TRILHO = SPACE
               ADD 1 TO WS-QTD-ITENS-RETIDOS
               ADD RMB-VALOR TO WS-TOTAL-RETIDO
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

      *> Item baixado antes do pagamento, como o RPA-HIST: o PAGO e
      *> o que impede o mesmo item de sair em dois lotes.
           MOVE "PAGO"      TO RMB-STATUS
           MOVE WS-HOJE-NUM TO RMB-DATA-PGTO
           MOVE WS-TRILHO   TO RMB-TRILHO
           REWRITE RMB-REC
               INVALID KEY
                   DISPLAY "REEMB-PAGTO: FALHA AO BAIXAR O ITEM "
                       RMB-MATRICULA "/" RMB-ANOMES "/" RMB-SEQ
                   SUBTRACT 1 FROM WS-FUNC-ITENS
                   SUBTRACT RMB-VALOR FROM WS-FUNC-TOTAL
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ITENS-PAGOS
           END-REWRITE
           PERFORM 1100-LER-PROXIMO.

       2100-DEFINIR-TRILHO SECTION.
      *> Chave PIX do cadastro tem preferencia; senao credito em
      *> conta; sem nenhum dos dois o funcionario fica retido.
           MOVE SPACE  TO WS-TRILHO
           MOVE SPACES TO WS-FUNC-NOME WS-FUNC-PIX WS-MOTIVO
           MOVE 0 TO WS-FUNC-BANCO WS-FUNC-AGENCIA WS-FUNC-CONTA
                     WS-FUNC-CONTA-DV
           MOVE "M"           TO FSNP-OPERACAO
           MOVE RMB-MATRICULA TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS = "OK"
               MOVE FSNP-NOME            TO WS-FUNC-NOME
               MOVE FSNP-PIX             TO WS-FUNC-PIX
               MOVE FSNP-BANCO           TO WS-FUNC-BANCO
               MOVE FSNP-AGENCIA         TO WS-FUNC-AGENCIA
               MOVE FSNP-CONTA           TO WS-FUNC-CONTA
               MOVE FSNP-CONTA-DV        TO WS-FUNC-CONTA-DV
           ELSE
               MOVE "RETIDO-SEM CADASTRO" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO NOT = SPACES
               EXIT SECTION
           END-IF
           IF WS-FUNC-PIX NOT = SPACES
               MOVE "P" TO WS-TRILHO
               EXIT SECTION
           END-IF
           IF WS-FUNC-BANCO > 0
               MOVE "C" TO WS-TRILHO
               EXIT SECTION
           END-IF
           MOVE "RETIDO-SEM CONTA" TO WS-MOTIVO.

       2500-PAGAR-FUNCIONARIO SECTION.
      *> Um credito por funcionario com o total dos itens do lote.
           IF WS-FUNC-ITENS = 0
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-LINHA-DET
           MOVE WS-MAT-CORRENTE TO DET-MATRICULA
           MOVE WS-FUNC-NOME    TO DET-NOME
           MOVE WS-FUNC-ITENS   TO DET-ITENS
           MOVE WS-FUNC-TOTAL   TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA    TO DET-VALOR

           EVALUATE WS-TRILHO
               WHEN "P"
                   MOVE SPACES          TO PIX-REC
                   MOVE WS-MAT-CORRENTE TO PIX-MATRICULA
                   MOVE WS-FUNC-NOME    TO PIX-NOME
                   MOVE WS-FUNC-PIX     TO PIX-CHAVE
                   MOVE WS-FUNC-TOTAL   TO PIX-VALOR
                   WRITE PIX-REC
                   ADD 1 TO WS-QTD-PIX
                   ADD WS-FUNC-TOTAL TO WS-TOTAL-PIX
                   MOVE "PIX"           TO DET-TEXTO
               WHEN "C"
                   ADD 1 TO WS-CNAB-SEQ-LOTE
                   MOVE WS-CNAB-BANCO    TO CSA-BANCO
                   MOVE WS-CNAB-SEQ-LOTE TO CSA-SEQ
                   MOVE WS-FUNC-BANCO    TO CSA-BANCO-FAV
                   MOVE WS-FUNC-AGENCIA  TO CSA-AGENCIA-FAV
                   MOVE WS-FUNC-CONTA    TO CSA-CONTA-FAV
                   MOVE WS-FUNC-CONTA-DV TO CSA-CONTA-DV-FAV
                   MOVE WS-FUNC-NOME     TO CSA-NOME-FAV
                   MOVE SPACES           TO CSA-NUM-DOC
                   STRING "REEMB" WS-MAT-CORRENTE DELIMITED BY SIZE
                       INTO CSA-NUM-DOC
                   END-STRING
                   MOVE WS-CNAB-DATA-GER TO CSA-DATA-PGTO
                   MOVE WS-FUNC-TOTAL    TO CSA-VALOR
                   WRITE CNAB-REC FROM WS-CNAB-SEG-A
                   ADD 1 TO WS-QTD-CNAB
                   ADD WS-FUNC-TOTAL TO WS-TOTAL-CNAB
                   MOVE "CREDITO EM CONTA" TO DET-TEXTO
               WHEN OTHER
                   ADD 1 TO WS-QTD-FUNC-RETIDOS
                   MOVE 4 TO RETURN-CODE
                   MOVE WS-MOTIVO TO DET-TEXTO
                   DISPLAY "REEMB-PAGTO: MATRICULA " WS-MAT-CORRENTE
                       " RETIDA - " WS-MOTIVO
           END-EVALUATE

           MOVE WS-LINHA-DET TO LOTOUT-LINHA
           WRITE LOTOUT-LINHA
           MOVE 0 TO WS-FUNC-ITENS WS-FUNC-TOTAL.

       8000-FORMATAR-CENTAVOS SECTION.
           MOVE SPACE TO WS-FMT-SINAL
           IF WS-FMT-ENTRADA < 0
               MOVE "-" TO WS-FMT-SINAL
               COMPUTE WS-FMT-ABS = 0 - WS-FMT-ENTRADA
           ELSE
               MOVE WS-FMT-ENTRADA TO WS-FMT-ABS
           END-IF
           COMPUTE WS-FMT-REAIS = WS-FMT-ABS / 100
           COMPUTE WS-FMT-CENTS =
               WS-FMT-ABS - (WS-FMT-REAIS * 100)
           MOVE WS-FMT-REAIS TO WS-FMT-REAIS-ED
           MOVE WS-FMT-CENTS TO WS-FMT-CENTS-ED
           MOVE SPACES TO WS-FMT-SAIDA
           STRING
               WS-FMT-SINAL DELIMITED BY SPACE
               FUNCTION TRIM(WS-FMT-REAIS-ED)
               ","
               WS-FMT-CENTS-ED
               INTO WS-FMT-SAIDA
           END-STRING.

       9000-FINALIZAR SECTION.
      *> Trailers de lote e de arquivo da remessa, trailer de
      *> controle do lote PIX, e os dois no registro de transmissao.
           MOVE WS-CNAB-BANCO TO CTL-BANCO
           COMPUTE CTL-QTD-REG = WS-QTD-CNAB + 2
           MOVE WS-TOTAL-CNAB TO CTL-SOMA-VALOR
           WRITE CNAB-REC FROM WS-CNAB-TRAILER-LOTE
           MOVE WS-CNAB-BANCO TO CTA-BANCO
           MOVE 1             TO CTA-QTD-LOTES
           COMPUTE CTA-QTD-REG = WS-QTD-CNAB + 4
           WRITE CNAB-REC FROM WS-CNAB-TRAILER-ARQ
           CLOSE REEMB-CNAB-FILE

           MOVE WS-QTD-PIX   TO WS-CTRL-QTD
           MOVE WS-TOTAL-PIX TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO PIX-TRAILER-REC
           WRITE PIX-TRAILER-REC
           CLOSE REEMB-PIX-FILE

           IF WS-QTD-CNAB > 0
               MOVE "R"           TO WS-TRS-OPERACAO
               MOVE WS-NOME-CNAB  TO WS-TRS-ARQUIVO
               MOVE WS-EMPRESA    TO WS-TRS-EMPRESA
               MOVE WS-QTD-CNAB   TO WS-TRS-QTD
               MOVE WS-TOTAL-CNAB TO WS-TRS-TOTAL
               CALL "TRANSMISSAO-REG" USING WS-TRS-PARAMS
               END-CALL
           END-IF
           IF WS-QTD-PIX > 0
               MOVE "R"           TO WS-TRS-OPERACAO
               MOVE WS-NOME-PIX   TO WS-TRS-ARQUIVO
               MOVE WS-EMPRESA    TO WS-TRS-EMPRESA
               MOVE WS-QTD-PIX    TO WS-TRS-QTD
               MOVE WS-TOTAL-PIX  TO WS-TRS-TOTAL
               CALL "TRANSMISSAO-REG" USING WS-TRS-PARAMS
               END-CALL
           END-IF

           MOVE ALL "-" TO LOTOUT-LINHA
           WRITE LOTOUT-LINHA
           MOVE SPACES TO LOTOUT-LINHA
           STRING
               "PIX: "             DELIMITED BY SIZE
               WS-QTD-PIX          DELIMITED BY SIZE
               "  CNAB: "          DELIMITED BY SIZE
               WS-QTD-CNAB         DELIMITED BY SIZE
               "  ITENS PAGOS: "   DELIMITED BY SIZE
               WS-QTD-ITENS-PAGOS  DELIMITED BY SIZE
               "  RETIDOS: "       DELIMITED BY SIZE
               WS-QTD-ITENS-RETIDOS DELIMITED BY SIZE
               INTO LOTOUT-LINHA
           END-STRING
           WRITE LOTOUT-LINHA

           CLOSE REEMB-MASTER-FILE
           CLOSE LOTE-REPORT-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           DISPLAY "REEMB-PAGTO: EMPRESA " WS-EMPRESA
               " ITENS PAGOS=" WS-QTD-ITENS-PAGOS
               " RETIDOS=" WS-QTD-ITENS-RETIDOS
               " (" WS-QTD-FUNC-RETIDOS " FUNCIONARIOS)"
           DISPLAY "REEMB-PAGTO: CNAB=" WS-QTD-CNAB "/" WS-TOTAL-CNAB
               " PIX=" WS-QTD-PIX "/" WS-TOTAL-PIX
               " RETIDO=" WS-TOTAL-RETIDO.
