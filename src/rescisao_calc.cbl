      *> o terco constitucional, e produz o documento de rescisao com
      *> o total por extenso via EXT-MOEDA -- o pagamento com mais
      *> chance de contestacao judicial deixa de ser conta de papel.
      *> O desligamento fica marcado no PROVISAO-SALDO, quando ha
      *> provisao do funcionario, para o PROVISAO-MENSAL reverter o
      *> saldo provisionado na competencia do desligamento.
      *> O termo leva o codigo de autenticacao do DOCUMENTO-REGISTRA
      *> (total, 13o e ferias registrados), conferido no balcao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-PHIST-FS.
           SELECT RESCISAO-FILE ASSIGN TO "RESCISAO-DOC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVISAO-SALDO-FILE ASSIGN TO "PROVISAO-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WS-PRV-FS.

       DATA DIVISION.
       FILE SECTION.
           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

       FD  RESCISAO-FILE.
       01  RESC-LINHA                PIC X(100).

       FD  PROVISAO-SALDO-FILE.
       01  PRV-REC.
           05  PRV-MATRICULA         PIC 9(09).
           05  PRV-EMPRESA           PIC X(02).
           05  PRV-SETOR             PIC X(10).
           05  PRV-SITUACAO          PIC X(01).
           05  PRV-ULT-COMP          PIC 9(06).
           05  PRV-SALDO-13          PIC S9(15).
           05  PRV-ENC-13            PIC S9(15).
           05  PRV-ANO-13            PIC 9(04).
           05  PRV-PAGO-13           PIC S9(15).
           05  PRV-SALDO-FER         PIC S9(15).
           05  PRV-ENC-FER           PIC S9(15).
           05  PRV-FER-BAIXA OCCURS 2 TIMES.
               10  PRV-FER-ANO       PIC 9(04).
               10  PRV-FER-PAGO      PIC S9(15).
           05  PRV-RESC-DATA         PIC 9(08).
           05  PRV-RESC-13           PIC S9(15).
           05  PRV-RESC-FER          PIC S9(15).
           05  PRV-DATA-ATUALIZ      PIC 9(08).
           05  FILLER                PIC X(09).

       WORKING-STORAGE SECTION.
       01  WS-PHIST-FS               PIC X(02) VALUE SPACES.
           88  WS-PHIST-OK                      VALUE "00".
       01  WS-EOF-HIST               PIC X(01) VALUE "N".
           88  WS-FIM-HIST                      VALUE "S".
       01  WS-PRV-FS                 PIC X(02) VALUE SPACES.
           88  WS-PRV-OK                        VALUE "00".

       COPY "func_tabela.cpy".

           05  WS-MOEDA-VALOR-FMT    PIC X(30).
           05  WS-MOEDA-TEXTO-CONT   PIC X(256).

       COPY "documento_registro.cpy".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           PERFORM 2000-CONTAR-MESES-ANO
           PERFORM 3000-CALCULAR
           PERFORM 4000-GRAVAR-DOCUMENTO
           PERFORM 5000-MARCAR-PROVISAO
           GOBACK.

       1000-BUSCAR-FUNCIONARIO SECTION.
               END-STRING
               WRITE RESC-LINHA
           END-IF
           PERFORM 4100-AUTENTICAR
           MOVE ALL "=" TO RESC-LINHA
           WRITE RESC-LINHA


           DISPLAY "RESCISAO-CALC: DOCUMENTO GRAVADO EM RESCISAO-DOC"
           DISPLAY "TOTAL: " WS-VALOR-TXT.

      *> Registra o termo e imprime o codigo; registro fora do ar nao
      *> segura o termo, que sai sem codigo.
       4100-AUTENTICAR SECTION.
           INITIALIZE DOCUMENTO-REGISTRO-PARAMS
           MOVE "R"                  TO DREG-OPERACAO
           MOVE "RESCISAO"           TO DREG-TIPO
           MOVE "RESCISAO-CALC"      TO DREG-PROGRAMA
           MOVE WS-MATRICULA         TO DREG-MATRICULA
           MOVE WS-NOME              TO DREG-NOME
           STRING "DESLIGAMENTO " WS-DT-DESLIG(7:2) "/"
                  WS-DT-DESLIG(5:2) "/" WS-DT-DESLIG(1:4)
               DELIMITED BY SIZE INTO DREG-REFERENCIA
           END-STRING
           MOVE "TOTAL DA RESCISAO"  TO DREG-VLR-ROTULO(1)
           MOVE WS-TOTAL-RESCISAO    TO DREG-VLR(1)
           MOVE "13O PROPORCIONAL"   TO DREG-VLR-ROTULO(2)
           MOVE WS-DECIMO-TERCEIRO   TO DREG-VLR(2)
           MOVE "FERIAS COM 1/3"     TO DREG-VLR-ROTULO(3)
           COMPUTE DREG-VLR(3) = WS-FERIAS-PROP + WS-TERCO-FERIAS
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL
           IF DREG-STATUS = "OK"
               MOVE SPACES TO RESC-LINHA
               STRING "CODIGO DE AUTENTICACAO: " DREG-CODIGO-FMT
                      " (CONFIRA NO RH)"
                   DELIMITED BY SIZE INTO RESC-LINHA
               END-STRING
               WRITE RESC-LINHA
           ELSE
               DISPLAY "AVISO: REGISTRO DE DOCUMENTOS INDISPONIVEL - "
                   "TERMO SAI SEM CODIGO DE AUTENTICACAO"
           END-IF
           MOVE "F" TO DREG-OPERACAO
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL.

       5000-MARCAR-PROVISAO SECTION.
      *> Sem saldo de provisao (provisao nao implantada, ou
      *> funcionario nunca provisionado) nao ha o que marcar.
           OPEN I-O PROVISAO-SALDO-FILE
           IF NOT WS-PRV-OK
               EXIT SECTION
           END-IF

           MOVE WS-MATRICULA TO PRV-MATRICULA
           READ PROVISAO-SALDO-FILE
               INVALID KEY
                   CLOSE PROVISAO-SALDO-FILE
                   EXIT SECTION
           END-READ

           MOVE WS-DT-DESLIG       TO PRV-RESC-DATA
           MOVE WS-DECIMO-TERCEIRO TO PRV-RESC-13
           COMPUTE PRV-RESC-FER = WS-FERIAS-PROP + WS-TERCO-FERIAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRV-DATA-ATUALIZ
           REWRITE PRV-REC
               INVALID KEY
                   DISPLAY "AVISO: FALHA AO MARCAR O DESLIGAMENTO NA "
                       "PROVISAO DA MATRICULA " WS-MATRICULA
           END-REWRITE
           CLOSE PROVISAO-SALDO-FILE

           DISPLAY "RESCISAO-CALC: DESLIGAMENTO MARCADO NA PROVISAO - "
               "SALDO REVERTIDO NA COMPETENCIA "
               WS-DT-DESLIG(5:2) "/" WS-DT-DESLIG(1:4).
