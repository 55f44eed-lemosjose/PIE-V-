       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-SNAPSHOT-LER.

      *> Leitura de funcionario, um por vez, no FUNC-SNAPSHOT indexado
      *> que a janela noturna extrai (TRE0028-FUNC-SNAPSHOT). Para o
      *> programa de lote que so procura a matricula do registro que
      *> esta processando: em vez de carregar as 5000 entradas da
      *> tabela para um SEARCH ALL, le direto pela chave -- sem carga
      *> repetida do banco e sem teto de quadro. As chaves
      *> alternativas (CPF e setor) servem a varredura que agrupa por
      *> elas. Contrato em func_snapshot.cpy.
      *>
      *> Aqui nao ha queda para o banco ao vivo: quem le por chave nao
      *> tem a tabela para onde cair. Snapshot ausente ou incompleto
      *> volta "REJ" e o chamador para, como parava quando a carga da
      *> tabela falhava.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "FUNC-SNAPSHOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-MATRICULA
               ALTERNATE RECORD KEY IS SNP-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SNP-SETOR WITH DUPLICATES
               FILE STATUS IS WS-SNP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       COPY "func_snapshot_reg.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SNP-FS                 PIC X(02) VALUE SPACES.
           88  WS-SNP-OK                        VALUE "00".
       01  WS-ABERTO                 PIC X(01) VALUE "N".
           88  WS-SNAPSHOT-ABERTO               VALUE "S".
       01  WS-EXTRACAO               PIC X(14) VALUE SPACES.
       01  WS-QTD-QUADRO             PIC 9(09) VALUE 0.

      *> Caminho da ultima leitura, para o "P" saber onde parar.
       01  WS-VIA                    PIC X(01) VALUE SPACE.
       01  WS-VIA-CPF                PIC 9(09) VALUE 0.
       01  WS-VIA-SETOR              PIC X(10) VALUE SPACES.
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       LINKAGE SECTION.
       COPY "func_snapshot.cpy".

       PROCEDURE DIVISION USING FUNC-SNAPSHOT-PARAMS.
       0000-MAINLINE SECTION.
           IF FSNP-OPERACAO = "F"
               IF WS-SNAPSHOT-ABERTO
                   CLOSE SNAPSHOT-FILE
                   MOVE "N" TO WS-ABERTO
               END-IF
               MOVE "OK" TO FSNP-STATUS
               GOBACK
           END-IF

           IF NOT WS-SNAPSHOT-ABERTO
               PERFORM 1000-ABRIR
               IF NOT WS-SNAPSHOT-ABERTO
                   MOVE "REJ" TO FSNP-STATUS
                   GOBACK
               END-IF
           END-IF

           MOVE WS-EXTRACAO   TO FSNP-EXTRACAO
           MOVE WS-QTD-QUADRO TO FSNP-QTD
           MOVE "NAO"         TO FSNP-STATUS

           EVALUATE FSNP-OPERACAO
               WHEN "A"
                   MOVE "OK" TO FSNP-STATUS
               WHEN "M"
                   PERFORM 2000-LER-MATRICULA
               WHEN "C"
                   PERFORM 2100-LER-CPF
               WHEN "S"
                   PERFORM 2200-LER-SETOR
               WHEN "T"
                   PERFORM 2300-INICIAR-QUADRO
               WHEN "P"
                   PERFORM 2400-LER-PROXIMO
               WHEN OTHER
                   DISPLAY "FUNC-SNAPSHOT-LER: operacao invalida: "
                       FSNP-OPERACAO
                   MOVE "REJ" TO FSNP-STATUS
           END-EVALUATE
           GOBACK.

      *> Abre e confere o controle: so snapshot concluido ("OK ")
      *> serve.
       1000-ABRIR SECTION.
           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-SNP-OK
               DISPLAY "FUNC-SNAPSHOT-LER: FUNC-SNAPSHOT indisponivel"
                   " (status=" WS-SNP-FS ")"
               EXIT SECTION
           END-IF
           MOVE 0 TO SNP-MATRICULA
           READ SNAPSHOT-FILE
               INVALID KEY
                   MOVE SPACES TO SNP-CTL-SITUACAO
           END-READ
           IF SNP-CTL-SITUACAO NOT = "OK "
               DISPLAY "FUNC-SNAPSHOT-LER: FUNC-SNAPSHOT incompleto "
                   "(extracao interrompida)"
               CLOSE SNAPSHOT-FILE
               EXIT SECTION
           END-IF
           MOVE SNP-CTL-EXTRACAO TO WS-EXTRACAO
           MOVE SNP-CTL-QTD      TO WS-QTD-QUADRO
           MOVE "S" TO WS-ABERTO
           DISPLAY "FUNC-SNAPSHOT-LER: snapshot extraido em "
               WS-EXTRACAO.

       2000-LER-MATRICULA SECTION.
           MOVE "M" TO WS-VIA
           IF FSNP-CHAVE-MATRICULA = 0
               EXIT SECTION
           END-IF
           MOVE FSNP-CHAVE-MATRICULA TO SNP-MATRICULA
           READ SNAPSHOT-FILE KEY IS SNP-MATRICULA
               INVALID KEY
                   EXIT SECTION
           END-READ
           PERFORM 3000-DEVOLVER.

       2100-LER-CPF SECTION.
           MOVE "C" TO WS-VIA
           MOVE FSNP-CHAVE-CPF TO WS-VIA-CPF
           MOVE FSNP-CHAVE-CPF TO SNP-CPF
           START SNAPSHOT-FILE KEY = SNP-CPF
               INVALID KEY
                   EXIT SECTION
           END-START
           PERFORM 2400-LER-PROXIMO.

       2200-LER-SETOR SECTION.
           MOVE "S" TO WS-VIA
           MOVE FSNP-CHAVE-SETOR TO WS-VIA-SETOR
           MOVE FSNP-CHAVE-SETOR TO SNP-SETOR
           START SNAPSHOT-FILE KEY = SNP-SETOR
               INVALID KEY
                   EXIT SECTION
           END-START
           PERFORM 2400-LER-PROXIMO.

      *> Quadro inteiro na ordem pedida; o "P" segue ate o fim.
       2300-INICIAR-QUADRO SECTION.
           MOVE "T" TO WS-VIA
           EVALUATE FSNP-ORDEM
               WHEN "C"
                   MOVE 0 TO SNP-CPF
                   START SNAPSHOT-FILE KEY NOT < SNP-CPF
                       INVALID KEY
                           EXIT SECTION
                   END-START
               WHEN "S"
                   MOVE LOW-VALUES TO SNP-SETOR
                   START SNAPSHOT-FILE KEY NOT < SNP-SETOR
                       INVALID KEY
                           EXIT SECTION
                   END-START
               WHEN OTHER
                   MOVE 0 TO SNP-MATRICULA
                   START SNAPSHOT-FILE KEY > SNP-MATRICULA
                       INVALID KEY
                           EXIT SECTION
                   END-START
           END-EVALUATE
           PERFORM 2400-LER-PROXIMO.

      *> Proximo na chave corrente, pulando o registro de controle
      *> (matricula zero, que aparece no caminho do CPF e do setor).
       2400-LER-PROXIMO SECTION.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                       EXIT SECTION
               END-READ
               IF SNP-MATRICULA NOT = 0
                   MOVE "S" TO WS-EOF
               END-IF
           END-PERFORM

           IF WS-VIA = "C" AND SNP-CPF NOT = WS-VIA-CPF
               EXIT SECTION
           END-IF
           IF WS-VIA = "S" AND SNP-SETOR NOT = WS-VIA-SETOR
               EXIT SECTION
           END-IF
           PERFORM 3000-DEVOLVER.

       3000-DEVOLVER SECTION.
           MOVE SNP-FUNC TO FSNP-FUNC
           MOVE "OK"     TO FSNP-STATUS.
