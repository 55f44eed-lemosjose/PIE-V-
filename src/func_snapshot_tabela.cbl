       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-SNAPSHOT-TABELA.

      *> Carga da tabela de funcionarios (contrato func_tabela.cpy, o
      *> mesmo do TRE0028-TABELA-FUNC) a partir do FUNC-SNAPSHOT que a
      *> janela noturna extrai uma vez, em vez de puxar o cadastro
      *> inteiro pelo ODBC a cada programa. E a troca direta para o
      *> programa de lote que percorre o quadro todo; quem so busca
      *> funcionario pela chave usa o FUNC-SNAPSHOT-LER e nem carrega
      *> a tabela. O online continua no TRE0028-TABELA-FUNC, ao vivo.
      *>
      *> A tabela sai na ordem da chave primaria (matricula), que e a
      *> ordem que o SEARCH ALL dos chamadores exige, e com o mesmo
      *> teto de 5000 entradas e o mesmo "OVF" da carga ao vivo.
      *>
      *> Snapshot ausente ou incompleto (extracao parada no meio) nao
      *> derruba o lote: a carga cai para o TRE0028-TABELA-FUNC ao
      *> vivo, com aviso no log -- e o comportamento de antes do
      *> snapshot existir.

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
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EXTRACAO               PIC X(14) VALUE SPACES.

       LINKAGE SECTION.
       COPY "func_tabela.cpy".

       PROCEDURE DIVISION USING FUNC-TABELA-PARAMS.
       0000-MAINLINE SECTION.
           MOVE 0    TO FT-QTD
           MOVE "OK" TO FT-STATUS

           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-SNP-OK
               DISPLAY "FUNC-SNAPSHOT-TABELA: FUNC-SNAPSHOT "
                   "indisponivel (status=" WS-SNP-FS "), carga ao vivo"
               PERFORM 9000-CARGA-AO-VIVO
               GOBACK
           END-IF

           MOVE 0 TO SNP-MATRICULA
           READ SNAPSHOT-FILE
               INVALID KEY
                   MOVE SPACES TO SNP-CTL-SITUACAO
           END-READ
           IF SNP-CTL-SITUACAO NOT = "OK "
               CLOSE SNAPSHOT-FILE
               DISPLAY "FUNC-SNAPSHOT-TABELA: FUNC-SNAPSHOT "
                   "incompleto, carga ao vivo"
               PERFORM 9000-CARGA-AO-VIVO
               GOBACK
           END-IF
           MOVE SNP-CTL-EXTRACAO TO WS-EXTRACAO

           PERFORM 1000-CARREGAR
           CLOSE SNAPSHOT-FILE

           DISPLAY "FUNC-SNAPSHOT-TABELA: " FT-QTD
               " funcionarios do snapshot extraido em " WS-EXTRACAO
           GOBACK.

      *> O controle acabou de ser lido pela chave; o READ NEXT segue
      *> dali, pela matricula.
       1000-CARREGAR SECTION.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 1100-ACRESCENTAR
               END-READ
           END-PERFORM.

       1100-ACRESCENTAR SECTION.
      *> Mesmo criterio da carga ao vivo: quadro maior que a tabela
      *> para todo chamador, em vez de derrubar funcionario calado.
           IF FT-QTD >= 5000
               DISPLAY "ERRO: quadro maior que 5000 funcionarios, "
                   "tabela em memoria insuficiente (OVF)"
               MOVE "OVF" TO FT-STATUS
               MOVE "S" TO WS-EOF
               EXIT SECTION
           END-IF
           ADD 1 TO FT-QTD
           MOVE SNP-FUNC TO FT-ENTRADA(FT-QTD).

       9000-CARGA-AO-VIVO SECTION.
           CALL "TRE0028-TABELA-FUNC" USING FUNC-TABELA-PARAMS
           END-CALL.
