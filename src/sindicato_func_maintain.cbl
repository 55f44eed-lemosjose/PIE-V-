       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINDICATO-FUNC-MAINTAIN.

      *> Vinculo sindical por funcionario (SINDICATO-FUNC, indexado
      *> pela matricula), no molde do SETOR-MAINTAIN. O sindicato
      *> normal vem do setor (SET-SINDICATO); o registro aqui so
      *> existe para a excecao -- funcionario de outra categoria que
      *> o resto do setor -- e para a carta de oposicao: com
      *> SFU-OPOSICAO = "S" a folha nao desconta a contribuicao,
      *> qualquer que seja o sindicato, e o funcionario aparece como
      *> oposicao no demonstrativo de repasse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINDFUNC-FILE ASSIGN TO "SINDICATO-FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFU-MATRICULA
               FILE STATUS IS WS-SFU-FS.
           SELECT SINDICATO-FILE ASSIGN TO "SINDICATO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-SIN-FS.

       DATA DIVISION.
       FILE SECTION.
      *> SFU-SINDICATO em branco = segue o sindicato do setor.
      *> SFU-DATA-OPOSICAO = AAAAMMDD da carta de oposicao entregue.
       FD  SINDFUNC-FILE.
       01  SFU-REC.
           05  SFU-MATRICULA         PIC 9(09).
           05  SFU-SINDICATO         PIC X(06).
           05  SFU-OPOSICAO          PIC X(01).
           05  SFU-DATA-OPOSICAO     PIC X(08).

       FD  SINDICATO-FILE.
       01  SIN-REC.
           05  SIN-CODIGO            PIC X(06).
           05  SIN-NOME              PIC X(40).
           05  SIN-CNPJ              PIC 9(14).
           05  SIN-BANCO             PIC 9(03).
           05  SIN-AGENCIA           PIC 9(04).
           05  SIN-CONTA             PIC 9(08).
           05  SIN-CONTA-DV          PIC 9(01).
           05  SIN-REGRA             PIC X(01).
           05  SIN-PCT               PIC 9(05).
           05  SIN-VALOR             PIC 9(15).
           05  SIN-MES-BASE          PIC 9(02).
           05  SIN-STATUS            PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-SFU-FS                 PIC X(02) VALUE SPACES.
           88  WS-SFU-OK                        VALUE "00".
       01  WS-SIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-SIN-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-MATRICULA              PIC 9(09) VALUE ZEROS.
       01  WS-SINDICATO              PIC X(06) VALUE SPACES.
       01  WS-OPOSICAO               PIC X(01) VALUE SPACE.
       01  WS-DATA-OPOSICAO          PIC X(08) VALUE SPACES.
       01  WS-DADOS-OK               PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   VINCULO SINDICAL DO FUNCIONARIO         ".
           DISPLAY "------------------------------------------".

           DISPLAY "OPERACAO (I=INCLUIR, A=ALTERAR, E=EXCLUIR, "
               "C=CONSULTAR): "
           ACCEPT WS-OPERACAO

           DISPLAY "MATRICULA: "
           ACCEPT WS-MATRICULA
           IF WS-MATRICULA = 0
               DISPLAY "ERRO: MATRICULA OBRIGATORIA"
               GOBACK
           END-IF

           OPEN I-O SINDFUNC-FILE
           IF NOT WS-SFU-OK
               OPEN OUTPUT SINDFUNC-FILE
               CLOSE SINDFUNC-FILE
               OPEN I-O SINDFUNC-FILE
           END-IF

           MOVE WS-MATRICULA TO SFU-MATRICULA

           EVALUATE WS-OPERACAO
               WHEN "I"
               WHEN "i"
                   PERFORM 2000-INCLUIR
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ALTERAR
               WHEN "E"
               WHEN "e"
                   PERFORM 4000-EXCLUIR
               WHEN "C"
               WHEN "c"
                   PERFORM 5000-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA: " WS-OPERACAO
           END-EVALUATE

           CLOSE SINDFUNC-FILE
           GOBACK.

       1000-LER-DADOS SECTION.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "SINDICATO (EM BRANCO = O DO SETOR): "
           ACCEPT WS-SINDICATO
           IF WS-SINDICATO NOT = SPACES
               PERFORM 1100-CONFERIR-SINDICATO
               IF WS-DADOS-OK NOT = "S"
                   EXIT SECTION
               END-IF
               MOVE "N" TO WS-DADOS-OK
           END-IF

           DISPLAY "OPOSICAO A CONTRIBUICAO ENTREGUE? (S/N): "
           ACCEPT WS-OPOSICAO
           IF WS-OPOSICAO = "s"
               MOVE "S" TO WS-OPOSICAO
           END-IF
           IF WS-OPOSICAO NOT = "S"
               MOVE "N" TO WS-OPOSICAO
           END-IF

           MOVE SPACES TO WS-DATA-OPOSICAO
           IF WS-OPOSICAO = "S"
               DISPLAY "DATA DA CARTA DE OPOSICAO (AAAAMMDD, "
                   "EM BRANCO = HOJE): "
               ACCEPT WS-DATA-OPOSICAO
               IF WS-DATA-OPOSICAO = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-DATA-OPOSICAO
               END-IF
               IF WS-DATA-OPOSICAO IS NOT NUMERIC
                   DISPLAY "ERRO: DATA DA OPOSICAO INVALIDA"
                   EXIT SECTION
               END-IF
           END-IF

           IF WS-SINDICATO = SPACES AND WS-OPOSICAO = "N"
               DISPLAY "ERRO: SEM SINDICATO PROPRIO NEM OPOSICAO O "
                   "VINCULO E O DO SETOR -- USE E=EXCLUIR"
               EXIT SECTION
           END-IF

           MOVE "S" TO WS-DADOS-OK.

       1100-CONFERIR-SINDICATO SECTION.
      *> O codigo tem de existir e estar ativo no cadastro.
           MOVE "N" TO WS-DADOS-OK
           OPEN INPUT SINDICATO-FILE
           IF NOT WS-SIN-OK
               DISPLAY "ERRO: SINDICATO-MASTER INDISPONIVEL"
               EXIT SECTION
           END-IF
           MOVE WS-SINDICATO TO SIN-CODIGO
           READ SINDICATO-FILE
               INVALID KEY
                   DISPLAY "ERRO: SINDICATO NAO CADASTRADO: "
                       WS-SINDICATO
               NOT INVALID KEY
                   IF SIN-STATUS = "A"
                       MOVE "S" TO WS-DADOS-OK
                   ELSE
                       DISPLAY "ERRO: SINDICATO INATIVO: "
                           WS-SINDICATO
                   END-IF
           END-READ
           CLOSE SINDICATO-FILE.

       2000-INCLUIR SECTION.
           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "INCLUSAO ABANDONADA"
               EXIT SECTION
           END-IF

           MOVE WS-MATRICULA     TO SFU-MATRICULA
           MOVE WS-SINDICATO     TO SFU-SINDICATO
           MOVE WS-OPOSICAO      TO SFU-OPOSICAO
           MOVE WS-DATA-OPOSICAO TO SFU-DATA-OPOSICAO
           WRITE SFU-REC
               INVALID KEY
                   DISPLAY "ERRO: MATRICULA JA TEM VINCULO -- USE "
                       "A=ALTERAR"
                   EXIT SECTION
           END-WRITE
           DISPLAY "VINCULO INCLUIDO: MATRICULA " WS-MATRICULA.

       3000-ALTERAR SECTION.
           READ SINDFUNC-FILE
               INVALID KEY
                   DISPLAY "ERRO: MATRICULA SEM VINCULO CADASTRADO"
                   EXIT SECTION
           END-READ

           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "ALTERACAO ABANDONADA"
               EXIT SECTION
           END-IF
           MOVE WS-SINDICATO     TO SFU-SINDICATO
           MOVE WS-OPOSICAO      TO SFU-OPOSICAO
           MOVE WS-DATA-OPOSICAO TO SFU-DATA-OPOSICAO
           REWRITE SFU-REC
           END-REWRITE
           DISPLAY "VINCULO ALTERADO: MATRICULA " WS-MATRICULA.

       4000-EXCLUIR SECTION.
      *> Sem registro o funcionario volta a seguir o setor.
           READ SINDFUNC-FILE
               INVALID KEY
                   DISPLAY "ERRO: MATRICULA SEM VINCULO CADASTRADO"
                   EXIT SECTION
           END-READ
           DELETE SINDFUNC-FILE
               INVALID KEY
                   DISPLAY "ERRO: EXCLUSAO RECUSADA (STATUS="
                       WS-SFU-FS ")"
                   EXIT SECTION
           END-DELETE
           DISPLAY "VINCULO EXCLUIDO: MATRICULA " WS-MATRICULA
               " (VOLTA AO SINDICATO DO SETOR)".

       5000-CONSULTAR SECTION.
           READ SINDFUNC-FILE
               INVALID KEY
                   DISPLAY "MATRICULA SEM VINCULO PROPRIO -- SEGUE O "
                       "SINDICATO DO SETOR"
                   EXIT SECTION
           END-READ
           DISPLAY "MATRICULA:      " SFU-MATRICULA
           DISPLAY "SINDICATO:      " SFU-SINDICATO
           DISPLAY "OPOSICAO:       " SFU-OPOSICAO
           DISPLAY "DATA OPOSICAO:  " SFU-DATA-OPOSICAO.
