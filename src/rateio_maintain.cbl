       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEIO-MAINTAIN.

      *> Rateio do custo de um funcionario entre setores (RATEIO-
      *> MASTER, chaveado por matricula + competencia de inicio), no
      *> molde do DEPENDENTE-MAINTAIN. Quem trabalha para dois ou tres
      *> departamentos deixa de pesar inteiro no FT-SETOR: a folha
      *> (PAYROLL-RUN) reparte salario, beneficios e encargos pelos
      *> percentuais no subtotal por setor, no custo, na variacao de
      *> orcamento e, pelos subtotais, na exportacao contabil.
      *>
      *> Cada registro vale da competencia RAT-VIGENCIA (AAAAMM) em
      *> diante, ate a proxima vigencia da mesma matricula; a folha
      *> usa a mais recente que nao passe da competencia da rodada.
      *> Ate 10 setores, percentual em centesimos de % (2500 = 25%),
      *> e a soma TEM de dar 10000 -- rateio que nao fecha nao entra.
      *> Para voltar ao setor unico do cadastro, inclua uma vigencia
      *> nova com o proprio FT-SETOR a 100%.
      *>
      *> O primeiro setor informado e o principal: e nele que o
      *> funcionario conta na quantidade do subtotal, e e ele que
      *> absorve a diferenca de arredondamento do rateio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIO-FILE ASSIGN TO "RATEIO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WS-RAT-FS.
           SELECT SETOR-FILE ASSIGN TO "SETOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SET-CODIGO
               FILE STATUS IS WS-SET-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATEIO-FILE.
       01  RAT-REC.
           05  RAT-CHAVE.
               10  RAT-MATRICULA     PIC 9(09).
               10  RAT-VIGENCIA      PIC 9(06).
           05  RAT-QTD               PIC 9(02).
           05  RAT-ITEM OCCURS 10 TIMES.
               10  RAT-SETOR         PIC X(10).
               10  RAT-PCT           PIC 9(05).
           05  RAT-DATA-INCL         PIC X(08).

       FD  SETOR-FILE.
       01  SET-REC.
           05  SET-CODIGO            PIC X(10).
           05  SET-NOME              PIC X(20).
           05  SET-RESPONSAVEL       PIC X(30).
           05  SET-ATIVO             PIC X(01).
           05  SET-ORCAMENTO         PIC 9(15).
           05  SET-SINDICATO         PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-RAT-FS                 PIC X(02) VALUE SPACES.
           88  WS-RAT-OK                        VALUE "00".
       01  WS-SET-FS                 PIC X(02) VALUE SPACES.
           88  WS-SET-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-MATRICULA              PIC 9(09) VALUE ZEROS.
       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-VIGENCIA               PIC 9(06) VALUE ZEROS.
       01  WS-DADOS-OK               PIC X(01) VALUE "N".
       01  WS-FIM-ITENS              PIC X(01) VALUE "N".
       01  WS-EOF-RAT                PIC X(01) VALUE "N".
       01  WS-QTD-LISTADOS           PIC 9(03) VALUE ZEROS.

       01  WS-ITENS.
           05  WS-QTD                PIC 9(02) VALUE 0.
           05  WS-ITEM OCCURS 10 TIMES.
               10  WS-IT-SETOR       PIC X(10).
               10  WS-IT-PCT         PIC 9(05).
       01  WS-SETOR                  PIC X(10) VALUE SPACES.
       01  WS-PCT                    PIC 9(05) VALUE ZEROS.
       01  WS-SOMA-PCT               PIC 9(06) VALUE ZEROS.
       01  WS-I                      PIC 9(02) VALUE ZEROS.
       01  WS-J                      PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   RATEIO DE CUSTO ENTRE SETORES           ".
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

           IF WS-OPERACAO NOT = "C" AND WS-OPERACAO NOT = "c"
               DISPLAY "COMPETENCIA DE INICIO (MMAAAA): "
               ACCEPT WS-COMPETENCIA
               IF WS-COMPETENCIA IS NOT NUMERIC
                       OR WS-COMPETENCIA(1:2) < "01"
                       OR WS-COMPETENCIA(1:2) > "12"
                   DISPLAY "ERRO: COMPETENCIA INVALIDA: "
                       WS-COMPETENCIA
                   GOBACK
               END-IF
               MOVE WS-COMPETENCIA(3:4) TO WS-VIGENCIA(1:4)
               MOVE WS-COMPETENCIA(1:2) TO WS-VIGENCIA(5:2)
           END-IF

           OPEN I-O RATEIO-FILE
           IF NOT WS-RAT-OK
               OPEN OUTPUT RATEIO-FILE
               CLOSE RATEIO-FILE
               OPEN I-O RATEIO-FILE
           END-IF

           MOVE WS-MATRICULA TO RAT-MATRICULA
           MOVE WS-VIGENCIA  TO RAT-VIGENCIA

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

           CLOSE RATEIO-FILE
           GOBACK.

       1000-LER-ITENS SECTION.
      *> Setor e percentual ate o setor em branco; cada setor tem de
      *> existir ativo no cadastro e aparecer uma vez so, e a soma
      *> dos percentuais tem de fechar 100%.
           MOVE "N" TO WS-DADOS-OK
           MOVE 0 TO WS-QTD WS-SOMA-PCT
           MOVE "N" TO WS-FIM-ITENS

           OPEN INPUT SETOR-FILE
           IF NOT WS-SET-OK
               DISPLAY "ERRO: SETOR-MASTER INDISPONIVEL"
               EXIT SECTION
           END-IF

           PERFORM UNTIL WS-FIM-ITENS = "S" OR WS-QTD >= 10
               COMPUTE WS-I = WS-QTD + 1
               DISPLAY "SETOR " WS-I " (EM BRANCO = FIM): "
               MOVE SPACES TO WS-SETOR
               ACCEPT WS-SETOR
               IF WS-SETOR = SPACES
                   MOVE "S" TO WS-FIM-ITENS
               ELSE
                   PERFORM 1100-LER-ITEM
                   IF WS-FIM-ITENS = "E"
                       CLOSE SETOR-FILE
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SETOR-FILE

           IF WS-QTD = 0
               DISPLAY "ERRO: NENHUM SETOR INFORMADO"
               EXIT SECTION
           END-IF
           IF WS-SOMA-PCT NOT = 10000
               DISPLAY "ERRO: PERCENTUAIS SOMAM " WS-SOMA-PCT
                   " -- O RATEIO TEM DE FECHAR 10000 (100%)"
               EXIT SECTION
           END-IF

           MOVE "S" TO WS-DADOS-OK.

       1100-LER-ITEM SECTION.
      *> WS-FIM-ITENS = "E" abandona a digitacao inteira.
           MOVE WS-SETOR TO SET-CODIGO
           READ SETOR-FILE
               INVALID KEY
                   DISPLAY "ERRO: SETOR NAO CADASTRADO: " WS-SETOR
                   MOVE "E" TO WS-FIM-ITENS
                   EXIT SECTION
           END-READ
           IF SET-ATIVO NOT = "S"
               DISPLAY "ERRO: SETOR INATIVO: " WS-SETOR
               MOVE "E" TO WS-FIM-ITENS
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-QTD
               IF WS-IT-SETOR(WS-J) = WS-SETOR
                   DISPLAY "ERRO: SETOR REPETIDO NO RATEIO: "
                       WS-SETOR
                   MOVE "E" TO WS-FIM-ITENS
                   EXIT SECTION
               END-IF
           END-PERFORM

           DISPLAY "PERCENTUAL DO SETOR " WS-SETOR
               " (CENTESIMOS DE %, 2500 = 25%): "
           ACCEPT WS-PCT
           IF WS-PCT = 0 OR WS-PCT > 10000
               DISPLAY "ERRO: PERCENTUAL INVALIDO: " WS-PCT
               MOVE "E" TO WS-FIM-ITENS
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD
           MOVE WS-SETOR TO WS-IT-SETOR(WS-QTD)
           MOVE WS-PCT   TO WS-IT-PCT(WS-QTD)
           ADD WS-PCT TO WS-SOMA-PCT.

       1200-MONTAR-REGISTRO SECTION.
           MOVE WS-QTD TO RAT-QTD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               IF WS-I > WS-QTD
                   MOVE SPACES TO RAT-SETOR(WS-I)
                   MOVE 0      TO RAT-PCT(WS-I)
               ELSE
                   MOVE WS-IT-SETOR(WS-I) TO RAT-SETOR(WS-I)
                   MOVE WS-IT-PCT(WS-I)   TO RAT-PCT(WS-I)
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RAT-DATA-INCL.

       2000-INCLUIR SECTION.
           PERFORM 1000-LER-ITENS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "INCLUSAO ABANDONADA"
               EXIT SECTION
           END-IF

           MOVE WS-MATRICULA TO RAT-MATRICULA
           MOVE WS-VIGENCIA  TO RAT-VIGENCIA
           PERFORM 1200-MONTAR-REGISTRO
           WRITE RAT-REC
               INVALID KEY
                   DISPLAY "ERRO: JA HA RATEIO DESTA MATRICULA NESTA "
                       "COMPETENCIA -- USE A=ALTERAR"
                   EXIT SECTION
           END-WRITE
           DISPLAY "RATEIO INCLUIDO: MATRICULA " WS-MATRICULA
               " A PARTIR DE " WS-COMPETENCIA " EM " WS-QTD
               " SETOR(ES)".

       3000-ALTERAR SECTION.
      *> Redigita o rateio inteiro da vigencia.
           READ RATEIO-FILE
               INVALID KEY
                   DISPLAY "ERRO: RATEIO NAO CADASTRADO NESTA "
                       "COMPETENCIA"
                   EXIT SECTION
           END-READ

           PERFORM 1000-LER-ITENS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "ALTERACAO ABANDONADA"
               EXIT SECTION
           END-IF
           PERFORM 1200-MONTAR-REGISTRO
           REWRITE RAT-REC
           END-REWRITE
           DISPLAY "RATEIO ALTERADO: MATRICULA " WS-MATRICULA
               " A PARTIR DE " WS-COMPETENCIA.

       4000-EXCLUIR SECTION.
      *> Sem a vigencia, vale a anterior (ou o FT-SETOR, se nao
      *> houver nenhuma).
           READ RATEIO-FILE
               INVALID KEY
                   DISPLAY "ERRO: RATEIO NAO CADASTRADO NESTA "
                       "COMPETENCIA"
                   EXIT SECTION
           END-READ
           DELETE RATEIO-FILE
               INVALID KEY
                   DISPLAY "ERRO: EXCLUSAO RECUSADA (STATUS="
                       WS-RAT-FS ")"
                   EXIT SECTION
           END-DELETE
           DISPLAY "RATEIO EXCLUIDO: MATRICULA " WS-MATRICULA
               " A PARTIR DE " WS-COMPETENCIA.

       5000-CONSULTAR SECTION.
           MOVE WS-MATRICULA TO RAT-MATRICULA
           MOVE 0 TO RAT-VIGENCIA
           MOVE "N" TO WS-EOF-RAT
           START RATEIO-FILE KEY NOT < RAT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RAT
           END-START

           PERFORM UNTIL WS-EOF-RAT = "S"
               READ RATEIO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RAT
                   NOT AT END
                       IF RAT-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-EOF-RAT
                       ELSE
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY "A PARTIR DE " RAT-VIGENCIA(5:2)
                               RAT-VIGENCIA(1:4) ":"
                           PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > RAT-QTD
                               DISPLAY "    " RAT-SETOR(WS-I) " "
                                   RAT-PCT(WS-I)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-LISTADOS = 0
               DISPLAY "MATRICULA SEM RATEIO -- CUSTO INTEIRO NO "
                   "SETOR DO CADASTRO"
           END-IF.
