       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANO-SAUDE-MAINTAIN.

      *> Adesao ao plano de saude e ao odontologico (PLANO-SAUDE-
      *> MASTER, chaveado por matricula + sequencia do dependente +
      *> tipo do plano), no molde do DEPENDENTE-MAINTAIN. Cada vida
      *> tem o seu registro: sequencia 00 e o proprio titular, as
      *> demais tem de existir ATIVAS no DEPENDENTE-MASTER.
      *>
      *> Tipo: SA = saude, OD = odontologico.
      *> A mensalidade e o valor cobrado pela operadora por vida, em
      *> centavos; PLS-PCT-FUNC (centesimos de %, 10000 = tudo) e a
      *> parte que o funcionario paga -- a folha (PAYROLL-RUN)
      *> desconta essa parte e o resto e custo da empresa. A
      *> carteirinha e a chave com que a fatura mensal da operadora
      *> identifica a vida na conferencia (PLANO-FATURA-CONFERE).
      *>
      *> Encerra em vez de excluir: a data final fica no cadastro e a
      *> conferencia da fatura aponta a vida cobrada depois dela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-FILE ASSIGN TO "PLANO-SAUDE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLS-CHAVE
               FILE STATUS IS WS-PLS-FS.
           SELECT DEPENDENTE-FILE ASSIGN TO "DEPENDENTE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-DEP-FS.

       DATA DIVISION.
       FILE SECTION.
      *> PLS-DATA-FIM = 0 enquanto a adesao estiver vigente.
       FD  PLANO-FILE.
       01  PLS-REC.
           05  PLS-CHAVE.
               10  PLS-MATRICULA     PIC 9(09).
               10  PLS-DEP-SEQ       PIC 9(02).
               10  PLS-TIPO          PIC X(02).
           05  PLS-PLANO             PIC X(10).
           05  PLS-CARTEIRINHA       PIC X(20).
           05  PLS-MENSALIDADE       PIC 9(15).
           05  PLS-PCT-FUNC          PIC 9(05).
           05  PLS-DATA-INI          PIC 9(08).
           05  PLS-DATA-FIM          PIC 9(08).
           05  PLS-STATUS            PIC X(10).

       FD  DEPENDENTE-FILE.
       01  DEP-REC.
           05  DEP-CHAVE.
               10  DEP-MATRICULA     PIC 9(09).
               10  DEP-SEQ           PIC 9(02).
           05  DEP-NOME              PIC X(40).
           05  DEP-CPF               PIC 9(11).
           05  DEP-NASCIMENTO        PIC 9(08).
           05  DEP-PARENTESCO        PIC X(02).
           05  DEP-IRRF              PIC X(01).
           05  DEP-INVALIDO          PIC X(01).
           05  DEP-ESTUDANTE         PIC X(01).
           05  DEP-STATUS            PIC X(10).
           05  DEP-DATA-INCL         PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-PLS-FS                 PIC X(02) VALUE SPACES.
           88  WS-PLS-OK                        VALUE "00".
       01  WS-DEP-FS                 PIC X(02) VALUE SPACES.
           88  WS-DEP-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-MATRICULA              PIC 9(09) VALUE ZEROS.
       01  WS-DEP-SEQ                PIC 9(02) VALUE ZEROS.
       01  WS-TIPO                   PIC X(02) VALUE SPACES.
       01  WS-PLANO                  PIC X(10) VALUE SPACES.
       01  WS-CARTEIRINHA            PIC X(20) VALUE SPACES.
       01  WS-MENSALIDADE            PIC 9(15) VALUE ZEROS.
       01  WS-PCT-FUNC               PIC 9(05) VALUE ZEROS.
       01  WS-DATA-INI               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FIM               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TXT               PIC X(08) VALUE SPACES.
       01  WS-HOJE                   PIC 9(08) VALUE ZEROS.
       01  WS-DADOS-OK               PIC X(01) VALUE "N".
       01  WS-EOF-PLS                PIC X(01) VALUE "N".
       01  WS-QTD-LISTADOS           PIC 9(03) VALUE ZEROS.
       01  WS-PARTE-FUNC             PIC 9(15) VALUE ZEROS.
       01  WS-PLS-NOVO               PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   PLANO DE SAUDE / ODONTO - ADESAO        ".
           DISPLAY "------------------------------------------".

           DISPLAY "OPERACAO (I=INCLUIR, A=ALTERAR, E=ENCERRAR, "
               "C=CONSULTAR, L=LISTAR): "
           ACCEPT WS-OPERACAO

           DISPLAY "MATRICULA DO TITULAR: "
           ACCEPT WS-MATRICULA
           IF WS-MATRICULA = 0
               DISPLAY "ERRO: MATRICULA OBRIGATORIA"
               GOBACK
           END-IF

           IF WS-OPERACAO NOT = "L" AND WS-OPERACAO NOT = "l"
               DISPLAY "SEQUENCIA DA VIDA (00 = TITULAR, 01-99 = "
                   "DEPENDENTE): "
               ACCEPT WS-DEP-SEQ
               DISPLAY "TIPO DO PLANO (SA=SAUDE, OD=ODONTO): "
               ACCEPT WS-TIPO
               MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
               IF WS-TIPO NOT = "SA" AND WS-TIPO NOT = "OD"
                   DISPLAY "ERRO: TIPO DE PLANO DESCONHECIDO: "
                       WS-TIPO
                   GOBACK
               END-IF
           END-IF

           OPEN I-O PLANO-FILE
           IF NOT WS-PLS-OK
               OPEN OUTPUT PLANO-FILE
               CLOSE PLANO-FILE
               OPEN I-O PLANO-FILE
           END-IF

           MOVE WS-MATRICULA TO PLS-MATRICULA
           MOVE WS-DEP-SEQ   TO PLS-DEP-SEQ
           MOVE WS-TIPO      TO PLS-TIPO

           EVALUATE WS-OPERACAO
               WHEN "I"
               WHEN "i"
                   PERFORM 2000-INCLUIR
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ALTERAR
               WHEN "E"
               WHEN "e"
                   PERFORM 4000-ENCERRAR
               WHEN "C"
               WHEN "c"
                   PERFORM 5000-CONSULTAR
               WHEN "L"
               WHEN "l"
                   PERFORM 6000-LISTAR
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA: " WS-OPERACAO
           END-EVALUATE

           CLOSE PLANO-FILE
           GOBACK.

       1000-LER-DADOS SECTION.
      *> Plano, carteirinha, mensalidade e a parte do funcionario.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "CODIGO DO PLANO NA OPERADORA: "
           ACCEPT WS-PLANO
           IF WS-PLANO = SPACES
               DISPLAY "ERRO: CODIGO DO PLANO OBRIGATORIO"
               EXIT SECTION
           END-IF

           DISPLAY "NUMERO DA CARTEIRINHA: "
           ACCEPT WS-CARTEIRINHA
           IF WS-CARTEIRINHA = SPACES
               DISPLAY "ERRO: CARTEIRINHA OBRIGATORIA -- SEM ELA A "
                   "FATURA NAO CONFERE"
               EXIT SECTION
           END-IF

           DISPLAY "MENSALIDADE DA VIDA (CENTAVOS): "
           ACCEPT WS-MENSALIDADE
           IF WS-MENSALIDADE = 0
               DISPLAY "ERRO: MENSALIDADE DEVE SER MAIOR QUE ZERO"
               EXIT SECTION
           END-IF

           DISPLAY "PARTE DO FUNCIONARIO (CENTESIMOS DE %, "
               "10000 = 100%): "
           ACCEPT WS-PCT-FUNC
           IF WS-PCT-FUNC > 10000
               DISPLAY "ERRO: PARTE DO FUNCIONARIO ACIMA DE 100%"
               EXIT SECTION
           END-IF

           MOVE "S" TO WS-DADOS-OK.

       1100-CONFERIR-DEPENDENTE SECTION.
      *> Vida de dependente so entra se o dependente estiver ATIVO.
           MOVE "N" TO WS-DADOS-OK
           OPEN INPUT DEPENDENTE-FILE
           IF NOT WS-DEP-OK
               DISPLAY "ERRO: DEPENDENTE-MASTER INDISPONIVEL"
               EXIT SECTION
           END-IF
           MOVE WS-MATRICULA TO DEP-MATRICULA
           MOVE WS-DEP-SEQ   TO DEP-SEQ
           READ DEPENDENTE-FILE
               INVALID KEY
                   DISPLAY "ERRO: DEPENDENTE NAO CADASTRADO: "
                       "MATRICULA " WS-MATRICULA " SEQ " WS-DEP-SEQ
               NOT INVALID KEY
                   IF DEP-STATUS = "ATIVO"
                       MOVE "S" TO WS-DADOS-OK
                   ELSE
                       DISPLAY "ERRO: DEPENDENTE " DEP-STATUS
                   END-IF
           END-READ
           CLOSE DEPENDENTE-FILE.

       1200-LER-DATA SECTION.
      *> Data AAAAMMDD em WS-DATA-TXT; em branco = hoje.
           MOVE "N" TO WS-DADOS-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           ACCEPT WS-DATA-TXT
           IF WS-DATA-TXT = SPACES
               MOVE WS-HOJE TO WS-DATA-TXT
           END-IF
           IF WS-DATA-TXT IS NOT NUMERIC
                   OR WS-DATA-TXT(5:2) < "01"
                   OR WS-DATA-TXT(5:2) > "12"
                   OR WS-DATA-TXT(7:2) < "01"
                   OR WS-DATA-TXT(7:2) > "31"
               DISPLAY "ERRO: DATA INVALIDA: " WS-DATA-TXT
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-DADOS-OK.

       2000-INCLUIR SECTION.
           IF WS-DEP-SEQ > 0
               PERFORM 1100-CONFERIR-DEPENDENTE
               IF WS-DADOS-OK NOT = "S"
                   DISPLAY "INCLUSAO ABANDONADA"
                   EXIT SECTION
               END-IF
           END-IF

           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "INCLUSAO ABANDONADA"
               EXIT SECTION
           END-IF

           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD, EM BRANCO = HOJE): "
           PERFORM 1200-LER-DATA
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "INCLUSAO ABANDONADA"
               EXIT SECTION
           END-IF
           MOVE WS-DATA-TXT TO WS-DATA-INI

           MOVE SPACES TO PLS-REC
           MOVE WS-MATRICULA   TO PLS-MATRICULA
           MOVE WS-DEP-SEQ     TO PLS-DEP-SEQ
           MOVE WS-TIPO        TO PLS-TIPO
           MOVE WS-PLANO       TO PLS-PLANO
           MOVE WS-CARTEIRINHA TO PLS-CARTEIRINHA
           MOVE WS-MENSALIDADE TO PLS-MENSALIDADE
           MOVE WS-PCT-FUNC    TO PLS-PCT-FUNC
           MOVE WS-DATA-INI    TO PLS-DATA-INI
           MOVE 0              TO PLS-DATA-FIM
           MOVE "ATIVO"        TO PLS-STATUS
           WRITE PLS-REC
               INVALID KEY
                   PERFORM 2100-READERIR
                   EXIT SECTION
           END-WRITE
           DISPLAY "ADESAO INCLUIDA: MATRICULA " WS-MATRICULA
               " SEQ " WS-DEP-SEQ " " WS-TIPO.

       2100-READERIR SECTION.
      *> Chave ja existente: vida ativa e erro; vida encerrada volta
      *> com os dados novos no mesmo registro (a data final antiga
      *> some, mas a vigencia nova nao a cobre).
           MOVE PLS-REC TO WS-PLS-NOVO
           READ PLANO-FILE
               INVALID KEY
                   DISPLAY "ERRO: INCLUSAO RECUSADA (STATUS="
                       WS-PLS-FS ")"
                   EXIT SECTION
           END-READ
           IF PLS-STATUS = "ATIVO"
               DISPLAY "ERRO: VIDA JA TEM ADESAO A ESTE PLANO -- "
                   "USE A=ALTERAR"
               EXIT SECTION
           END-IF
           IF WS-DATA-INI NOT > PLS-DATA-FIM
               DISPLAY "ERRO: READESAO ANTES DO FIM DA ADESAO "
                   "ANTERIOR (" PLS-DATA-FIM ")"
               EXIT SECTION
           END-IF
           MOVE WS-PLS-NOVO TO PLS-REC
           REWRITE PLS-REC
           END-REWRITE
           DISPLAY "READESAO INCLUIDA: MATRICULA " WS-MATRICULA
               " SEQ " WS-DEP-SEQ " " WS-TIPO.

       3000-ALTERAR SECTION.
      *> Troca de plano, de carteirinha ou reajuste da mensalidade.
      *> Adesao encerrada nao se altera: a readesao e uma inclusao.
           READ PLANO-FILE
               INVALID KEY
                   DISPLAY "ERRO: ADESAO NAO CADASTRADA"
                   EXIT SECTION
           END-READ
           IF PLS-STATUS NOT = "ATIVO"
               DISPLAY "ERRO: ADESAO " PLS-STATUS " EM " PLS-DATA-FIM
               EXIT SECTION
           END-IF

           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "ALTERACAO ABANDONADA"
               EXIT SECTION
           END-IF
           MOVE WS-PLANO       TO PLS-PLANO
           MOVE WS-CARTEIRINHA TO PLS-CARTEIRINHA
           MOVE WS-MENSALIDADE TO PLS-MENSALIDADE
           MOVE WS-PCT-FUNC    TO PLS-PCT-FUNC
           REWRITE PLS-REC
           END-REWRITE
           DISPLAY "ADESAO ALTERADA: MATRICULA " WS-MATRICULA
               " SEQ " WS-DEP-SEQ " " WS-TIPO.

       4000-ENCERRAR SECTION.
      *> A vida fica coberta ate a data final; a folha deixa de
      *> descontar a partir do mes seguinte ao do encerramento.
           READ PLANO-FILE
               INVALID KEY
                   DISPLAY "ERRO: ADESAO NAO CADASTRADA"
                   EXIT SECTION
           END-READ
           IF PLS-STATUS NOT = "ATIVO"
               DISPLAY "ERRO: ADESAO JA " PLS-STATUS
               EXIT SECTION
           END-IF

           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, EM BRANCO = HOJE): "
           PERFORM 1200-LER-DATA
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "ENCERRAMENTO ABANDONADO"
               EXIT SECTION
           END-IF
           MOVE WS-DATA-TXT TO WS-DATA-FIM
           IF WS-DATA-FIM < PLS-DATA-INI
               DISPLAY "ERRO: FIM ANTERIOR AO INICIO DA VIGENCIA ("
                   PLS-DATA-INI ")"
               EXIT SECTION
           END-IF

           MOVE WS-DATA-FIM  TO PLS-DATA-FIM
           MOVE "ENCERRADO"  TO PLS-STATUS
           REWRITE PLS-REC
           END-REWRITE
           DISPLAY "ADESAO ENCERRADA: MATRICULA " WS-MATRICULA
               " SEQ " WS-DEP-SEQ " " WS-TIPO " EM " WS-DATA-FIM.

       5000-CONSULTAR SECTION.
           READ PLANO-FILE
               INVALID KEY
                   DISPLAY "ADESAO NAO CADASTRADA"
                   EXIT SECTION
           END-READ
           COMPUTE WS-PARTE-FUNC =
               PLS-MENSALIDADE * PLS-PCT-FUNC / 10000
           DISPLAY "MATRICULA:      " PLS-MATRICULA
           DISPLAY "SEQUENCIA:      " PLS-DEP-SEQ
           DISPLAY "TIPO:           " PLS-TIPO
           DISPLAY "PLANO:          " PLS-PLANO
           DISPLAY "CARTEIRINHA:    " PLS-CARTEIRINHA
           DISPLAY "MENSALIDADE:    " PLS-MENSALIDADE
           DISPLAY "PARTE FUNC (%): " PLS-PCT-FUNC
           DISPLAY "DESCONTO FOLHA: " WS-PARTE-FUNC
           DISPLAY "INICIO:         " PLS-DATA-INI
           DISPLAY "FIM:            " PLS-DATA-FIM
           DISPLAY "STATUS:         " PLS-STATUS.

       6000-LISTAR SECTION.
           MOVE WS-MATRICULA TO PLS-MATRICULA
           MOVE 0 TO PLS-DEP-SEQ
           MOVE SPACES TO PLS-TIPO
           MOVE "N" TO WS-EOF-PLS
           START PLANO-FILE KEY NOT < PLS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PLS
           END-START

           PERFORM UNTIL WS-EOF-PLS = "S"
               READ PLANO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PLS
                   NOT AT END
                       IF PLS-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-EOF-PLS
                       ELSE
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY PLS-DEP-SEQ " " PLS-TIPO " "
                               PLS-PLANO " " PLS-CARTEIRINHA " "
                               PLS-MENSALIDADE " " PLS-STATUS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-LISTADOS = 0
               DISPLAY "NENHUMA ADESAO PARA A MATRICULA "
                   WS-MATRICULA
           END-IF.
