       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPENDENTE-MAINTAIN.

      *> Manutencao dos dependentes (DEPENDENTE-MASTER, chaveado por
      *> matricula + sequencia), no molde do PENSAO-MAINTAIN: nome,
      *> CPF, nascimento, parentesco e as marcas que a folha usa --
      *> dependente do IRRF, invalido e estudante. O CPF passa pelo
      *> CALC-DIG_CPF antes de ir para o cadastro. A folha
      *> (PAYROLL-RUN) e o HORAS-CALC contam os elegiveis pelo
      *> DEPENDENTE-CONTA: deducao do IRRF por dependente e quota do
      *> salario-familia por filho.
      *>
      *> Parentesco: CJ = conjuge, CP = companheiro(a), FI = filho(a),
      *>             EN = enteado(a), TU = menor sob tutela/guarda,
      *>             PA = pai/mae, OU = outros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTE-FILE ASSIGN TO "DEPENDENTE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-DEP-FS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-DEP-FS                 PIC X(02) VALUE SPACES.
           88  WS-DEP-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-MATRICULA              PIC 9(09) VALUE ZEROS.
       01  WS-SEQ                    PIC 9(02) VALUE ZEROS.
       01  WS-NOME                   PIC X(40) VALUE SPACES.
       01  WS-CPF                    PIC 9(11) VALUE ZEROS.
       01  WS-NASCIMENTO             PIC 9(08) VALUE ZEROS.
       01  WS-PARENTESCO             PIC X(02) VALUE SPACES.
       01  WS-IRRF                   PIC X(01) VALUE SPACE.
       01  WS-INVALIDO               PIC X(01) VALUE SPACE.
       01  WS-ESTUDANTE              PIC X(01) VALUE SPACE.
       01  WS-HOJE                   PIC 9(08) VALUE ZEROS.
       01  WS-EOF-DEP                PIC X(01) VALUE "N".
       01  WS-QTD-LISTADOS           PIC 9(03) VALUE ZEROS.

       01  WS-CPF-PARAMS.
           05  WS-CPF-9              PIC 9(09).
           05  WS-DIGITOS-RES        PIC 9(02).
           05  WS-STATUS-CPF         PIC X(03).
           05  WS-CPF-FORMATADO      PIC X(14).

      *> Empresa do titular pelo historico da folha (FUNC-EMPRESA),
      *> contra a lista do operador da sessao do menu
      *> (OPERADOR-SIGNON com operador em branco); fora do menu, sem
      *> sessao, o cadastro segue como sempre.
       01  WS-FEMP-PARAMS.
           05  WS-FEMP-MATRICULA     PIC 9(09).
           05  WS-FEMP-COMPETENCIA   PIC X(06).
           05  WS-FEMP-EMPRESA       PIC X(02).
           05  WS-FEMP-STATUS        PIC X(03).

       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   DEPENDENTES - CADASTRO                  ".
           DISPLAY "------------------------------------------".

           DISPLAY "OPERACAO (I=INCLUIR, E=ENCERRAR, C=CONSULTAR, "
               "L=LISTAR): "
           ACCEPT WS-OPERACAO

           DISPLAY "MATRICULA DO TITULAR: "
           ACCEPT WS-MATRICULA

           MOVE WS-MATRICULA TO WS-FEMP-MATRICULA
           MOVE SPACES TO WS-FEMP-COMPETENCIA
           CALL "FUNC-EMPRESA" USING WS-FEMP-PARAMS
           END-CALL
           IF WS-FEMP-STATUS = "OK"
               MOVE SPACES          TO WS-SIGNON-OPERADOR
               MOVE "M"             TO WS-SIGNON-FUNCAO
               MOVE WS-FEMP-EMPRESA TO WS-SIGNON-EMPRESA
               CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
               END-CALL
               IF WS-SIGNON-STATUS = "EMP"
                   DISPLAY "ACESSO NEGADO: TITULAR DA EMPRESA "
                       WS-FEMP-EMPRESA ", FORA DA LISTA DO OPERADOR"
                   GOBACK
               END-IF
           END-IF

           IF WS-OPERACAO NOT = "L" AND WS-OPERACAO NOT = "l"
               DISPLAY "SEQUENCIA (01-99): "
               ACCEPT WS-SEQ
           END-IF

           OPEN I-O DEPENDENTE-FILE
           IF NOT WS-DEP-OK
               OPEN OUTPUT DEPENDENTE-FILE
               CLOSE DEPENDENTE-FILE
               OPEN I-O DEPENDENTE-FILE
           END-IF

           MOVE WS-MATRICULA TO DEP-MATRICULA
           MOVE WS-SEQ       TO DEP-SEQ

           EVALUATE WS-OPERACAO
               WHEN "I"
               WHEN "i"
                   PERFORM 2000-INCLUIR
               WHEN "E"
               WHEN "e"
                   PERFORM 3000-ENCERRAR
               WHEN "C"
               WHEN "c"
                   PERFORM 4000-CONSULTAR
               WHEN "L"
               WHEN "l"
                   PERFORM 5000-LISTAR
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA: " WS-OPERACAO
           END-EVALUATE

           CLOSE DEPENDENTE-FILE
           GOBACK.

       2000-INCLUIR SECTION.
           IF WS-SEQ = 0
               DISPLAY "ERRO: SEQUENCIA DEVE SER DE 01 A 99"
               EXIT SECTION
           END-IF

           DISPLAY "NOME DO DEPENDENTE: "
           ACCEPT WS-NOME
           IF WS-NOME = SPACES
               DISPLAY "ERRO: NOME DO DEPENDENTE OBRIGATORIO"
               EXIT SECTION
           END-IF

           PERFORM 2500-LER-CPF

           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD): "
           ACCEPT WS-NASCIMENTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           IF WS-NASCIMENTO(5:2) < "01" OR WS-NASCIMENTO(5:2) > "12"
                   OR WS-NASCIMENTO(7:2) < "01"
                   OR WS-NASCIMENTO(7:2) > "31"
                   OR WS-NASCIMENTO(1:4) < "1900"
                   OR WS-NASCIMENTO > WS-HOJE
               DISPLAY "ERRO: DATA DE NASCIMENTO INVALIDA"
               EXIT SECTION
           END-IF

           DISPLAY "PARENTESCO (CJ, CP, FI, EN, TU, PA, OU): "
           ACCEPT WS-PARENTESCO
           MOVE FUNCTION UPPER-CASE(WS-PARENTESCO) TO WS-PARENTESCO
           IF WS-PARENTESCO NOT = "CJ" AND WS-PARENTESCO NOT = "CP"
                   AND WS-PARENTESCO NOT = "FI"
                   AND WS-PARENTESCO NOT = "EN"
                   AND WS-PARENTESCO NOT = "TU"
                   AND WS-PARENTESCO NOT = "PA"
                   AND WS-PARENTESCO NOT = "OU"
               DISPLAY "ERRO: PARENTESCO DESCONHECIDO"
               EXIT SECTION
           END-IF

           DISPLAY "DEPENDENTE PARA O IRRF (S/N): "
           ACCEPT WS-IRRF
           MOVE FUNCTION UPPER-CASE(WS-IRRF) TO WS-IRRF
           DISPLAY "INVALIDO (S/N): "
           ACCEPT WS-INVALIDO
           MOVE FUNCTION UPPER-CASE(WS-INVALIDO) TO WS-INVALIDO
           MOVE "N" TO WS-ESTUDANTE
           IF WS-PARENTESCO = "FI" OR WS-PARENTESCO = "EN"
                   OR WS-PARENTESCO = "TU"
               DISPLAY "ESTUDANTE UNIVERSITARIO (S/N): "
               ACCEPT WS-ESTUDANTE
               MOVE FUNCTION UPPER-CASE(WS-ESTUDANTE) TO WS-ESTUDANTE
           END-IF
           IF WS-IRRF NOT = "S"
               MOVE "N" TO WS-IRRF
           END-IF
           IF WS-INVALIDO NOT = "S"
               MOVE "N" TO WS-INVALIDO
           END-IF
           IF WS-ESTUDANTE NOT = "S"
               MOVE "N" TO WS-ESTUDANTE
           END-IF

           MOVE SPACES TO DEP-REC
           MOVE WS-MATRICULA  TO DEP-MATRICULA
           MOVE WS-SEQ        TO DEP-SEQ
           MOVE WS-NOME       TO DEP-NOME
           MOVE WS-CPF        TO DEP-CPF
           MOVE WS-NASCIMENTO TO DEP-NASCIMENTO
           MOVE WS-PARENTESCO TO DEP-PARENTESCO
           MOVE WS-IRRF       TO DEP-IRRF
           MOVE WS-INVALIDO   TO DEP-INVALIDO
           MOVE WS-ESTUDANTE  TO DEP-ESTUDANTE
           MOVE "ATIVO"       TO DEP-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO DEP-DATA-INCL
           WRITE DEP-REC
               INVALID KEY
                   DISPLAY "ERRO: DEPENDENTE JA CADASTRADO NESTA "
                       "MATRICULA/SEQUENCIA"
                   EXIT SECTION
           END-WRITE
           DISPLAY "DEPENDENTE INCLUIDO: MATRICULA " WS-MATRICULA
               " SEQ " WS-SEQ.

       2500-LER-CPF SECTION.
      *> CPF com 11 digitos: os 9 primeiros vao ao CALC-DIG_CPF e os
      *> 2 ultimos tem de bater com o digito calculado. CPF que nao
      *> fecha nao entra no cadastro.
           DISPLAY "CPF DO DEPENDENTE (11 DIGITOS): "
           ACCEPT WS-CPF

           MOVE WS-CPF(1:9) TO WS-CPF-9
           CALL "CALC-DIG_CPF" USING WS-CPF-PARAMS
           END-CALL
           IF WS-STATUS-CPF NOT = "OK" OR
                   WS-DIGITOS-RES NOT = WS-CPF(10:2)
               DISPLAY "ERRO: CPF INVALIDO (DIGITO CALCULADO="
                   WS-DIGITOS-RES ")"
               DISPLAY "MANUTENCAO ABANDONADA"
               CLOSE DEPENDENTE-FILE
               GOBACK
           END-IF.

       3000-ENCERRAR SECTION.
      *> Encerra em vez de excluir: o cadastro fica para a auditoria,
      *> mas a folha para de deduzir e de pagar a quota.
           READ DEPENDENTE-FILE
               INVALID KEY
                   DISPLAY "ERRO: DEPENDENTE NAO CADASTRADO"
                   EXIT SECTION
           END-READ
           MOVE "ENCERRADO" TO DEP-STATUS
           REWRITE DEP-REC
           END-REWRITE
           DISPLAY "DEPENDENTE ENCERRADO: MATRICULA " WS-MATRICULA
               " SEQ " WS-SEQ.

       4000-CONSULTAR SECTION.
           READ DEPENDENTE-FILE
               INVALID KEY
                   DISPLAY "DEPENDENTE NAO CADASTRADO"
                   EXIT SECTION
           END-READ
           DISPLAY "MATRICULA:    " DEP-MATRICULA
           DISPLAY "SEQUENCIA:    " DEP-SEQ
           DISPLAY "NOME:         " DEP-NOME
           DISPLAY "CPF:          " DEP-CPF
           DISPLAY "NASCIMENTO:   " DEP-NASCIMENTO
           DISPLAY "PARENTESCO:   " DEP-PARENTESCO
           DISPLAY "IRRF:         " DEP-IRRF
           DISPLAY "INVALIDO:     " DEP-INVALIDO
           DISPLAY "ESTUDANTE:    " DEP-ESTUDANTE
           DISPLAY "STATUS:       " DEP-STATUS.

       5000-LISTAR SECTION.
           MOVE WS-MATRICULA TO DEP-MATRICULA
           MOVE 0 TO DEP-SEQ
           MOVE "N" TO WS-EOF-DEP
           START DEPENDENTE-FILE KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-DEP
           END-START

           PERFORM UNTIL WS-EOF-DEP = "S"
               READ DEPENDENTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-DEP
                   NOT AT END
                       IF DEP-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-EOF-DEP
                       ELSE
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY DEP-SEQ " " DEP-NOME " "
                               DEP-PARENTESCO " " DEP-NASCIMENTO
                               " IRRF=" DEP-IRRF " " DEP-STATUS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-LISTADOS = 0
               DISPLAY "NENHUM DEPENDENTE PARA A MATRICULA "
                   WS-MATRICULA
           END-IF.
