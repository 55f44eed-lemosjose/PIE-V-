       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGADOR-MAINTAIN.

      *> Manutencao do cadastro de pagadores dos boletos que NOS
      *> emitimos (PAGADOR-MASTER, indexado por tipo + CPF/CNPJ), no
      *> molde do FORNECEDOR-MAINTAIN: inclusao, alteracao, bloqueio,
      *> liberacao, inativacao e consulta. O RCB-PAGADOR era texto
      *> livre digitado no EXTENSO-IN; o boleto registrado exige CPF
      *> ou CNPJ e endereco do pagador, e so com o cadastro da para
      *> ver tudo o que um cliente nos deve contra o limite de
      *> credito dele (RECEB-AGING). Nenhum documento que o
      *> CALC-DIG_CPF / CALC-DIG-CNPJ recuse entra no cadastro.
      *>
      *> Status: A ativo, B bloqueado (o BOLETO-EMIT recusa emitir
      *> contra ele), I inativo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGADOR-FILE ASSIGN TO "PAGADOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WS-PAG-FS.

       DATA DIVISION.
       FILE SECTION.
      *> Chave: "F" + CPF (11 digitos, zeros a esquerda) ou "J" +
      *> CNPJ (14 digitos). Limite de credito em centavos; zero =
      *> sem limite concedido.
       FD  PAGADOR-FILE.
       01  PAG-REC.
           05  PAG-CHAVE.
               10  PAG-TIPO          PIC X(01).
               10  PAG-DOC           PIC 9(14).
           05  PAG-NOME              PIC X(40).
           05  PAG-ENDERECO          PIC X(60).
           05  PAG-CIDADE            PIC X(30).
           05  PAG-UF                PIC X(02).
           05  PAG-CEP               PIC 9(08).
           05  PAG-CONTATO           PIC X(30).
           05  PAG-TELEFONE          PIC X(15).
           05  PAG-EMAIL             PIC X(50).
           05  PAG-LIMITE            PIC 9(15).
           05  PAG-STATUS            PIC X(01).
           05  PAG-DATA-CADASTRO     PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-PAG-FS                 PIC X(02) VALUE SPACES.
           88  WS-PAG-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-TIPO                   PIC X(01) VALUE SPACE.
       01  WS-CPF-BASE               PIC 9(09) VALUE ZEROS.
       01  WS-CPF-DV                 PIC 9(02) VALUE ZEROS.
       01  WS-CNPJ-BASE              PIC 9(12) VALUE ZEROS.
       01  WS-CNPJ-DV                PIC 9(02) VALUE ZEROS.
       01  WS-DOC-FORMATADO          PIC X(18) VALUE SPACES.
       01  WS-NOME                   PIC X(40) VALUE SPACES.
       01  WS-ENDERECO               PIC X(60) VALUE SPACES.
       01  WS-CIDADE                 PIC X(30) VALUE SPACES.
       01  WS-UF                     PIC X(02) VALUE SPACES.
       01  WS-CEP                    PIC 9(08) VALUE ZEROS.
       01  WS-CONTATO                PIC X(30) VALUE SPACES.
       01  WS-TELEFONE               PIC X(15) VALUE SPACES.
       01  WS-EMAIL                  PIC X(50) VALUE SPACES.
       01  WS-LIMITE                 PIC 9(15) VALUE ZEROS.
       01  WS-LIMITE-ED              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LIMITE-VALOR           PIC 9(13)V99 VALUE 0.
       01  WS-LIMITE-REAIS           PIC 9(13) VALUE ZEROS.
       01  WS-DADOS-OK               PIC X(01) VALUE "S".

      *> Parametros da familia CALC-DIG, mesmo contrato dos outros
      *> chamadores.
       01  WS-CPF-PARAMS.
           05  WS-CPF-9              PIC 9(09).
           05  WS-CPF-DIGITOS-RES    PIC 9(02).
           05  WS-CPF-STATUS         PIC X(03).
           05  WS-CPF-FORMATADO      PIC X(14).

       01  WS-CNPJ-PARAMS.
           05  WS-CNPJ-12            PIC 9(12).
           05  WS-CNPJ-DIGITOS-RES   PIC 9(02).
           05  WS-CNPJ-STATUS        PIC X(03).
           05  WS-CNPJ-FORMATADO     PIC X(18).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   MANUTENCAO DE PAGADOR                   ".
           DISPLAY "------------------------------------------".

           DISPLAY "OPERACAO (I=INCLUIR, A=ALTERAR, B=BLOQUEAR, "
               "L=LIBERAR, E=INATIVAR, C=CONSULTAR): "
           ACCEPT WS-OPERACAO
           MOVE FUNCTION UPPER-CASE(WS-OPERACAO) TO WS-OPERACAO

           DISPLAY "PESSOA (F=FISICA / CPF, J=JURIDICA / CNPJ): "
           ACCEPT WS-TIPO
           MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO

      *> A validacao vem antes de qualquer I/O: documento que nao
      *> fecha no CALC-DIG nao entra nem e consultado.
           EVALUATE WS-TIPO
               WHEN "F"
                   PERFORM 1100-VALIDAR-CPF
               WHEN "J"
                   PERFORM 1200-VALIDAR-CNPJ
               WHEN OTHER
                   DISPLAY "ERRO: PESSOA DEVE SER F OU J: " WS-TIPO
                   MOVE "N" TO WS-DADOS-OK
           END-EVALUATE
           IF WS-DADOS-OK NOT = "S"
               GOBACK
           END-IF

           OPEN I-O PAGADOR-FILE
           IF NOT WS-PAG-OK
               OPEN OUTPUT PAGADOR-FILE
               CLOSE PAGADOR-FILE
               OPEN I-O PAGADOR-FILE
           END-IF

           MOVE WS-TIPO TO PAG-TIPO
           IF WS-TIPO = "F"
               COMPUTE PAG-DOC = (WS-CPF-BASE * 100) + WS-CPF-DV
           ELSE
               COMPUTE PAG-DOC = (WS-CNPJ-BASE * 100) + WS-CNPJ-DV
           END-IF

           EVALUATE WS-OPERACAO
               WHEN "I"
                   PERFORM 2000-INCLUIR
               WHEN "A"
                   PERFORM 3000-ALTERAR
               WHEN "B"
                   PERFORM 4000-MUDAR-STATUS
               WHEN "L"
                   PERFORM 4000-MUDAR-STATUS
               WHEN "E"
                   PERFORM 4000-MUDAR-STATUS
               WHEN "C"
                   PERFORM 5000-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA: " WS-OPERACAO
           END-EVALUATE

           CLOSE PAGADOR-FILE
           GOBACK.

       1100-VALIDAR-CPF SECTION.
           DISPLAY "CPF - 9 PRIMEIROS DIGITOS: "
           ACCEPT WS-CPF-BASE
           DISPLAY "CPF - DIGITOS VERIFICADORES: "
           ACCEPT WS-CPF-DV

           MOVE WS-CPF-BASE TO WS-CPF-9
           CALL "CALC-DIG_CPF" USING WS-CPF-PARAMS
           END-CALL
           IF WS-CPF-STATUS NOT = "OK" OR
                   WS-CPF-DIGITOS-RES NOT = WS-CPF-DV
               DISPLAY "ERRO: CPF INVALIDO (DIGITOS CALCULADOS="
                   WS-CPF-DIGITOS-RES ")"
               MOVE "N" TO WS-DADOS-OK
               EXIT SECTION
           END-IF
           MOVE WS-CPF-FORMATADO TO WS-DOC-FORMATADO.

       1200-VALIDAR-CNPJ SECTION.
           DISPLAY "CNPJ - 12 PRIMEIROS DIGITOS: "
           ACCEPT WS-CNPJ-BASE
           DISPLAY "CNPJ - DIGITOS VERIFICADORES: "
           ACCEPT WS-CNPJ-DV

           MOVE WS-CNPJ-BASE TO WS-CNPJ-12
           CALL "CALC-DIG-CNPJ" USING WS-CNPJ-PARAMS
           END-CALL
           IF WS-CNPJ-STATUS NOT = "OK" OR
                   WS-CNPJ-DIGITOS-RES NOT = WS-CNPJ-DV
               DISPLAY "ERRO: CNPJ INVALIDO (DIGITOS CALCULADOS="
                   WS-CNPJ-DIGITOS-RES ")"
               MOVE "N" TO WS-DADOS-OK
               EXIT SECTION
           END-IF
           MOVE WS-CNPJ-FORMATADO TO WS-DOC-FORMATADO.

       1500-LER-DADOS SECTION.
           MOVE "S" TO WS-DADOS-OK
           DISPLAY "NOME / RAZAO SOCIAL: "
           ACCEPT WS-NOME
           IF WS-NOME = SPACES
               DISPLAY "ERRO: NOME OBRIGATORIO"
               MOVE "N" TO WS-DADOS-OK
               EXIT SECTION
           END-IF

      *> Endereco completo e exigencia do boleto registrado.
           DISPLAY "ENDERECO (LOGRADOURO, NUMERO, BAIRRO): "
           ACCEPT WS-ENDERECO
           DISPLAY "CIDADE: "
           ACCEPT WS-CIDADE
           DISPLAY "UF: "
           ACCEPT WS-UF
           MOVE FUNCTION UPPER-CASE(WS-UF) TO WS-UF
           DISPLAY "CEP (8 DIGITOS): "
           ACCEPT WS-CEP
           IF WS-ENDERECO = SPACES OR WS-CIDADE = SPACES
                   OR WS-UF = SPACES OR WS-CEP = 0
               DISPLAY "ERRO: ENDERECO, CIDADE, UF E CEP SAO "
                   "OBRIGATORIOS"
               MOVE "N" TO WS-DADOS-OK
               EXIT SECTION
           END-IF

           DISPLAY "CONTATO: "
           ACCEPT WS-CONTATO
           DISPLAY "TELEFONE: "
           ACCEPT WS-TELEFONE
           DISPLAY "E-MAIL: "
           ACCEPT WS-EMAIL

           DISPLAY "LIMITE DE CREDITO EM REAIS (0=SEM LIMITE): "
           ACCEPT WS-LIMITE-REAIS
           COMPUTE WS-LIMITE = WS-LIMITE-REAIS * 100.

       1600-MOVER-DADOS SECTION.
           MOVE WS-NOME     TO PAG-NOME
           MOVE WS-ENDERECO TO PAG-ENDERECO
           MOVE WS-CIDADE   TO PAG-CIDADE
           MOVE WS-UF       TO PAG-UF
           MOVE WS-CEP      TO PAG-CEP
           MOVE WS-CONTATO  TO PAG-CONTATO
           MOVE WS-TELEFONE TO PAG-TELEFONE
           MOVE WS-EMAIL    TO PAG-EMAIL
           MOVE WS-LIMITE   TO PAG-LIMITE.

       2000-INCLUIR SECTION.
           PERFORM 1500-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               EXIT SECTION
           END-IF

           PERFORM 1600-MOVER-DADOS
           MOVE "A" TO PAG-STATUS
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO PAG-DATA-CADASTRO

           WRITE PAG-REC
               INVALID KEY
                   DISPLAY "ERRO: PAGADOR JA CADASTRADO"
                   EXIT SECTION
           END-WRITE
           DISPLAY "PAGADOR INCLUIDO: " WS-DOC-FORMATADO.

       3000-ALTERAR SECTION.
           READ PAGADOR-FILE
               INVALID KEY
                   DISPLAY "ERRO: PAGADOR NAO CADASTRADO"
                   EXIT SECTION
           END-READ

           PERFORM 1500-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               EXIT SECTION
           END-IF
           PERFORM 1600-MOVER-DADOS
           REWRITE PAG-REC
           END-REWRITE
           DISPLAY "PAGADOR ALTERADO: " WS-DOC-FORMATADO.

       4000-MUDAR-STATUS SECTION.
      *> Bloqueia, libera ou inativa em vez de excluir: os
      *> recebiveis ja emitidos continuam resolvendo o pagador.
           READ PAGADOR-FILE
               INVALID KEY
                   DISPLAY "ERRO: PAGADOR NAO CADASTRADO"
                   EXIT SECTION
           END-READ

           EVALUATE WS-OPERACAO
               WHEN "B"
                   MOVE "B" TO PAG-STATUS
                   DISPLAY "PAGADOR BLOQUEADO: " WS-DOC-FORMATADO
               WHEN "L"
                   MOVE "A" TO PAG-STATUS
                   DISPLAY "PAGADOR LIBERADO: " WS-DOC-FORMATADO
               WHEN OTHER
                   MOVE "I" TO PAG-STATUS
                   DISPLAY "PAGADOR INATIVADO: " WS-DOC-FORMATADO
           END-EVALUATE
           REWRITE PAG-REC
           END-REWRITE.

       5000-CONSULTAR SECTION.
           READ PAGADOR-FILE
               INVALID KEY
                   DISPLAY "PAGADOR NAO CADASTRADO"
                   EXIT SECTION
           END-READ

           COMPUTE WS-LIMITE-VALOR = PAG-LIMITE / 100
           MOVE WS-LIMITE-VALOR TO WS-LIMITE-ED
           DISPLAY "DOCUMENTO: " WS-DOC-FORMATADO
           DISPLAY "NOME:      " PAG-NOME
           DISPLAY "ENDERECO:  " PAG-ENDERECO
           DISPLAY "CIDADE/UF: " FUNCTION TRIM(PAG-CIDADE) "/" PAG-UF
               "  CEP: " PAG-CEP
           DISPLAY "CONTATO:   " PAG-CONTATO
           DISPLAY "TELEFONE:  " PAG-TELEFONE
           DISPLAY "E-MAIL:    " PAG-EMAIL
           DISPLAY "LIMITE:    " WS-LIMITE-ED
           DISPLAY "STATUS:    " PAG-STATUS
               "  CADASTRO: " PAG-DATA-CADASTRO.
