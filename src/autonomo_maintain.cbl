       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTONOMO-MAINTAIN.

      *> Cadastro do trabalhador autonomo pago por RPA (AUTONOMO-
      *> MASTER, indexado pelo CPF completo), no molde do
      *> FORNECEDOR-MAINTAIN: inclusao, alteracao, inativacao e
      *> consulta. O CPF passa pelo CALC-DIG_CPF antes de qualquer
      *> I/O, o PIS/NIT (obrigatorio -- e nele que o INSS retido e
      *> declarado) pelo CALC-DIG-PIS, a conta pelo CALC-DIG-CONTA e
      *> a chave PIX pela mesma critica do FUNC-MAINTAIN. O RPA-EMITE
      *> so paga por credito em conta ou PIX: sem um dos dois o
      *> cadastro nao fecha.
      *>
      *> AUT-MUNICIPIO e o codigo IBGE do municipio onde o ISS e
      *> retido (aliquota na ISS-TABELA); em branco = autonomo com
      *> inscricao municipal propria, que recolhe o ISS por conta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTONOMO-FILE ASSIGN TO "AUTONOMO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-CPF
               FILE STATUS IS WS-AUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTONOMO-FILE.
       01  AUT-REC.
           05  AUT-CPF               PIC 9(11).
           05  AUT-NOME              PIC X(50).
           05  AUT-PIS               PIC 9(11).
           05  AUT-OCUPACAO          PIC X(30).
           05  AUT-MUNICIPIO         PIC X(07).
           05  AUT-BANCO             PIC 9(03).
           05  AUT-AGENCIA           PIC 9(04).
           05  AUT-CONTA             PIC 9(08).
           05  AUT-CONTA-DV          PIC 9(01).
           05  AUT-PIX               PIC X(40).
           05  AUT-STATUS            PIC X(01).
           05  AUT-DATA-ALTER        PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-AUT-FS                 PIC X(02) VALUE SPACES.
           88  WS-AUT-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-CPF-BASE               PIC 9(09) VALUE ZEROS.
       01  WS-CPF-DV                 PIC 9(02) VALUE ZEROS.
       01  WS-DADOS-OK               PIC X(01) VALUE "N".

       01  WS-NOME                   PIC X(50) VALUE SPACES.
       01  WS-PIS                    PIC 9(11) VALUE ZEROS.
       01  WS-OCUPACAO               PIC X(30) VALUE SPACES.
       01  WS-MUNICIPIO              PIC X(07) VALUE SPACES.
       01  WS-BANCO                  PIC 9(03) VALUE ZEROS.
       01  WS-AGENCIA                PIC 9(04) VALUE ZEROS.
       01  WS-CONTA                  PIC 9(08) VALUE ZEROS.
       01  WS-CONTA-DV               PIC 9(01) VALUE ZEROS.
       01  WS-PIX                    PIC X(40) VALUE SPACES.

      *> Parametros da familia CALC-DIG, mesmo contrato dos outros
      *> chamadores.
       01  WS-CPF-PARAMS.
           05  WS-CPF-9              PIC 9(09).
           05  WS-CPF-DIGITOS-RES    PIC 9(02).
           05  WS-CPF-STATUS         PIC X(03).
           05  WS-CPF-FORMATADO      PIC X(14).

       01  WS-PIS-PARAMS.
           05  WS-PIS-10             PIC 9(10).
           05  WS-PIS-DIGITO-RES     PIC 9(01).
           05  WS-PIS-STATUS         PIC X(03).
           05  WS-PIS-FORMATADO      PIC X(14).
       01  WS-PIS-BASE               PIC 9(10) VALUE 0.
       01  WS-PIS-DV                 PIC 9(01) VALUE 0.

       01  WS-CONTA-PARAMS.
           05  WS-CONTA-AGENCIA      PIC 9(04).
           05  WS-CONTA-CONTA        PIC 9(08).
           05  WS-CONTA-DIGITO-RES   PIC 9(01).
           05  WS-CONTA-STATUS       PIC X(03).
           05  WS-CONTA-FORMATADA    PIC X(15).

      *> Critica de formato da chave PIX, a mesma do FUNC-MAINTAIN.
       01  WS-PIX-TAM                PIC 9(02) COMP-5 VALUE 0.
       01  WS-PIX-DIGITOS            PIC 9(02) COMP-5 VALUE 0.
       01  WS-PIX-ARROBAS            PIC 9(02) COMP-5 VALUE 0.
       01  WS-PIX-OK-FLAG            PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   CADASTRO DE AUTONOMO (RPA)              ".
           DISPLAY "------------------------------------------".

           DISPLAY "OPERACAO (I=INCLUIR, A=ALTERAR, E=INATIVAR, "
               "C=CONSULTAR): "
           ACCEPT WS-OPERACAO

           DISPLAY "CPF - 9 PRIMEIROS DIGITOS: "
           ACCEPT WS-CPF-BASE

           DISPLAY "CPF - DIGITOS VERIFICADORES: "
           ACCEPT WS-CPF-DV

      *> A validacao vem antes de qualquer I/O: CPF que nao fecha no
      *> CALC-DIG_CPF nao entra nem e consultado.
           MOVE WS-CPF-BASE TO WS-CPF-9
           CALL "CALC-DIG_CPF" USING WS-CPF-PARAMS
           END-CALL

           IF WS-CPF-STATUS NOT = "OK" OR
                   WS-CPF-DIGITOS-RES NOT = WS-CPF-DV
               DISPLAY "ERRO: CPF INVALIDO (DIGITOS CALCULADOS="
                   WS-CPF-DIGITOS-RES ")"
               GOBACK
           END-IF

           OPEN I-O AUTONOMO-FILE
           IF NOT WS-AUT-OK
               OPEN OUTPUT AUTONOMO-FILE
               CLOSE AUTONOMO-FILE
               OPEN I-O AUTONOMO-FILE
           END-IF

           COMPUTE AUT-CPF = (WS-CPF-BASE * 100) + WS-CPF-DV

           EVALUATE WS-OPERACAO
               WHEN "I"
               WHEN "i"
                   PERFORM 2000-INCLUIR
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ALTERAR
               WHEN "E"
               WHEN "e"
                   PERFORM 4000-INATIVAR
               WHEN "C"
               WHEN "c"
                   PERFORM 5000-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA: " WS-OPERACAO
           END-EVALUATE

           CLOSE AUTONOMO-FILE
           GOBACK.

       1000-LER-DADOS SECTION.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "NOME COMPLETO: "
           ACCEPT WS-NOME
           IF WS-NOME = SPACES
               DISPLAY "ERRO: NOME OBRIGATORIO"
               EXIT SECTION
           END-IF

      *> PIS/NIT em duas partes (base + digito), como no
      *> FUNC-MAINTAIN -- aqui obrigatorio.
           DISPLAY "PIS/NIT - 10 PRIMEIROS DIGITOS: "
           ACCEPT WS-PIS-BASE
           DISPLAY "PIS/NIT - DIGITO VERIFICADOR: "
           ACCEPT WS-PIS-DV
           MOVE WS-PIS-BASE TO WS-PIS-10
           CALL "CALC-DIG-PIS" USING WS-PIS-PARAMS
           END-CALL
           IF WS-PIS-BASE = 0 OR WS-PIS-STATUS NOT = "OK" OR
                   WS-PIS-DIGITO-RES NOT = WS-PIS-DV
               DISPLAY "ERRO: PIS/NIT INVALIDO (DIGITO CALCULADO="
                   WS-PIS-DIGITO-RES ")"
               EXIT SECTION
           END-IF
           COMPUTE WS-PIS = (WS-PIS-BASE * 10) + WS-PIS-DV

           DISPLAY "OCUPACAO / SERVICO PRESTADO: "
           ACCEPT WS-OCUPACAO

           DISPLAY "MUNICIPIO DO ISS (CODIGO IBGE, EM BRANCO = "
               "RECOLHE POR CONTA PROPRIA): "
           ACCEPT WS-MUNICIPIO
           IF WS-MUNICIPIO NOT = SPACES
                   AND WS-MUNICIPIO IS NOT NUMERIC
               DISPLAY "ERRO: CODIGO DE MUNICIPIO COM 7 DIGITOS"
               EXIT SECTION
           END-IF

           PERFORM 1200-LER-CONTA
           IF WS-DADOS-OK = "E"
               MOVE "N" TO WS-DADOS-OK
               EXIT SECTION
           END-IF
           PERFORM 1300-LER-PIX
           IF WS-DADOS-OK = "E"
               MOVE "N" TO WS-DADOS-OK
               EXIT SECTION
           END-IF

           IF WS-BANCO = 0 AND WS-PIX = SPACES
               DISPLAY "ERRO: INFORME CONTA OU CHAVE PIX -- O RPA NAO "
                   "E PAGO EM CHEQUE"
               EXIT SECTION
           END-IF

           MOVE "S" TO WS-DADOS-OK.

       1200-LER-CONTA SECTION.
      *> Banco 0 = sem conta (paga por PIX). Com conta, o digito
      *> passa pelo CALC-DIG-CONTA como no PENSAO-MAINTAIN.
           MOVE 0 TO WS-AGENCIA WS-CONTA WS-CONTA-DV
           DISPLAY "BANCO (3 DIGITOS, 0=SEM CONTA): "
           ACCEPT WS-BANCO
           IF WS-BANCO = 0
               EXIT SECTION
           END-IF

           DISPLAY "AGENCIA (4 DIGITOS): "
           ACCEPT WS-AGENCIA
           DISPLAY "CONTA (8 DIGITOS): "
           ACCEPT WS-CONTA
           DISPLAY "DIGITO DA CONTA: "
           ACCEPT WS-CONTA-DV

           MOVE WS-AGENCIA TO WS-CONTA-AGENCIA
           MOVE WS-CONTA   TO WS-CONTA-CONTA
           CALL "CALC-DIG-CONTA" USING WS-CONTA-PARAMS
           END-CALL
           IF WS-CONTA-STATUS NOT = "OK" OR
                   WS-CONTA-DIGITO-RES NOT = WS-CONTA-DV
               DISPLAY "ERRO: DIGITO DA CONTA NAO CONFERE "
                   "(CALCULADO=" WS-CONTA-DIGITO-RES ")"
               MOVE "E" TO WS-DADOS-OK
           END-IF.

       1300-LER-PIX SECTION.
      *> Chave PIX opcional; com chave, o PIX tem preferencia sobre
      *> o credito em conta, como na folha.
           DISPLAY "CHAVE PIX (EM BRANCO = SEM PIX): "
           ACCEPT WS-PIX
           IF WS-PIX = SPACES
               EXIT SECTION
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PIX)) TO WS-PIX-TAM
           MOVE 0 TO WS-PIX-ARROBAS
           INSPECT WS-PIX TALLYING WS-PIX-ARROBAS FOR ALL "@"
           MOVE 0 TO WS-PIX-DIGITOS
           INSPECT WS-PIX(1:WS-PIX-TAM)
               TALLYING WS-PIX-DIGITOS
               FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                   ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"

           MOVE "N" TO WS-PIX-OK-FLAG
           EVALUATE TRUE
             WHEN WS-PIX-ARROBAS = 1
               MOVE "S" TO WS-PIX-OK-FLAG
             WHEN WS-PIX-DIGITOS = WS-PIX-TAM
                     AND (WS-PIX-TAM = 11 OR WS-PIX-TAM = 14)
               MOVE "S" TO WS-PIX-OK-FLAG
             WHEN WS-PIX-TAM = 32 AND WS-PIX-ARROBAS = 0
               MOVE "S" TO WS-PIX-OK-FLAG
           END-EVALUATE

           IF WS-PIX-OK-FLAG NOT = "S"
               DISPLAY "ERRO: CHAVE PIX FORA DOS FORMATOS ACEITOS "
                   "(E-MAIL, CPF/CELULAR DE 11 DIGITOS, CNPJ DE 14 "
                   "DIGITOS OU EVP DE 32)"
               MOVE "E" TO WS-DADOS-OK
           END-IF.

       1500-MOVER-DADOS SECTION.
           MOVE WS-NOME      TO AUT-NOME
           MOVE WS-PIS       TO AUT-PIS
           MOVE WS-OCUPACAO  TO AUT-OCUPACAO
           MOVE WS-MUNICIPIO TO AUT-MUNICIPIO
           MOVE WS-BANCO     TO AUT-BANCO
           MOVE WS-AGENCIA   TO AUT-AGENCIA
           MOVE WS-CONTA     TO AUT-CONTA
           MOVE WS-CONTA-DV  TO AUT-CONTA-DV
           MOVE WS-PIX       TO AUT-PIX
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUT-DATA-ALTER.

       2000-INCLUIR SECTION.
           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "INCLUSAO ABANDONADA"
               EXIT SECTION
           END-IF

           PERFORM 1500-MOVER-DADOS
           MOVE "A" TO AUT-STATUS
           WRITE AUT-REC
               INVALID KEY
                   DISPLAY "ERRO: CPF JA CADASTRADO -- USE A=ALTERAR"
                   EXIT SECTION
           END-WRITE
           DISPLAY "AUTONOMO INCLUIDO: " WS-CPF-FORMATADO.

       3000-ALTERAR SECTION.
           READ AUTONOMO-FILE
               INVALID KEY
                   DISPLAY "ERRO: CPF NAO CADASTRADO"
                   EXIT SECTION
           END-READ

           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "ALTERACAO ABANDONADA"
               EXIT SECTION
           END-IF
           PERFORM 1500-MOVER-DADOS
           MOVE "A" TO AUT-STATUS
           REWRITE AUT-REC
           END-REWRITE
           DISPLAY "AUTONOMO ALTERADO: " WS-CPF-FORMATADO.

       4000-INATIVAR SECTION.
      *> Inativa em vez de excluir: os RPAs ja emitidos continuam
      *> resolvendo o nome na declaracao anual.
           READ AUTONOMO-FILE
               INVALID KEY
                   DISPLAY "ERRO: CPF NAO CADASTRADO"
                   EXIT SECTION
           END-READ

           MOVE "I" TO AUT-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUT-DATA-ALTER
           REWRITE AUT-REC
           END-REWRITE
           DISPLAY "AUTONOMO INATIVADO: " WS-CPF-FORMATADO.

       5000-CONSULTAR SECTION.
           READ AUTONOMO-FILE
               INVALID KEY
                   DISPLAY "CPF NAO CADASTRADO"
                   EXIT SECTION
           END-READ

           DISPLAY "CPF:       " WS-CPF-FORMATADO
           DISPLAY "NOME:      " AUT-NOME
           DISPLAY "PIS/NIT:   " AUT-PIS
           DISPLAY "OCUPACAO:  " AUT-OCUPACAO
           DISPLAY "MUNIC ISS: " AUT-MUNICIPIO
           DISPLAY "BANCO:     " AUT-BANCO " AG " AUT-AGENCIA
               " CC " AUT-CONTA "-" AUT-CONTA-DV
           DISPLAY "PIX:       " AUT-PIX
           DISPLAY "STATUS:    " AUT-STATUS
           DISPLAY "ALTERACAO: " AUT-DATA-ALTER.
