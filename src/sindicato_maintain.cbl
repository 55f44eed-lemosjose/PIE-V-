       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINDICATO-MAINTAIN.

      *> Manutencao do cadastro de sindicatos (SINDICATO-MASTER,
      *> indexado pelo codigo), no molde do FORNECEDOR-MAINTAIN: CNPJ
      *> validado no CALC-DIG-CNPJ, dados bancarios do repasse (conta
      *> conferida no CALC-DIG-CONTA) e a regra da contribuicao
      *> assistencial/negocial que o sindicato cobra -- percentual do
      *> salario ou valor fixo, todo mes ou so no mes-base da
      *> categoria. O setor aponta o sindicato no SETOR-MAINTAIN e o
      *> funcionario (excecao ao setor e oposicao) no
      *> SINDICATO-FUNC-MAINTAIN; a folha desconta com linha propria
      *> no holerite e emite o demonstrativo de repasse por sindicato.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINDICATO-FILE ASSIGN TO "SINDICATO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-SIN-FS.

       DATA DIVISION.
       FILE SECTION.
      *> SIN-REGRA: "P" = percentual do salario registrado (SIN-PCT em
      *> centesimos de %, 150 = 1,50%), "F" = valor fixo em centavos
      *> (SIN-VALOR). SIN-MES-BASE: 00 = desconta todo mes; 01-12 =
      *> so na folha desse mes (contribuicao anual da data-base).
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
       01  WS-SIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-SIN-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-CODIGO                 PIC X(06) VALUE SPACES.
       01  WS-NOME                   PIC X(40) VALUE SPACES.
       01  WS-CNPJ-BASE              PIC 9(12) VALUE ZEROS.
       01  WS-CNPJ-DV                PIC 9(02) VALUE ZEROS.
       01  WS-CNPJ                   PIC 9(14) VALUE ZEROS.
       01  WS-BANCO                  PIC 9(03) VALUE ZEROS.
       01  WS-AGENCIA                PIC 9(04) VALUE ZEROS.
       01  WS-CONTA                  PIC 9(08) VALUE ZEROS.
       01  WS-CONTA-DV               PIC 9(01) VALUE ZEROS.
       01  WS-REGRA                  PIC X(01) VALUE SPACE.
       01  WS-PCT                    PIC 9(05) VALUE ZEROS.
       01  WS-VALOR                  PIC 9(15) VALUE ZEROS.
       01  WS-MES-BASE               PIC 9(02) VALUE ZEROS.
       01  WS-DADOS-OK               PIC X(01) VALUE "N".

      *> Parametros do CALC-DIG-CNPJ, mesmo contrato dos outros
      *> chamadores da familia CALC-DIG.
       01  WS-CNPJ-PARAMS.
           05  WS-CNPJ-12            PIC 9(12).
           05  WS-CNPJ-DIGITOS-RES   PIC 9(02).
           05  WS-CNPJ-STATUS        PIC X(03).
           05  WS-CNPJ-FORMATADO     PIC X(18).

       01  WS-CONTA-PARAMS.
           05  WS-CONTA-AGENCIA      PIC 9(04).
           05  WS-CONTA-CONTA        PIC 9(08).
           05  WS-CONTA-DIGITO-RES   PIC 9(01).
           05  WS-CONTA-STATUS       PIC X(03).
           05  WS-CONTA-FORMATADA    PIC X(15).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   MANUTENCAO DE SINDICATO                 ".
           DISPLAY "------------------------------------------".

           DISPLAY "OPERACAO (I=INCLUIR, A=ALTERAR, E=INATIVAR, "
               "C=CONSULTAR): "
           ACCEPT WS-OPERACAO

           DISPLAY "CODIGO DO SINDICATO (ate 6 carac.): "
           ACCEPT WS-CODIGO
           IF WS-CODIGO = SPACES
               DISPLAY "ERRO: CODIGO DO SINDICATO OBRIGATORIO"
               GOBACK
           END-IF

           OPEN I-O SINDICATO-FILE
           IF NOT WS-SIN-OK
               OPEN OUTPUT SINDICATO-FILE
               CLOSE SINDICATO-FILE
               OPEN I-O SINDICATO-FILE
           END-IF

           MOVE WS-CODIGO TO SIN-CODIGO

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

           CLOSE SINDICATO-FILE
           GOBACK.

       1000-LER-DADOS SECTION.
      *> Qualquer recusa deixa WS-DADOS-OK = "N" e nada e gravado.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "NOME DO SINDICATO: "
           ACCEPT WS-NOME
           IF WS-NOME = SPACES
               DISPLAY "ERRO: NOME DO SINDICATO OBRIGATORIO"
               EXIT SECTION
           END-IF

      *> CNPJ pela mesma rotina do cadastro de fornecedor.
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
               EXIT SECTION
           END-IF
           COMPUTE WS-CNPJ = (WS-CNPJ-BASE * 100) + WS-CNPJ-DV

      *> Conta do repasse: o digito passa pelo CALC-DIG-CONTA como
      *> qualquer conta que entra em remessa. Banco 0 = repasse por
      *> guia/boleto do proprio sindicato, sem conta cadastrada.
           MOVE 0 TO WS-AGENCIA WS-CONTA WS-CONTA-DV
           DISPLAY "BANCO DO REPASSE (3 DIGITOS, 0=SEM CONTA): "
           ACCEPT WS-BANCO
           IF WS-BANCO > 0
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
                   EXIT SECTION
               END-IF
           END-IF

           DISPLAY "REGRA (P=PERCENTUAL DO SALARIO, F=VALOR FIXO): "
           ACCEPT WS-REGRA
           IF WS-REGRA = "p"
               MOVE "P" TO WS-REGRA
           END-IF
           IF WS-REGRA = "f"
               MOVE "F" TO WS-REGRA
           END-IF
           IF WS-REGRA NOT = "P" AND WS-REGRA NOT = "F"
               DISPLAY "ERRO: REGRA DEVE SER P OU F"
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-PCT WS-VALOR
           IF WS-REGRA = "P"
               DISPLAY "PERCENTUAL EM CENTESIMOS DE % "
                   "(150 = 1,50%): "
               ACCEPT WS-PCT
               IF WS-PCT = 0 OR WS-PCT > 10000
                   DISPLAY "ERRO: PERCENTUAL FORA DA FAIXA"
                   EXIT SECTION
               END-IF
           ELSE
               DISPLAY "VALOR FIXO EM CENTAVOS: "
               ACCEPT WS-VALOR
               IF WS-VALOR = 0
                   DISPLAY "ERRO: VALOR FIXO ZERADO"
                   EXIT SECTION
               END-IF
           END-IF

           DISPLAY "MES-BASE (01-12; 00 = DESCONTO TODO MES): "
           ACCEPT WS-MES-BASE
           IF WS-MES-BASE > 12
               DISPLAY "ERRO: MES-BASE INVALIDO"
               EXIT SECTION
           END-IF

           MOVE "S" TO WS-DADOS-OK.

       1500-MONTAR-REGISTRO SECTION.
           MOVE WS-NOME      TO SIN-NOME
           MOVE WS-CNPJ      TO SIN-CNPJ
           MOVE WS-BANCO     TO SIN-BANCO
           MOVE WS-AGENCIA   TO SIN-AGENCIA
           MOVE WS-CONTA     TO SIN-CONTA
           MOVE WS-CONTA-DV  TO SIN-CONTA-DV
           MOVE WS-REGRA     TO SIN-REGRA
           MOVE WS-PCT       TO SIN-PCT
           MOVE WS-VALOR     TO SIN-VALOR
           MOVE WS-MES-BASE  TO SIN-MES-BASE.

       2000-INCLUIR SECTION.
           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "INCLUSAO ABANDONADA"
               EXIT SECTION
           END-IF

           MOVE SPACES TO SIN-REC
           MOVE WS-CODIGO TO SIN-CODIGO
           PERFORM 1500-MONTAR-REGISTRO
           MOVE "A" TO SIN-STATUS
           WRITE SIN-REC
               INVALID KEY
                   DISPLAY "ERRO: SINDICATO JA CADASTRADO"
                   EXIT SECTION
           END-WRITE
           DISPLAY "SINDICATO INCLUIDO: " WS-CODIGO
               " CNPJ " WS-CNPJ-FORMATADO.

       3000-ALTERAR SECTION.
           READ SINDICATO-FILE
               INVALID KEY
                   DISPLAY "ERRO: SINDICATO NAO CADASTRADO"
                   EXIT SECTION
           END-READ

           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "ALTERACAO ABANDONADA"
               EXIT SECTION
           END-IF
           PERFORM 1500-MONTAR-REGISTRO
           REWRITE SIN-REC
           END-REWRITE
           DISPLAY "SINDICATO ALTERADO: " WS-CODIGO.

       4000-INATIVAR SECTION.
      *> Inativa em vez de excluir: setores e funcionarios que ainda
      *> apontam o codigo continuam resolvendo o nome, mas a folha
      *> para de descontar.
           READ SINDICATO-FILE
               INVALID KEY
                   DISPLAY "ERRO: SINDICATO NAO CADASTRADO"
                   EXIT SECTION
           END-READ
           MOVE "I" TO SIN-STATUS
           REWRITE SIN-REC
           END-REWRITE
           DISPLAY "SINDICATO INATIVADO: " WS-CODIGO.

       5000-CONSULTAR SECTION.
           READ SINDICATO-FILE
               INVALID KEY
                   DISPLAY "SINDICATO NAO CADASTRADO"
                   EXIT SECTION
           END-READ
           DISPLAY "CODIGO:       " SIN-CODIGO
           DISPLAY "NOME:         " SIN-NOME
           DISPLAY "CNPJ:         " SIN-CNPJ
           DISPLAY "BANCO/AG/CTA: " SIN-BANCO "/" SIN-AGENCIA
               "/" SIN-CONTA "-" SIN-CONTA-DV
           DISPLAY "REGRA:        " SIN-REGRA
           DISPLAY "PERCENTUAL:   " SIN-PCT " (CENTESIMOS DE %)"
           DISPLAY "VALOR FIXO:   " SIN-VALOR " (CENTAVOS)"
           DISPLAY "MES-BASE:     " SIN-MES-BASE
           DISPLAY "STATUS:       " SIN-STATUS.
