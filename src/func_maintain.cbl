               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SET-CODIGO
               FILE STATUS IS WS-SET-FS.
           SELECT PENDENCIA-PIX-FILE ASSIGN TO "PIX-PENDENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXP-MATRICULA
               FILE STATUS IS WS-PXP-FS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                PIC X(01).
           05  PEND-SOLICITANTE      PIC X(10).
           05  FILLER                PIC X(01).
           05  PEND-PARAMS           PIC X(297).

       FD  PAYROLL-HIST-FILE.
       01  HIST-REC.
           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

      *> Cadastro de setores (SETOR-MAINTAIN): o setor digitado tem
      *> de existir e estar ativo -- "FIN", "FIN." e "FINAN" para o
           05  SET-RESPONSAVEL      PIC X(30).
           05  SET-ATIVO             PIC X(01).
           05  SET-ORCAMENTO         PIC 9(15).
           05  SET-SINDICATO         PIC X(06).

      *> Chaves PIX que o banco recusou no ultimo lote da folha
      *> (PIX-RETORNO): o RH ve a pendencia ao abrir a matricula e
      *> corrige a chave antes da proxima folha.
       FD  PENDENCIA-PIX-FILE.
       01  PXP-REC.
           05  PXP-MATRICULA         PIC 9(09).
           05  PXP-CHAVE             PIC X(40).
           05  PXP-MOTIVO            PIC X(40).
           05  PXP-DATA              PIC 9(08).
           05  PXP-EMPRESA           PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-PAYIN-FS               PIC X(02) VALUE SPACES.
           88  WS-PEND-OK                       VALUE "00".
       01  WS-SET-FS                 PIC X(02) VALUE SPACES.
           88  WS-SET-OK                        VALUE "00".
       01  WS-PXP-FS                 PIC X(02) VALUE SPACES.
           88  WS-PXP-OK                        VALUE "00".
       01  WS-PIX-REJEITADA          PIC X(40) VALUE SPACES.

      *> Conferencia do cargo e da faixa salarial (CARGO-FAIXA).
       01  WS-CARGO-PARAMS.
           05  WS-CARGO-CODIGO       PIC X(06).
           05  WS-CARGO-SALARIO      PIC 9(15).
           05  WS-CARGO-DESCRICAO    PIC X(30).
           05  WS-CARGO-MIN          PIC 9(15).
           05  WS-CARGO-MAX          PIC 9(15).
           05  WS-CARGO-STATUS       PIC X(03).
       01  WS-HOJE                   PIC X(08) VALUE SPACES.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.

      *> Critica de formato da chave PIX: e-mail (contem @), CPF ou
      *> celular (11 digitos), CNPJ (14 digitos) ou chave aleatoria
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

      *> Empresa do funcionario pelo historico da folha
      *> (FUNC-EMPRESA): o operador so mexe em funcionario de
      *> empresa da lista dele.
       01  WS-FEMP-PARAMS.
           05  WS-FEMP-MATRICULA     PIC 9(09).
           05  WS-FEMP-COMPETENCIA   PIC X(06).
           05  WS-FEMP-EMPRESA       PIC X(02).
           05  WS-FEMP-STATUS        PIC X(03).

       01  WS-MAINTAIN-PARAMS.
           05  WS-MAINTAIN-OPERACAO  PIC X(01).
           05  WS-MAINTAIN-CIDADE    PIC X(30).
           05  WS-MAINTAIN-UF        PIC X(02).
           05  WS-MAINTAIN-CEP       PIC 9(08).
           05  WS-MAINTAIN-ADMISSAO  PIC 9(08).
           05  WS-MAINTAIN-CONTRATO  PIC X(01).
           05  WS-MAINTAIN-CARGO     PIC X(06).
           05  WS-MAINTAIN-STATUS    PIC X(03).

      *> Parametros da validacao do PIS (CALC-DIG-PIS): um digito
           05  WS-CONTA-STATUS       PIC X(03).
           05  WS-CONTA-FORMATADA    PIC X(15).

      *> Consulta do CEP na base dos Correios (CEP-CONSULTA): CEP que
      *> nao existe devolve a convocacao pelo correio.
       COPY "cep_consulta.cpy".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           MOVE SPACES TO WS-MAINTAIN-CIDADE
           MOVE SPACES TO WS-MAINTAIN-UF
           MOVE 0      TO WS-MAINTAIN-CEP
           MOVE 0      TO WS-MAINTAIN-ADMISSAO
           MOVE SPACES TO WS-MAINTAIN-CONTRATO
           MOVE SPACES TO WS-MAINTAIN-CARGO

           DISPLAY "OPERACAO (I=INCLUIR, A=ALTERAR, E=EXCLUIR, "
               "B=INATIVAR, T=DESLIGAR): "

           DISPLAY "MATRICULA: "
           ACCEPT WS-MAINTAIN-MATRICULA
           PERFORM 1540-CONFERIR-EMPRESA
           PERFORM 1550-CONFERIR-PENDENCIA-PIX

      *> Exclusao fisica so sem referencia em folha e com um
      *> supervisor confirmando; senao o caminho e a inativacao (B),
               ACCEPT WS-MAINTAIN-SETOR
               PERFORM 1700-CONFERIR-SETOR

               PERFORM 1800-LER-CONTRATO

               PERFORM 1500-LER-PIS

               PERFORM 1000-LER-DADOS-BANCARIOS
           END-IF
           CLOSE SETOR-FILE.

       1800-LER-CONTRATO SECTION.
      *> Dados do contrato: admissao, vinculo e cargo. O cargo tem de
      *> existir e estar ativo no CARGO-MASTER; salario fora da faixa
      *> do cargo nao bloqueia (promocao em curso, diretor com
      *> remuneracao propria), mas so segue com o operador
      *> confirmando o aviso.
           DISPLAY "DATA DE ADMISSAO (AAAAMMDD, 0=NAO INFORMADA): "
           ACCEPT WS-MAINTAIN-ADMISSAO
           IF WS-MAINTAIN-ADMISSAO > 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
               IF WS-MAINTAIN-ADMISSAO(5:2) < "01"
                       OR WS-MAINTAIN-ADMISSAO(5:2) > "12"
                       OR WS-MAINTAIN-ADMISSAO(7:2) < "01"
                       OR WS-MAINTAIN-ADMISSAO(7:2) > "31"
                       OR WS-MAINTAIN-ADMISSAO(1:4) < "1900"
                       OR WS-MAINTAIN-ADMISSAO > WS-HOJE
                   DISPLAY "ERRO: DATA DE ADMISSAO INVALIDA"
                   DISPLAY "MANUTENCAO ABANDONADA"
                   GOBACK
               END-IF
           END-IF

           DISPLAY "VINCULO (C=CLT, E=ESTAGIARIO, A=APRENDIZ, "
               "D=DIRETOR; EM BRANCO=CLT): "
           ACCEPT WS-MAINTAIN-CONTRATO
           MOVE FUNCTION UPPER-CASE(WS-MAINTAIN-CONTRATO)
               TO WS-MAINTAIN-CONTRATO
           IF WS-MAINTAIN-CONTRATO = SPACE
               MOVE "C" TO WS-MAINTAIN-CONTRATO
           END-IF
           IF WS-MAINTAIN-CONTRATO NOT = "C"
                   AND WS-MAINTAIN-CONTRATO NOT = "E"
                   AND WS-MAINTAIN-CONTRATO NOT = "A"
                   AND WS-MAINTAIN-CONTRATO NOT = "D"
               DISPLAY "ERRO: VINCULO DESCONHECIDO: "
                   WS-MAINTAIN-CONTRATO
               DISPLAY "MANUTENCAO ABANDONADA"
               GOBACK
           END-IF

           DISPLAY "CARGO (ate 6 carac., EM BRANCO = SEM CARGO): "
           ACCEPT WS-MAINTAIN-CARGO
           IF WS-MAINTAIN-CARGO = SPACES
               EXIT SECTION
           END-IF

           MOVE WS-MAINTAIN-CARGO   TO WS-CARGO-CODIGO
           MOVE WS-MAINTAIN-SALARIO TO WS-CARGO-SALARIO
           CALL "CARGO-FAIXA" USING WS-CARGO-PARAMS
           END-CALL
           EVALUATE WS-CARGO-STATUS
               WHEN "INE"
                   DISPLAY "ERRO: CARGO " WS-MAINTAIN-CARGO
                       " NAO CONSTA NO CADASTRO DE CARGOS"
                   DISPLAY "MANUTENCAO ABANDONADA"
                   GOBACK
               WHEN "INA"
                   DISPLAY "ERRO: CARGO " WS-MAINTAIN-CARGO
                       " ESTA INATIVO NO CADASTRO"
                   DISPLAY "MANUTENCAO ABANDONADA"
                   GOBACK
               WHEN "FXA"
                   DISPLAY "AVISO: SALARIO " WS-MAINTAIN-SALARIO
                       " FORA DA FAIXA DO CARGO "
                       FUNCTION TRIM(WS-CARGO-DESCRICAO)
                   DISPLAY "  FAIXA: " WS-CARGO-MIN " A "
                       WS-CARGO-MAX " (CENTAVOS, MAXIMO 0 = SEM TETO)"
                   DISPLAY "CONFIRMA O SALARIO FORA DA FAIXA (S/N)? "
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                       DISPLAY "MANUTENCAO ABANDONADA"
                       GOBACK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1500-LER-PIS SECTION.
      *> PIS em duas partes (base + digito), conferido no CALC-DIG-PIS
      *> antes de qualquer coisa ir para o banco de dados. Base 0 =
                   (WS-PIS-BASE * 10) + WS-PIS-DV
           END-IF.

       1540-CONFERIR-EMPRESA SECTION.
      *> Matricula sem folha ainda (inclusao) nao tem empresa a
      *> conferir.
           MOVE WS-MAINTAIN-MATRICULA TO WS-FEMP-MATRICULA
           MOVE SPACES TO WS-FEMP-COMPETENCIA
           CALL "FUNC-EMPRESA" USING WS-FEMP-PARAMS
           END-CALL
           IF WS-FEMP-STATUS NOT = "OK"
               EXIT SECTION
           END-IF
           MOVE WS-FEMP-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: MATRICULA DA EMPRESA "
                   WS-FEMP-EMPRESA ", FORA DA LISTA DO OPERADOR "
                   "(STATUS=" WS-SIGNON-STATUS ")"
               GOBACK
           END-IF.

       1550-CONFERIR-PENDENCIA-PIX SECTION.
           MOVE SPACES TO WS-PIX-REJEITADA
           OPEN INPUT PENDENCIA-PIX-FILE
           IF NOT WS-PXP-OK
               EXIT SECTION
           END-IF
           MOVE WS-MAINTAIN-MATRICULA TO PXP-MATRICULA
           READ PENDENCIA-PIX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PXP-CHAVE TO WS-PIX-REJEITADA
                   DISPLAY "ATENCAO: CHAVE PIX RECUSADA PELO BANCO EM "
                       PXP-DATA " (EMPRESA " PXP-EMPRESA ")"
                   DISPLAY "  CHAVE:  " FUNCTION TRIM(PXP-CHAVE)
                   DISPLAY "  MOTIVO: " FUNCTION TRIM(PXP-MOTIVO)
                   DISPLAY "  CORRIJA A CHAVE PIX ANTES DA PROXIMA "
                       "FOLHA"
           END-READ
           CLOSE PENDENCIA-PIX-FILE.

       1600-LER-PIX SECTION.
      *> Chave PIX opcional: em branco o funcionario segue nos
      *> trilhos de sempre. O formato e criticado aqui mesmo -- chave
                   "DIGITOS OU EVP DE 32)"
               DISPLAY "MANUTENCAO ABANDONADA"
               GOBACK
           END-IF

      *> A mesma chave que o banco acabou de recusar voltaria a ser
      *> recusada no proximo lote.
           IF WS-PIX-REJEITADA NOT = SPACES
                   AND WS-MAINTAIN-PIX = WS-PIX-REJEITADA
               DISPLAY "ERRO: CHAVE PIX IGUAL A RECUSADA PELO BANCO "
                   "NO ULTIMO LOTE"
               DISPLAY "MANUTENCAO ABANDONADA"
               GOBACK
           END-IF.

       1650-LER-ENDERECO SECTION.
               EXIT SECTION
           END-IF

      *> O CEP vem primeiro: achado na CEP-BASE, a cidade e a UF saem
      *> da base e nao sao digitadas. Base fora do ar nao impede a
      *> manutencao -- cidade e UF sao pedidas como antes e a
      *> ROSTER-SWEEP confere depois.
           DISPLAY "CEP (8 DIGITOS): "
           ACCEPT WS-MAINTAIN-CEP

           MOVE SPACES TO CEP-CONSULTA-PARAMS
           MOVE WS-MAINTAIN-CEP TO CEPC-CEP
           CALL "CEP-CONSULTA" USING CEP-CONSULTA-PARAMS
           END-CALL

           EVALUATE CEPC-STATUS
               WHEN "OK"
                   MOVE CEPC-CIDADE-BASE TO WS-MAINTAIN-CIDADE
                   MOVE CEPC-UF-BASE     TO WS-MAINTAIN-UF
                   DISPLAY "CEP " WS-MAINTAIN-CEP ": "
                       FUNCTION TRIM(CEPC-LOGRADOURO) " - "
                       FUNCTION TRIM(CEPC-BAIRRO)
                   DISPLAY "CIDADE/UF: "
                       FUNCTION TRIM(WS-MAINTAIN-CIDADE) "/"
                       WS-MAINTAIN-UF
               WHEN "IND"
                   DISPLAY "AVISO: CEP-BASE INDISPONIVEL, CEP NAO "
                       "CONFERIDO"
                   DISPLAY "CIDADE: "
                   ACCEPT WS-MAINTAIN-CIDADE
                   DISPLAY "UF (2 LETRAS): "
                   ACCEPT WS-MAINTAIN-UF
               WHEN OTHER
                   DISPLAY "ERRO: CEP " WS-MAINTAIN-CEP
                       " NAO ENCONTRADO NA BASE DOS CORREIOS"
                   DISPLAY "MANUTENCAO ABANDONADA"
                   GOBACK
           END-EVALUATE.

       1000-LER-DADOS-BANCARIOS SECTION.
      *> Dados bancarios para o credito de salario em conta. Banco 0
