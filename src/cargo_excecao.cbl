       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGO-EXCECAO.

      *> Relatorio mensal de excecoes de cargo e faixa salarial, no
      *> molde do ROSTER-SWEEP: percorre o quadro ativo e confere cada
      *> funcionario contra o CARGO-MASTER pelo CARGO-FAIXA -- a mesma
      *> regra da manutencao. Sai uma linha por excecao:
      *>
      *>   SEM CARGO         funcionario ativo sem cargo atribuido
      *>   CARGO INEXISTENTE cargo fora do cadastro
      *>   CARGO INATIVO     cargo inativado e ainda em uso
      *>   ABAIXO DA FAIXA   salario menor que o minimo do cargo
      *>   ACIMA DA FAIXA    salario maior que o maximo do cargo
      *>
      *> O que a manutencao so avisou (salario fora da faixa confirmado
      *> pelo operador, reajuste coletivo que empurrou alguem para fora)
      *> volta aqui todo mes ate o RH regularizar. RETURN-CODE 4 quando
      *> ha excecao, 8 sem a tabela de funcionarios ou sem o cadastro
      *> de cargos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCECAO-REPORT-FILE ASSIGN TO "CARGO-EXCECAO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCECAO-REPORT-FILE.
       01  EXCOUT-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "func_tabela.cpy".

       01  WS-CARGO-PARAMS.
           05  WS-CARGO-CODIGO       PIC X(06).
           05  WS-CARGO-SALARIO      PIC 9(15).
           05  WS-CARGO-DESCRICAO    PIC X(30).
           05  WS-CARGO-MIN          PIC 9(15).
           05  WS-CARGO-MAX          PIC 9(15).
           05  WS-CARGO-STATUS       PIC X(03).

       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-HOJE                   PIC X(08) VALUE SPACES.
       01  WS-MOTIVO                 PIC X(17) VALUE SPACES.

       01  WS-LINHA-CAB.
           05  FILLER                PIC X(50) VALUE
               "EXCECOES DE CARGO E FAIXA SALARIAL - COMPETENCIA ".
           05  CAB-MES               PIC X(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  CAB-ANO               PIC X(04).

       01  WS-LINHA-COLUNAS.
           05  FILLER                PIC X(11) VALUE "MATRICULA".
           05  FILLER                PIC X(30) VALUE "NOME".
           05  FILLER                PIC X(07) VALUE "CARGO".
           05  FILLER                PIC X(14) VALUE "      SALARIO".
           05  FILLER                PIC X(17) VALUE "EXCECAO".

       01  WS-LINHA-DET.
           05  DET-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-NOME              PIC X(29).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-CARGO             PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-SALARIO           PIC Z(09)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-MOTIVO            PIC X(17).

       01  WS-CONTADORES.
           05  WS-QTD-ATIVOS         PIC 9(05) VALUE ZEROS.
           05  WS-QTD-SEM-CARGO      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-INEXISTENTE    PIC 9(05) VALUE ZEROS.
           05  WS-QTD-INATIVO        PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ABAIXO         PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ACIMA          PIC 9(05) VALUE ZEROS.
           05  WS-QTD-EXCECOES       PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CONFERIR
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > FT-QTD
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
                   "funcionarios, status=" FT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> Primeira chamada so para saber se o cadastro de cargos
      *> existe: sem ele nao ha faixa nenhuma para conferir.
           MOVE SPACES TO WS-CARGO-CODIGO
           MOVE 0      TO WS-CARGO-SALARIO
           CALL "CARGO-FAIXA" USING WS-CARGO-PARAMS
           END-CALL
           IF WS-CARGO-STATUS = "SEM"
               DISPLAY "CARGO-EXCECAO: CARGO-MASTER INDISPONIVEL - "
                   "NADA A CONFERIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EXCECAO-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE WS-HOJE(5:2) TO CAB-MES
           MOVE WS-HOJE(1:4) TO CAB-ANO
           MOVE WS-LINHA-CAB TO EXCOUT-LINHA
           WRITE EXCOUT-LINHA
           MOVE ALL "-" TO EXCOUT-LINHA
           WRITE EXCOUT-LINHA
           MOVE WS-LINHA-COLUNAS TO EXCOUT-LINHA
           WRITE EXCOUT-LINHA.

       2000-CONFERIR SECTION.
           IF FT-SITUACAO(WS-I) NOT = "A"
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-ATIVOS

           MOVE SPACES TO WS-MOTIVO
           IF FT-CARGO(WS-I) = SPACES
               MOVE "SEM CARGO" TO WS-MOTIVO
               ADD 1 TO WS-QTD-SEM-CARGO
               PERFORM 2100-GRAVAR-EXCECAO
               EXIT SECTION
           END-IF

           MOVE FT-CARGO(WS-I)   TO WS-CARGO-CODIGO
           MOVE FT-SALARIO(WS-I) TO WS-CARGO-SALARIO
           CALL "CARGO-FAIXA" USING WS-CARGO-PARAMS
           END-CALL
           EVALUATE WS-CARGO-STATUS
               WHEN "INE"
                   MOVE "CARGO INEXISTENTE" TO WS-MOTIVO
                   ADD 1 TO WS-QTD-INEXISTENTE
               WHEN "INA"
                   MOVE "CARGO INATIVO" TO WS-MOTIVO
                   ADD 1 TO WS-QTD-INATIVO
               WHEN "FXA"
                   IF FT-SALARIO(WS-I) < WS-CARGO-MIN
                       MOVE "ABAIXO DA FAIXA" TO WS-MOTIVO
                       ADD 1 TO WS-QTD-ABAIXO
                   ELSE
                       MOVE "ACIMA DA FAIXA" TO WS-MOTIVO
                       ADD 1 TO WS-QTD-ACIMA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               PERFORM 2100-GRAVAR-EXCECAO
           END-IF.

       2100-GRAVAR-EXCECAO SECTION.
           ADD 1 TO WS-QTD-EXCECOES
           MOVE FT-MATRICULA(WS-I) TO DET-MATRICULA
           MOVE FT-NOME(WS-I)      TO DET-NOME
           MOVE FT-CARGO(WS-I)     TO DET-CARGO
           COMPUTE DET-SALARIO = FT-SALARIO(WS-I) / 100
           MOVE WS-MOTIVO          TO DET-MOTIVO
           MOVE WS-LINHA-DET TO EXCOUT-LINHA
           WRITE EXCOUT-LINHA.

       9000-FINALIZAR SECTION.
           MOVE ALL "-" TO EXCOUT-LINHA
           WRITE EXCOUT-LINHA
           MOVE SPACES TO EXCOUT-LINHA
           STRING
               "ATIVOS: "        DELIMITED BY SIZE
               WS-QTD-ATIVOS     DELIMITED BY SIZE
               "  EXCECOES: "    DELIMITED BY SIZE
               WS-QTD-EXCECOES   DELIMITED BY SIZE
               "  SEM CARGO: "   DELIMITED BY SIZE
               WS-QTD-SEM-CARGO  DELIMITED BY SIZE
               INTO EXCOUT-LINHA
           END-STRING
           WRITE EXCOUT-LINHA
           MOVE SPACES TO EXCOUT-LINHA
           STRING
               "INEXISTENTE: "   DELIMITED BY SIZE
               WS-QTD-INEXISTENTE DELIMITED BY SIZE
               "  INATIVO: "     DELIMITED BY SIZE
               WS-QTD-INATIVO    DELIMITED BY SIZE
               "  ABAIXO: "      DELIMITED BY SIZE
               WS-QTD-ABAIXO     DELIMITED BY SIZE
               "  ACIMA: "       DELIMITED BY SIZE
               WS-QTD-ACIMA      DELIMITED BY SIZE
               INTO EXCOUT-LINHA
           END-STRING
           WRITE EXCOUT-LINHA
           CLOSE EXCECAO-REPORT-FILE

           IF WS-QTD-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "CARGO-EXCECAO: ATIVOS=" WS-QTD-ATIVOS
               " EXCECOES=" WS-QTD-EXCECOES
               " SEM-CARGO=" WS-QTD-SEM-CARGO
               " INEXISTENTE=" WS-QTD-INEXISTENTE
               " INATIVO=" WS-QTD-INATIVO
               " ABAIXO=" WS-QTD-ABAIXO
               " ACIMA=" WS-QTD-ACIMA.
