      *> de SWEEP-DESVIO-PCT, padrao 50%). Cada tipo de defeito
      *> alimenta a sua lista de trabalho, para o RH corrigir antes
      *> de o PAYROLL-RUN tropecar.
      *>
      *> Endereco de correspondencia: CEP que nao existe na CEP-BASE
      *> (extrato dos Correios, CEP-LOAD) ou cuja cidade/UF nao bate
      *> com a do cadastro vai para a SWEEP-WL-CEP, com a cidade/UF
      *> do cadastro e a da base lado a lado -- e o que faz a
      *> convocacao do CONVOCACAO-GEN voltar pelo correio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WL-SALFORA-FILE ASSIGN TO "SWEEP-WL-SALFORA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WL-CEP-FILE ASSIGN TO "SWEEP-WL-CEP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-REPORT-FILE ASSIGN TO "SWEEP-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  SET-RESPONSAVEL       PIC X(30).
           05  SET-ATIVO             PIC X(01).
           05  SET-ORCAMENTO         PIC 9(15).
           05  SET-SINDICATO         PIC X(06).

      *> Listas de trabalho no molde do CPF-DUP-WORKLIST: uma linha
      *> por matricula com defeito, com o detalhe do defeito.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WLF-DETALHE           PIC X(40).

       FD  WL-CEP-FILE.
       01  WLE-REC.
           05  WLE-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WLE-NOME              PIC X(50).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WLE-CEP               PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WLE-CIDADE            PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WLE-UF                PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WLE-DETALHE           PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WLE-CIDADE-BASE       PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WLE-UF-BASE           PIC X(02).

       FD  SWEEP-REPORT-FILE.
       01  SWPOUT-LINHA              PIC X(80).

       01  WS-SET-FS                 PIC X(02) VALUE SPACES.
           88  WS-SET-OK                        VALUE "00".
       01  WS-TEM-SETOR-MASTER       PIC X(01) VALUE "N".
      *> "S" enquanto a CEP-BASE responde; a primeira consulta que
      *> volta "IND" desliga a critica de CEP para o resto da rodada.
       01  WS-TEM-CEP-BASE           PIC X(01) VALUE "S".

       COPY "cep_consulta.cpy".

       COPY "func_tabela.cpy".

      *> Desvio resolvido no PARAMETRO-MASTER (vigencia geral: o
      *> quadro mistura empresas), com a linha dele para o cabecalho
      *> do relatorio.
       01  WS-DESVIO-PCT             PIC 9(03) VALUE 50.
       COPY "parametro_consulta.cpy".

       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(03) COMP-5 VALUE 0.
           05  WS-QTD-SETOR          PIC 9(05) VALUE ZEROS.
           05  WS-QTD-SALZERO        PIC 9(05) VALUE ZEROS.
           05  WS-QTD-SALFORA        PIC 9(05) VALUE ZEROS.
           05  WS-QTD-CEP            PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           GOBACK.

       1000-INICIALIZAR SECTION.
           MOVE "SWEEP-DESVIO-PCT" TO PARC-NOME
           MOVE "00"               TO PARC-EMPRESA
           MOVE 0                  TO PARC-DATA
           MOVE WS-DESVIO-PCT      TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           MOVE PARC-VALOR TO WS-DESVIO-PCT

           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
           OPEN OUTPUT WL-SETOR-FILE
           OPEN OUTPUT WL-SALZERO-FILE
           OPEN OUTPUT WL-SALFORA-FILE
           OPEN OUTPUT WL-CEP-FILE
           OPEN OUTPUT SWEEP-REPORT-FILE

           MOVE "VARREDURA DE QUALIDADE DO QUADRO DE FUNCIONARIOS"
               TO SWPOUT-LINHA
           WRITE SWPOUT-LINHA
           MOVE "PARAMETROS DA RODADA:" TO SWPOUT-LINHA
           WRITE SWPOUT-LINHA
           MOVE PARC-LINHA TO SWPOUT-LINHA
           WRITE SWPOUT-LINHA
           MOVE ALL "-" TO SWPOUT-LINHA
           WRITE SWPOUT-LINHA.

           PERFORM 3100-CRITICAR-CONTA
           PERFORM 3200-CRITICAR-PIS
           PERFORM 3300-CRITICAR-SETOR
           PERFORM 3400-CRITICAR-SALARIO
           PERFORM 3500-CRITICAR-CEP.

       3100-CRITICAR-CONTA SECTION.
           IF FT-BANCO(WS-I) = 0
               END-IF
           END-PERFORM.

       3500-CRITICAR-CEP SECTION.
           IF WS-TEM-CEP-BASE NOT = "S"
               EXIT SECTION
           END-IF
           IF FT-ENDERECO(WS-I) = SPACES AND FT-CEP(WS-I) = 0
               EXIT SECTION
           END-IF

           MOVE SPACES TO WLE-REC
           MOVE FT-MATRICULA(WS-I) TO WLE-MATRICULA
           MOVE FT-NOME(WS-I)      TO WLE-NOME
           MOVE FT-CEP(WS-I)       TO WLE-CEP
           MOVE FT-CIDADE(WS-I)    TO WLE-CIDADE
           MOVE FT-UF(WS-I)        TO WLE-UF

           IF FT-CEP(WS-I) = 0
               ADD 1 TO WS-QTD-CEP
               MOVE "ENDERECO SEM CEP" TO WLE-DETALHE
               WRITE WLE-REC
               EXIT SECTION
           END-IF

           MOVE SPACES TO CEP-CONSULTA-PARAMS
           MOVE FT-CEP(WS-I)    TO CEPC-CEP
           MOVE FT-CIDADE(WS-I) TO CEPC-CIDADE
           MOVE FT-UF(WS-I)     TO CEPC-UF
           CALL "CEP-CONSULTA" USING CEP-CONSULTA-PARAMS
           END-CALL

           EVALUATE CEPC-STATUS
               WHEN "OK"
                   CONTINUE
               WHEN "IND"
                   MOVE "N" TO WS-TEM-CEP-BASE
                   DISPLAY "ROSTER-SWEEP: CEP-BASE INDISPONIVEL - "
                       "CRITICA DE CEP DESLIGADA"
               WHEN "DIV"
                   ADD 1 TO WS-QTD-CEP
                   MOVE "CIDADE/UF NAO CONFERE COM O CEP"
                       TO WLE-DETALHE
                   MOVE CEPC-CIDADE-BASE TO WLE-CIDADE-BASE
                   MOVE CEPC-UF-BASE     TO WLE-UF-BASE
                   WRITE WLE-REC
               WHEN OTHER
                   ADD 1 TO WS-QTD-CEP
                   MOVE "CEP INEXISTENTE NA BASE DOS CORREIOS"
                       TO WLE-DETALHE
                   WRITE WLE-REC
           END-EVALUATE.

       9000-FINALIZAR SECTION.
           MOVE SPACES TO SWPOUT-LINHA
           STRING
               INTO SWPOUT-LINHA
           END-STRING
           WRITE SWPOUT-LINHA
           MOVE SPACES TO SWPOUT-LINHA
           STRING
               "ENDERECO (CEP): " DELIMITED BY SIZE
               WS-QTD-CEP         DELIMITED BY SIZE
               INTO SWPOUT-LINHA
           END-STRING
           WRITE SWPOUT-LINHA

           CLOSE WL-CONTA-FILE
           CLOSE WL-PIS-FILE
           CLOSE WL-SETOR-FILE
           CLOSE WL-SALZERO-FILE
           CLOSE WL-SALFORA-FILE
           CLOSE WL-CEP-FILE
           CLOSE SWEEP-REPORT-FILE
           IF WS-TEM-SETOR-MASTER = "S"
               CLOSE SETOR-FILE
               " PIS=" WS-QTD-PIS
               " SETOR=" WS-QTD-SETOR
               " SAL-ZERO=" WS-QTD-SALZERO
               " SAL-FORA=" WS-QTD-SALFORA
               " CEP=" WS-QTD-CEP.
