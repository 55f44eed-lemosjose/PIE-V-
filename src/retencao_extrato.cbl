       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCAO-EXTRATO.

      *> Extrato das retencoes na fonte por fornecedor, para mandar
      *> ao fornecedor junto com o pagamento liquido (e para o
      *> fiscal conferir o que foi recolhido). Le o RETENCAO-FORN
      *> gravado pelo BOLETO-BATCH e, para cada fornecedor, lista
      *> nota a nota a data do pagamento, o tributo retido, a base,
      *> a aliquota, o vencimento do recolhimento e a situacao do
      *> pagavel no BOLETO-REGISTER, com o total por tributo.
      *>
      *> RETENCAO-CNPJ (14 digitos) restringe a um fornecedor; em
      *> branco saem todos. RETENCAO-PERIODO e o ano (AAAA) ou o mes
      *> (AAAAMM) do pagamento da nota; em branco vale o ano
      *> corrente. A data do pagamento e a do BOLETO-PAGOS-HIST
      *> (pagamento confirmado antes dele existir fica com a que o
      *> BOLETO-RETORNO gravou no BOLETO-REGISTER ao baixar o
      *> boleto); nota ainda nao paga fica fora do extrato.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCAO-FILE ASSIGN TO "RETENCAO-FORN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-RET-FS.
           SELECT BOLETO-REG-FILE ASSIGN TO "BOLETO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-BARRAS
               FILE STATUS IS WS-BREG-FS.
           SELECT PAGOS-HIST-FILE ASSIGN TO "BOLETO-PAGOS-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGH-BARRAS
               FILE STATUS IS WS-PGH-FS.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WS-FORN-FS.
           SELECT EXTRATO-FILE ASSIGN TO "RETENCAO-EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENCAO-FILE.
       01  RET-REC.
           05  RET-CHAVE.
               10  RET-BARRAS-ORIGEM PIC X(44).
               10  RET-TIPO          PIC X(04).
           05  RET-SEQ               PIC 9(06).
           05  RET-CNPJ              PIC 9(14).
           05  RET-DESCRICAO         PIC X(30).
           05  RET-VENC-ORIGEM       PIC 9(08).
           05  RET-BASE              PIC 9(10).
           05  RET-ALIQ              PIC 9(05).
           05  RET-VALOR             PIC 9(10).
           05  RET-RECEITA           PIC X(04).
           05  RET-MUNICIPIO         PIC X(07).
           05  RET-VENC              PIC 9(08).
           05  RET-BARRAS-GUIA       PIC X(44).
           05  RET-DATA-ENTRADA      PIC X(08).
           05  RET-EMPRESA           PIC X(02).

       FD  BOLETO-REG-FILE.
       01  BREG-REC.
           05  BREG-BARRAS           PIC X(44).
           05  BREG-CNPJ             PIC 9(14).
           05  BREG-VALOR            PIC 9(10).
           05  BREG-VENC             PIC 9(08).
           05  BREG-DATA-ENTRADA     PIC X(08).
           05  BREG-STATUS           PIC X(10).

       FD  PAGOS-HIST-FILE.
       01  PGH-REC.
           05  PGH-BARRAS            PIC X(44).
           05  PGH-CNPJ              PIC 9(14).
           05  PGH-VENC              PIC 9(08).
           05  PGH-VALOR-NOMINAL     PIC 9(15).
           05  PGH-VALOR-PAGO        PIC 9(15).
           05  PGH-DATA-PGTO         PIC X(08).
           05  PGH-EMPRESA           PIC X(02).

       FD  FORNECEDOR-FILE.
       01  FORN-REC.
           05  FORN-CNPJ             PIC 9(14).
           05  FORN-NOME             PIC X(40).
           05  FORN-PRAZO-PGTO       PIC 9(03).
           05  FORN-STATUS           PIC X(01).
           05  FORN-REVISAO          PIC X(01).
           05  FORN-TIPO-SERVICO     PIC X(01).
           05  FORN-SIMPLES          PIC X(01).
           05  FORN-ISS-MUNICIPIO    PIC X(07).
           05  FORN-ISS-ALIQ         PIC 9(05).
           05  FORN-IE               PIC X(14).
           05  FORN-IE-UF            PIC X(02).

       FD  EXTRATO-FILE.
       01  EXT-LINHA                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RET-FS                 PIC X(02) VALUE SPACES.
           88  WS-RET-OK                        VALUE "00".
       01  WS-BREG-FS                PIC X(02) VALUE SPACES.
           88  WS-BREG-OK                       VALUE "00".
       01  WS-PGH-FS                 PIC X(02) VALUE SPACES.
           88  WS-PGH-OK                        VALUE "00".
       01  WS-FORN-FS                PIC X(02) VALUE SPACES.
           88  WS-FORN-OK                       VALUE "00".
       01  WS-BREG-ABERTO            PIC X(01) VALUE "N".
       01  WS-PGH-ABERTO             PIC X(01) VALUE "N".
       01  WS-FORN-ABERTO            PIC X(01) VALUE "N".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-CNPJ-TXT               PIC X(14) VALUE SPACES.
       01  WS-CNPJ-FILTRO            PIC 9(14) VALUE ZEROS.
       01  WS-PERIODO                PIC X(06) VALUE SPACES.
       01  WS-PERIODO-TAM            PIC 9(01) VALUE 4.

      *> Nota corrente: as retencoes de uma nota chegam juntas (a
      *> chave comeca pelo codigo de barras do boleto), entao a data
      *> do pagamento e buscada uma vez so por nota.
       01  WS-ORIGEM-ATUAL           PIC X(44) VALUE SPACES.
       01  WS-DATA-PGTO              PIC X(08) VALUE SPACES.

      *> Retencoes do periodo em memoria, ordenadas por fornecedor e
      *> data do pagamento antes de imprimir.
       01  WS-TABELA.
           05  WS-TB-QTD             PIC 9(04) COMP-5 VALUE 0.
           05  WS-TB-LINHA OCCURS 2000 TIMES.
               10  WS-TB-CNPJ        PIC 9(14).
               10  WS-TB-DATA-PGTO   PIC 9(08).
               10  WS-TB-DESCRICAO   PIC X(30).
               10  WS-TB-TIPO        PIC X(04).
               10  WS-TB-ALIQ        PIC 9(05).
               10  WS-TB-BASE        PIC 9(10).
               10  WS-TB-VALOR       PIC 9(10).
               10  WS-TB-VENC        PIC 9(08).
               10  WS-TB-SITUACAO    PIC X(10).
       01  WS-TROCA                  PIC X(99).
       01  WS-I                      PIC 9(04) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(04) COMP-5 VALUE 0.
       01  WS-TABELA-CHEIA           PIC X(01) VALUE "N".

      *> Fornecedor corrente e os totais por tributo.
       01  WS-CNPJ-ATUAL             PIC 9(14) VALUE ZEROS.
       01  WS-FORN-NOME              PIC X(40) VALUE SPACES.
       01  WS-TOT-IRRF               PIC 9(12) VALUE ZEROS.
       01  WS-TOT-CSRF               PIC 9(12) VALUE ZEROS.
       01  WS-TOT-INSS               PIC 9(12) VALUE ZEROS.
       01  WS-TOT-ISS                PIC 9(12) VALUE ZEROS.
       01  WS-TOT-FORN               PIC 9(12) VALUE ZEROS.
       01  WS-TOT-GERAL              PIC S9(15) VALUE ZEROS.
       01  WS-QTD-FORN               PIC 9(05) VALUE ZEROS.

       01  WS-CNPJ-PARAMS.
           05  WS-CNPJ-12            PIC 9(12).
           05  WS-CNPJ-DIGITOS-RES   PIC 9(02).
           05  WS-CNPJ-STATUS        PIC X(03).
           05  WS-CNPJ-FORMATADO     PIC X(18).

       01  WS-VALOR-REAIS            PIC 9(10)V99 VALUE 0.
       01  WS-VLR-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-DATA-ISO               PIC 9(08) VALUE 0.
       01  WS-DATA-ISO-X REDEFINES WS-DATA-ISO.
           05  WS-DI-ANO             PIC X(04).
           05  WS-DI-MES             PIC X(02).
           05  WS-DI-DIA             PIC X(02).
       01  WS-DATA-BR                PIC X(10) VALUE SPACES.

       01  WS-LINHA-DET.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-DATA              PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-DESCRICAO         PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-TIPO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-ALIQ              PIC Z9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-BASE              PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-VALOR             PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-VENC              PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-SITUACAO          PIC X(10).
       01  WS-ALIQ-PCT               PIC 9(03)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARREGAR UNTIL WS-FIM-ARQUIVO
           PERFORM 3000-ORDENAR
           PERFORM 4000-IMPRIMIR
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-CNPJ-TXT FROM ENVIRONMENT "RETENCAO-CNPJ"
           IF WS-CNPJ-TXT NOT = SPACES
               IF WS-CNPJ-TXT IS NOT NUMERIC
                   DISPLAY "RETENCAO-EXTRATO: RETENCAO-CNPJ INVALIDO: "
                       WS-CNPJ-TXT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-CNPJ-TXT TO WS-CNPJ-FILTRO
           END-IF

           ACCEPT WS-PERIODO FROM ENVIRONMENT "RETENCAO-PERIODO"
           IF WS-PERIODO = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PERIODO
           END-IF
           IF WS-PERIODO(5:2) = SPACES
               MOVE 4 TO WS-PERIODO-TAM
           ELSE
               MOVE 6 TO WS-PERIODO-TAM
           END-IF
           IF WS-PERIODO(1:WS-PERIODO-TAM) IS NOT NUMERIC
               DISPLAY "RETENCAO-EXTRATO: RETENCAO-PERIODO INVALIDO: "
                   WS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT RETENCAO-FILE
           IF NOT WS-RET-OK
               DISPLAY "RETENCAO-EXTRATO: RETENCAO-FORN NAO "
                   "ENCONTRADO, NADA A LISTAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BOLETO-REG-FILE
           IF WS-BREG-OK
               MOVE "S" TO WS-BREG-ABERTO
           END-IF
           OPEN INPUT PAGOS-HIST-FILE
           IF WS-PGH-OK
               MOVE "S" TO WS-PGH-ABERTO
           END-IF
           OPEN INPUT FORNECEDOR-FILE
           IF WS-FORN-OK
               MOVE "S" TO WS-FORN-ABERTO
           END-IF
           OPEN OUTPUT EXTRATO-FILE

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ RETENCAO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.

       2000-CARREGAR SECTION.
           IF RET-BARRAS-ORIGEM NOT = WS-ORIGEM-ATUAL
               PERFORM 2100-DATA-PAGAMENTO
           END-IF
           IF WS-DATA-PGTO = SPACES
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF
           IF WS-DATA-PGTO(1:WS-PERIODO-TAM)
                   NOT = WS-PERIODO(1:WS-PERIODO-TAM)
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF
           IF WS-CNPJ-FILTRO > 0 AND RET-CNPJ NOT = WS-CNPJ-FILTRO
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF
           IF WS-TB-QTD >= 2000
               IF WS-TABELA-CHEIA = "N"
                   DISPLAY "RETENCAO-EXTRATO: MAIS DE 2000 RETENCOES "
                       "NO PERIODO - RESTRINGIR POR RETENCAO-CNPJ"
                   MOVE "S" TO WS-TABELA-CHEIA
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           ADD 1 TO WS-TB-QTD
           MOVE RET-CNPJ        TO WS-TB-CNPJ(WS-TB-QTD)
           MOVE WS-DATA-PGTO    TO WS-TB-DATA-PGTO(WS-TB-QTD)
           MOVE RET-DESCRICAO   TO WS-TB-DESCRICAO(WS-TB-QTD)
           MOVE RET-TIPO        TO WS-TB-TIPO(WS-TB-QTD)
           MOVE RET-ALIQ        TO WS-TB-ALIQ(WS-TB-QTD)
           MOVE RET-BASE        TO WS-TB-BASE(WS-TB-QTD)
           MOVE RET-VALOR       TO WS-TB-VALOR(WS-TB-QTD)
           MOVE RET-VENC        TO WS-TB-VENC(WS-TB-QTD)

      *> Situacao do recolhimento: a do pagavel no registro.
           MOVE "SEM REGISTRO" TO WS-TB-SITUACAO(WS-TB-QTD)
           IF WS-BREG-ABERTO = "S"
               MOVE RET-BARRAS-GUIA TO BREG-BARRAS
               READ BOLETO-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BREG-STATUS TO WS-TB-SITUACAO(WS-TB-QTD)
               END-READ
           END-IF

           PERFORM 1100-LER-PROXIMO.

       2100-DATA-PAGAMENTO SECTION.
      *> Data do pagamento da nota: so boleto PAGO tem. Em branco =
      *> nota nao paga.
           MOVE RET-BARRAS-ORIGEM TO WS-ORIGEM-ATUAL
           MOVE SPACES TO WS-DATA-PGTO
           IF WS-BREG-ABERTO NOT = "S"
               EXIT SECTION
           END-IF
           MOVE RET-BARRAS-ORIGEM TO BREG-BARRAS
           READ BOLETO-REG-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF BREG-STATUS NOT = "PAGO"
               EXIT SECTION
           END-IF
           MOVE BREG-DATA-ENTRADA TO WS-DATA-PGTO

           IF WS-PGH-ABERTO = "S"
               MOVE RET-BARRAS-ORIGEM TO PGH-BARRAS
               READ PAGOS-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PGH-DATA-PGTO NOT = SPACES
                           MOVE PGH-DATA-PGTO TO WS-DATA-PGTO
                       END-IF
               END-READ
           END-IF
           IF WS-DATA-PGTO IS NOT NUMERIC
               MOVE SPACES TO WS-DATA-PGTO
           END-IF.

       3000-ORDENAR SECTION.
      *> Troca simples por CNPJ e data do pagamento, como a agenda do
      *> BOLETO-BATCH.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-TB-QTD
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TB-QTD - WS-I
                   IF WS-TB-CNPJ(WS-J) > WS-TB-CNPJ(WS-J + 1)
                       OR (WS-TB-CNPJ(WS-J) = WS-TB-CNPJ(WS-J + 1)
                       AND WS-TB-DATA-PGTO(WS-J)
                           > WS-TB-DATA-PGTO(WS-J + 1))
                       MOVE WS-TB-LINHA(WS-J)     TO WS-TROCA
                       MOVE WS-TB-LINHA(WS-J + 1) TO WS-TB-LINHA(WS-J)
                       MOVE WS-TROCA TO WS-TB-LINHA(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-IMPRIMIR SECTION.
           IF WS-TB-QTD = 0
               MOVE "NENHUMA RETENCAO NO PERIODO" TO EXT-LINHA
               WRITE EXT-LINHA
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-CNPJ-ATUAL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TB-QTD
               IF WS-TB-CNPJ(WS-I) NOT = WS-CNPJ-ATUAL
                   IF WS-CNPJ-ATUAL NOT = 0
                       PERFORM 4300-FECHAR-FORNECEDOR
                   END-IF
                   PERFORM 4100-ABRIR-FORNECEDOR
               END-IF
               PERFORM 4200-LINHA-RETENCAO
           END-PERFORM
           PERFORM 4300-FECHAR-FORNECEDOR.

       4100-ABRIR-FORNECEDOR SECTION.
           MOVE WS-TB-CNPJ(WS-I) TO WS-CNPJ-ATUAL
           MOVE 0 TO WS-TOT-IRRF WS-TOT-CSRF WS-TOT-INSS WS-TOT-ISS
                     WS-TOT-FORN
           ADD 1 TO WS-QTD-FORN

           MOVE "FORNECEDOR NAO CADASTRADO" TO WS-FORN-NOME
           IF WS-FORN-ABERTO = "S"
               MOVE WS-CNPJ-ATUAL TO FORN-CNPJ
               READ FORNECEDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FORN-NOME TO WS-FORN-NOME
               END-READ
           END-IF
           COMPUTE WS-CNPJ-12 = WS-CNPJ-ATUAL / 100
           CALL "CALC-DIG-CNPJ" USING WS-CNPJ-PARAMS
           END-CALL

           MOVE ALL "=" TO EXT-LINHA
           WRITE EXT-LINHA
           MOVE SPACES TO EXT-LINHA
           STRING
               "EXTRATO DE RETENCOES NA FONTE - PERIODO "
                                         DELIMITED BY SIZE
               WS-PERIODO                DELIMITED BY SPACE
               INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           MOVE SPACES TO EXT-LINHA
           STRING
               "FORNECEDOR: "            DELIMITED BY SIZE
               WS-FORN-NOME              DELIMITED BY SIZE
               "  CNPJ "                 DELIMITED BY SIZE
               WS-CNPJ-FORMATADO         DELIMITED BY SIZE
               INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           MOVE ALL "-" TO EXT-LINHA
           WRITE EXT-LINHA
           MOVE SPACES TO EXT-LINHA
           STRING
               " DATA PGTO  DESCRICAO            TRIB ALIQ%"
               "          BASE         RETIDO RECOLHER   SITUACAO"
               DELIMITED BY SIZE
               INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA.

       4200-LINHA-RETENCAO SECTION.
           MOVE WS-TB-DATA-PGTO(WS-I) TO WS-DATA-ISO
           PERFORM 8000-EDITAR-DATA
           MOVE WS-DATA-BR TO DET-DATA
           MOVE WS-TB-DESCRICAO(WS-I) TO DET-DESCRICAO
           MOVE WS-TB-TIPO(WS-I)      TO DET-TIPO
           COMPUTE WS-ALIQ-PCT = WS-TB-ALIQ(WS-I) / 100
           MOVE WS-ALIQ-PCT           TO DET-ALIQ
           COMPUTE WS-VALOR-REAIS = WS-TB-BASE(WS-I) / 100
           MOVE WS-VALOR-REAIS        TO DET-BASE
           COMPUTE WS-VALOR-REAIS = WS-TB-VALOR(WS-I) / 100
           MOVE WS-VALOR-REAIS        TO DET-VALOR
           MOVE WS-TB-VENC(WS-I) TO WS-DATA-ISO
           PERFORM 8000-EDITAR-DATA
           MOVE WS-DATA-BR TO DET-VENC
           MOVE WS-TB-SITUACAO(WS-I)  TO DET-SITUACAO
           MOVE WS-LINHA-DET TO EXT-LINHA
           WRITE EXT-LINHA

           EVALUATE WS-TB-TIPO(WS-I)
               WHEN "IRRF"
                   ADD WS-TB-VALOR(WS-I) TO WS-TOT-IRRF
               WHEN "CSRF"
                   ADD WS-TB-VALOR(WS-I) TO WS-TOT-CSRF
               WHEN "INSS"
                   ADD WS-TB-VALOR(WS-I) TO WS-TOT-INSS
               WHEN OTHER
                   ADD WS-TB-VALOR(WS-I) TO WS-TOT-ISS
           END-EVALUATE
           ADD WS-TB-VALOR(WS-I) TO WS-TOT-FORN WS-TOT-GERAL.

       4300-FECHAR-FORNECEDOR SECTION.
           MOVE ALL "-" TO EXT-LINHA
           WRITE EXT-LINHA
           COMPUTE WS-VALOR-REAIS = WS-TOT-IRRF / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE SPACES TO EXT-LINHA
           STRING "  IRRF (1708)............: " WS-VLR-ED
               DELIMITED BY SIZE INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           COMPUTE WS-VALOR-REAIS = WS-TOT-CSRF / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE SPACES TO EXT-LINHA
           STRING "  PIS/COFINS/CSLL (5952).: " WS-VLR-ED
               DELIMITED BY SIZE INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           COMPUTE WS-VALOR-REAIS = WS-TOT-INSS / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE SPACES TO EXT-LINHA
           STRING "  INSS (2631)............: " WS-VLR-ED
               DELIMITED BY SIZE INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           COMPUTE WS-VALOR-REAIS = WS-TOT-ISS / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE SPACES TO EXT-LINHA
           STRING "  ISS....................: " WS-VLR-ED
               DELIMITED BY SIZE INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           COMPUTE WS-VALOR-REAIS = WS-TOT-FORN / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE SPACES TO EXT-LINHA
           STRING "  TOTAL RETIDO...........: " WS-VLR-ED
               DELIMITED BY SIZE INTO EXT-LINHA
           END-STRING
           WRITE EXT-LINHA
           MOVE SPACES TO EXT-LINHA
           WRITE EXT-LINHA.

       8000-EDITAR-DATA SECTION.
           MOVE SPACES TO WS-DATA-BR
           STRING
               WS-DI-DIA "/" WS-DI-MES "/" WS-DI-ANO
               DELIMITED BY SIZE
               INTO WS-DATA-BR
           END-STRING.

       9000-FINALIZAR SECTION.
           CLOSE RETENCAO-FILE
           CLOSE EXTRATO-FILE
           IF WS-BREG-ABERTO = "S"
               CLOSE BOLETO-REG-FILE
           END-IF
           IF WS-PGH-ABERTO = "S"
               CLOSE PAGOS-HIST-FILE
           END-IF
           IF WS-FORN-ABERTO = "S"
               CLOSE FORNECEDOR-FILE
           END-IF
           DISPLAY "RETENCAO-EXTRATO: PERIODO " WS-PERIODO
               " FORNECEDORES=" WS-QTD-FORN
               " RETENCOES=" WS-TB-QTD
               " TOTAL RETIDO=" WS-TOT-GERAL.
