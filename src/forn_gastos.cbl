       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORN-GASTOS.

      *> Gasto por fornecedor no ano, no lugar da planilha que
      *> compras montava exportando o BOLETO-REGISTER. Cruza os
      *> boletos PAGO no ano (data do pagamento gravada pelo
      *> BOLETO-RETORNO) com o FORNECEDOR-MASTER e relata, via
      *> REPORT-WRITER:
      *>   - gasto mes a mes por empresa e por fornecedor, com o
      *>     acumulado no ano;
      *>   - ranking dos maiores fornecedores com a participacao de
      *>     cada um no total (concentracao) e a acumulada;
      *>   - prazo medio de pagamento (dias antes ou depois do
      *>     vencimento) e os juros pagos por atraso;
      *>   - fornecedor inativo no cadastro que ainda recebeu
      *>     pagamento (RETURN-CODE 4).
      *>
      *> Gasto e o valor de face do boleto (inclui as retencoes
      *> recolhidas por conta do fornecedor); juros e o que o banco
      *> pagou acima do liquido registrado. Empresa, valor pago e
      *> juros vem do BOLETO-PAGOS-HIST; pagamento confirmado antes
      *> dele existir sai na empresa "--" e sem juros.
      *>
      *> GASTOS-ANO (AAAA, em branco = ano corrente), GASTOS-EMPRESA
      *> (em branco = todas) e GASTOS-TOP (tamanho do ranking, em
      *> branco = 20). Pagavel sem fornecedor no cadastro (guia de
      *> recolhimento) fica fora.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETO-REG-FILE ASSIGN TO "BOLETO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREG-BARRAS
               FILE STATUS IS WS-BREG-FS.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WS-FORN-FS.
           SELECT PAGOS-HIST-FILE ASSIGN TO "BOLETO-PAGOS-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGH-BARRAS
               FILE STATUS IS WS-PGH-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLETO-REG-FILE.
       01  BREG-REC.
           05  BREG-BARRAS           PIC X(44).
           05  BREG-CNPJ             PIC 9(14).
           05  BREG-VALOR            PIC 9(10).
           05  BREG-VENC             PIC 9(08).
           05  BREG-DATA-ENTRADA     PIC X(08).
           05  BREG-STATUS           PIC X(10).

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

      *> Pagamentos confirmados (BOLETO-RETORNO), datas AAAAMMDD.
       FD  PAGOS-HIST-FILE.
       01  PGH-REC.
           05  PGH-BARRAS            PIC X(44).
           05  PGH-CNPJ              PIC 9(14).
           05  PGH-VENC              PIC 9(08).
           05  PGH-VALOR-NOMINAL     PIC 9(15).
           05  PGH-VALOR-PAGO        PIC 9(15).
           05  PGH-DATA-PGTO         PIC X(08).
           05  PGH-EMPRESA           PIC X(02).

       FD  EMPRESA-FILE.
       01  EMPRESA-REC.
           05  EMP-CODIGO            PIC X(02).
           05  EMP-NOME              PIC X(30).
           05  EMP-CNPJ              PIC 9(14).
           05  EMP-BANCO             PIC X(03).
           05  EMP-AGENCIA           PIC 9(04).
           05  EMP-CONTA             PIC 9(08).
           05  EMP-CONVENIO          PIC X(20).
           05  EMP-CARTEIRA          PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-BREG-FS                PIC X(02) VALUE SPACES.
           88  WS-BREG-OK                       VALUE "00".
       01  WS-FORN-FS                PIC X(02) VALUE SPACES.
           88  WS-FORN-OK                       VALUE "00".
       01  WS-PGH-FS                 PIC X(02) VALUE SPACES.
           88  WS-PGH-OK                        VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-PGH-ABERTO             PIC X(01) VALUE "N".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".

      *> Parametros da rodada.
       01  WS-ANO                    PIC X(04) VALUE SPACES.
       01  WS-EMPRESA-FILTRO         PIC X(02) VALUE SPACES.
       01  WS-TOP-TXT                PIC X(02) VALUE SPACES.
       01  WS-TOP                    PIC 9(02) VALUE 20.

      *> Boleto corrente.
       01  WS-BOL-EMPRESA            PIC X(02) VALUE SPACES.
       01  WS-BOL-MES                PIC 9(02) VALUE 0.
       01  WS-BOL-FACE               PIC 9(15) VALUE 0.
       01  WS-BOL-JUROS              PIC S9(15) VALUE 0.
       01  WS-BOL-DIAS               PIC S9(07) VALUE 0.
       01  WS-BOL-TEM-PRAZO          PIC X(01) VALUE "N".
       01  WS-DATA-PGTO-NUM          PIC 9(08) VALUE 0.

      *> Fornecedores com pagamento no ano, meses 1 a 12.
       01  WS-FORNECEDORES.
           05  WS-FN-QTD             PIC 9(04) COMP-5 VALUE 0.
           05  WS-FN-LINHA OCCURS 1000 TIMES.
               10  WS-FN-CNPJ        PIC 9(14).
               10  WS-FN-NOME        PIC X(40).
               10  WS-FN-INATIVO     PIC X(01).
               10  WS-FN-MES         PIC 9(13) OCCURS 12 TIMES.
               10  WS-FN-TOTAL       PIC 9(15).
               10  WS-FN-QTD-BOL     PIC 9(05).
               10  WS-FN-QTD-PRAZO   PIC 9(05).
               10  WS-FN-DIAS        PIC S9(07).
               10  WS-FN-JUROS       PIC 9(13).
       01  WS-TROCA                  PIC X(256).
       01  WS-I                      PIC 9(04) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(04) COMP-5 VALUE 0.
       01  WS-K                      PIC 9(04) COMP-5 VALUE 0.
       01  WS-M                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-TABELA-CHEIA           PIC X(01) VALUE "N".

      *> Empresas com pagamento no ano.
       01  WS-EMPRESAS.
           05  WS-EM-QTD             PIC 9(02) COMP-5 VALUE 0.
           05  WS-EM-LINHA OCCURS 50 TIMES.
               10  WS-EM-CODIGO      PIC X(02).
               10  WS-EM-MES         PIC 9(13) OCCURS 12 TIMES.
               10  WS-EM-TOTAL       PIC 9(15).
               10  WS-EM-QTD-BOL     PIC 9(05).
       01  WS-EM-TROCA               PIC X(178).
       01  WS-EM-NOME                PIC X(30) VALUE SPACES.

      *> Totais da rodada.
       01  WS-CONTADORES.
           05  WS-QTD-PAGOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-FORA-CADASTRO  PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-HIST       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-INATIVOS       PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-GERAL            PIC 9(15) VALUE ZEROS.
       01  WS-TOTAL-JUROS            PIC 9(15) VALUE ZEROS.
       01  WS-TOTAL-TOP              PIC 9(15) VALUE ZEROS.

       01  WS-RW.
           05  WS-RW-OPERACAO        PIC X(01).
           05  WS-RW-ARQUIVO         PIC X(20).
           05  WS-RW-TITULO          PIC X(40).
           05  WS-RW-LINHA           PIC X(80).
           05  WS-RW-STATUS          PIC X(03).

       01  WS-VALOR-REAIS            PIC 9(13)V99 VALUE 0.
       01  WS-VLR-ED                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR-ED2                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-PCT                    PIC 9(03)V99 VALUE 0.
       01  WS-PCT-ED                 PIC ZZ9,99.
       01  WS-PCT-ACUM               PIC 9(03)V99 VALUE 0.
       01  WS-PCT-ACUM-ED            PIC ZZ9,99.
       01  WS-MEDIA-DIAS             PIC S9(05) VALUE 0.
       01  WS-MEDIA-ABS              PIC 9(05) VALUE 0.
       01  WS-MEDIA-ED               PIC ZZZZ9.
       01  WS-QTD-ED                 PIC ZZZZ9.
       01  WS-POS-ED                 PIC Z9.
       01  WS-MES-ED                 PIC 99.
       01  WS-PRAZO-TXT              PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-ACUMULAR UNTIL WS-FIM-ARQUIVO
           PERFORM 3000-ORDENAR
           PERFORM 4000-RELATORIO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-ANO FROM ENVIRONMENT "GASTOS-ANO"
           IF WS-ANO = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO
           END-IF
           IF WS-ANO IS NOT NUMERIC
               DISPLAY "FORN-GASTOS: GASTOS-ANO INVALIDO: " WS-ANO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-EMPRESA-FILTRO FROM ENVIRONMENT "GASTOS-EMPRESA"
           ACCEPT WS-TOP-TXT FROM ENVIRONMENT "GASTOS-TOP"
           IF WS-TOP-TXT NOT = SPACES
               IF FUNCTION TRIM(WS-TOP-TXT) IS NOT NUMERIC
                   DISPLAY "FORN-GASTOS: GASTOS-TOP INVALIDO: "
                       WS-TOP-TXT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-TOP-TXT) TO WS-TOP
               IF WS-TOP = 0
                   MOVE 20 TO WS-TOP
               END-IF
           END-IF

           OPEN INPUT BOLETO-REG-FILE
           IF NOT WS-BREG-OK
               DISPLAY "FORN-GASTOS: BOLETO-REGISTER INDISPONIVEL "
                   "(STATUS=" WS-BREG-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FORNECEDOR-FILE
           IF NOT WS-FORN-OK
               DISPLAY "FORN-GASTOS: FORNECEDOR-MASTER INDISPONIVEL "
                   "(STATUS=" WS-FORN-FS ")"
               CLOSE BOLETO-REG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAGOS-HIST-FILE
           IF WS-PGH-OK
               MOVE "S" TO WS-PGH-ABERTO
           END-IF

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ BOLETO-REG-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.

       2000-ACUMULAR SECTION.
           IF BREG-STATUS NOT = "PAGO"
                   OR BREG-DATA-ENTRADA(1:4) NOT = WS-ANO
                   OR BREG-DATA-ENTRADA IS NOT NUMERIC
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           MOVE BREG-CNPJ TO FORN-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-FORA-CADASTRO
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
           END-READ

      *> Valor de face pelo codigo de barras; sem ele, o liquido.
           MOVE BREG-VALOR TO WS-BOL-FACE
           IF BREG-BARRAS(10:10) IS NUMERIC
                   AND BREG-BARRAS(10:10) NOT = "0000000000"
               MOVE BREG-BARRAS(10:10) TO WS-BOL-FACE
           END-IF
           MOVE "--" TO WS-BOL-EMPRESA
           MOVE 0    TO WS-BOL-JUROS
           PERFORM 2100-LER-HISTORICO
           IF WS-EMPRESA-FILTRO NOT = SPACES
                   AND WS-BOL-EMPRESA NOT = WS-EMPRESA-FILTRO
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

      *> Dias entre o vencimento e o pagamento: negativo = pago
      *> antes do vencimento.
           MOVE "N" TO WS-BOL-TEM-PRAZO
           MOVE BREG-DATA-ENTRADA TO WS-DATA-PGTO-NUM
           IF BREG-VENC > 19000101 AND WS-DATA-PGTO-NUM > 19000101
               COMPUTE WS-BOL-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PGTO-NUM)
                   - FUNCTION INTEGER-OF-DATE(BREG-VENC)
               MOVE "S" TO WS-BOL-TEM-PRAZO
           END-IF
           MOVE BREG-DATA-ENTRADA(5:2) TO WS-BOL-MES

           PERFORM 2200-ACUMULAR-FORNECEDOR
           PERFORM 2300-ACUMULAR-EMPRESA
           ADD 1 TO WS-QTD-PAGOS
           ADD WS-BOL-FACE TO WS-TOTAL-GERAL

           PERFORM 1100-LER-PROXIMO.

       2100-LER-HISTORICO SECTION.
           IF WS-PGH-ABERTO NOT = "S"
               ADD 1 TO WS-QTD-SEM-HIST
               EXIT SECTION
           END-IF
           MOVE BREG-BARRAS TO PGH-BARRAS
           READ PAGOS-HIST-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-HIST
               NOT INVALID KEY
                   MOVE PGH-EMPRESA TO WS-BOL-EMPRESA
                   IF PGH-VALOR-NOMINAL > 0
                       MOVE PGH-VALOR-NOMINAL TO WS-BOL-FACE
                   END-IF
      *> O registro guarda o liquido esperado; o que o banco pagou
      *> acima dele e juros/multa por atraso.
                   IF PGH-VALOR-PAGO > BREG-VALOR
                       COMPUTE WS-BOL-JUROS =
                           PGH-VALOR-PAGO - BREG-VALOR
                   END-IF
           END-READ.

       2200-ACUMULAR-FORNECEDOR SECTION.
           MOVE 0 TO WS-K
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-FN-QTD OR WS-K > 0
               IF WS-FN-CNPJ(WS-I) = BREG-CNPJ
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM
           IF WS-K = 0
               IF WS-FN-QTD >= 1000
                   IF WS-TABELA-CHEIA = "N"
                       DISPLAY "FORN-GASTOS: MAIS DE 1000 "
                           "FORNECEDORES NO ANO - EXCEDENTE SO NO "
                           "TOTAL"
                       MOVE "S" TO WS-TABELA-CHEIA
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-FN-QTD
               MOVE WS-FN-QTD TO WS-K
               INITIALIZE WS-FN-LINHA(WS-K)
               MOVE BREG-CNPJ TO WS-FN-CNPJ(WS-K)
               MOVE FORN-NOME TO WS-FN-NOME(WS-K)
               MOVE "N"       TO WS-FN-INATIVO(WS-K)
               IF FORN-STATUS = "I"
                   MOVE "S" TO WS-FN-INATIVO(WS-K)
                   ADD 1 TO WS-QTD-INATIVOS
               END-IF
           END-IF

           ADD WS-BOL-FACE TO WS-FN-MES(WS-K WS-BOL-MES)
                              WS-FN-TOTAL(WS-K)
           ADD 1 TO WS-FN-QTD-BOL(WS-K)
           IF WS-BOL-TEM-PRAZO = "S"
               ADD 1 TO WS-FN-QTD-PRAZO(WS-K)
               ADD WS-BOL-DIAS TO WS-FN-DIAS(WS-K)
           END-IF
           ADD WS-BOL-JUROS TO WS-FN-JUROS(WS-K) WS-TOTAL-JUROS.

       2300-ACUMULAR-EMPRESA SECTION.
           MOVE 0 TO WS-K
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EM-QTD OR WS-K > 0
               IF WS-EM-CODIGO(WS-I) = WS-BOL-EMPRESA
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM
           IF WS-K = 0
               IF WS-EM-QTD >= 50
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-EM-QTD
               MOVE WS-EM-QTD TO WS-K
               INITIALIZE WS-EM-LINHA(WS-K)
               MOVE WS-BOL-EMPRESA TO WS-EM-CODIGO(WS-K)
           END-IF
           ADD WS-BOL-FACE TO WS-EM-MES(WS-K WS-BOL-MES)
                              WS-EM-TOTAL(WS-K)
           ADD 1 TO WS-EM-QTD-BOL(WS-K).

       3000-ORDENAR SECTION.
      *> Empresas pelo codigo e fornecedores pelo CNPJ para o gasto
      *> mensal; o ranking reordena pelo total depois.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-EM-QTD
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-EM-QTD - WS-I
                   IF WS-EM-CODIGO(WS-J) > WS-EM-CODIGO(WS-J + 1)
                       MOVE WS-EM-LINHA(WS-J)     TO WS-EM-TROCA
                       MOVE WS-EM-LINHA(WS-J + 1) TO WS-EM-LINHA(WS-J)
                       MOVE WS-EM-TROCA TO WS-EM-LINHA(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-FN-QTD
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-FN-QTD - WS-I
                   IF WS-FN-CNPJ(WS-J) > WS-FN-CNPJ(WS-J + 1)
                       MOVE WS-FN-LINHA(WS-J)     TO WS-TROCA
                       MOVE WS-FN-LINHA(WS-J + 1) TO WS-FN-LINHA(WS-J)
                       MOVE WS-TROCA TO WS-FN-LINHA(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-ORDENAR-RANKING SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-FN-QTD
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-FN-QTD - WS-I
                   IF WS-FN-TOTAL(WS-J) < WS-FN-TOTAL(WS-J + 1)
                       MOVE WS-FN-LINHA(WS-J)     TO WS-TROCA
                       MOVE WS-FN-LINHA(WS-J + 1) TO WS-FN-LINHA(WS-J)
                       MOVE WS-TROCA TO WS-FN-LINHA(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-RELATORIO SECTION.
           MOVE "I"                  TO WS-RW-OPERACAO
           MOVE "FORN-GASTOS-REPORT" TO WS-RW-ARQUIVO
           MOVE SPACES               TO WS-RW-TITULO
           STRING "GASTO POR FORNECEDOR - ANO " WS-ANO
               DELIMITED BY SIZE INTO WS-RW-TITULO
           END-STRING
           MOVE SPACES               TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           IF WS-FN-QTD = 0
               MOVE "NENHUM PAGAMENTO A FORNECEDOR NO ANO"
                   TO WS-RW-LINHA
               PERFORM 8000-LINHA
               EXIT SECTION
           END-IF

           PERFORM 4100-POR-EMPRESA
           PERFORM 4200-POR-FORNECEDOR
           PERFORM 3100-ORDENAR-RANKING
           PERFORM 4300-RANKING
           PERFORM 4400-INATIVOS.

       4100-POR-EMPRESA SECTION.
           MOVE "GASTO MENSAL POR EMPRESA" TO WS-RW-LINHA
           PERFORM 8000-LINHA
           PERFORM 8100-SEPARADOR
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EM-QTD
               PERFORM 4110-NOME-EMPRESA
               MOVE SPACES TO WS-RW-LINHA
               STRING "EMPRESA " WS-EM-CODIGO(WS-I) " - " WS-EM-NOME
                   DELIMITED BY SIZE INTO WS-RW-LINHA
               END-STRING
               PERFORM 8000-LINHA
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   IF WS-EM-MES(WS-I WS-M) > 0
                       MOVE WS-EM-MES(WS-I WS-M) TO WS-VALOR-REAIS
                       PERFORM 8200-LINHA-MES
                   END-IF
               END-PERFORM
               COMPUTE WS-VALOR-REAIS = WS-EM-TOTAL(WS-I) / 100
               MOVE WS-VALOR-REAIS TO WS-VLR-ED
               MOVE WS-EM-QTD-BOL(WS-I) TO WS-QTD-ED
               MOVE SPACES TO WS-RW-LINHA
               STRING "    ACUMULADO NO ANO " WS-VLR-ED
                   "   BOLETOS " WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-RW-LINHA
               END-STRING
               PERFORM 8000-LINHA
           END-PERFORM
           MOVE "Q" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       4110-NOME-EMPRESA SECTION.
           MOVE "SEM EMPRESA - PAGO ANTES DO HISTORICO" TO WS-EM-NOME
           IF WS-EM-CODIGO(WS-I) = "--"
               EXIT SECTION
           END-IF
           MOVE "EMPRESA NAO CADASTRADA" TO WS-EM-NOME
           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ EMPRESA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       IF EMP-CODIGO = WS-EM-CODIGO(WS-I)
                           MOVE EMP-NOME TO WS-EM-NOME
                           MOVE "S" TO WS-EOF-AUX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE.

       4200-POR-FORNECEDOR SECTION.
           MOVE "GASTO MENSAL POR FORNECEDOR" TO WS-RW-LINHA
           PERFORM 8000-LINHA
           PERFORM 8100-SEPARADOR
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FN-QTD
               MOVE SPACES TO WS-RW-LINHA
               STRING WS-FN-CNPJ(WS-I) " " WS-FN-NOME(WS-I)
                   DELIMITED BY SIZE INTO WS-RW-LINHA
               END-STRING
               IF WS-FN-INATIVO(WS-I) = "S"
                   MOVE "*INATIVO*" TO WS-RW-LINHA(57:9)
               END-IF
               PERFORM 8000-LINHA
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   IF WS-FN-MES(WS-I WS-M) > 0
                       MOVE WS-FN-MES(WS-I WS-M) TO WS-VALOR-REAIS
                       PERFORM 8200-LINHA-MES
                   END-IF
               END-PERFORM
               COMPUTE WS-VALOR-REAIS = WS-FN-TOTAL(WS-I) / 100
               MOVE WS-VALOR-REAIS TO WS-VLR-ED
               MOVE WS-FN-QTD-BOL(WS-I) TO WS-QTD-ED
               MOVE SPACES TO WS-RW-LINHA
               STRING "    ACUMULADO NO ANO " WS-VLR-ED
                   "   BOLETOS " WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-RW-LINHA
               END-STRING
               PERFORM 8000-LINHA
               PERFORM 4210-PRAZO-MEDIO
               COMPUTE WS-VALOR-REAIS = WS-FN-JUROS(WS-I) / 100
               MOVE WS-VALOR-REAIS TO WS-VLR-ED
               MOVE SPACES TO WS-RW-LINHA
               STRING "    PRAZO MEDIO: " WS-PRAZO-TXT
                   " JUROS " WS-VLR-ED
                   DELIMITED BY SIZE INTO WS-RW-LINHA
               END-STRING
               PERFORM 8000-LINHA
           END-PERFORM
           MOVE "Q" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       4210-PRAZO-MEDIO SECTION.
           MOVE "SEM DATAS" TO WS-PRAZO-TXT
           IF WS-FN-QTD-PRAZO(WS-I) = 0
               EXIT SECTION
           END-IF
           COMPUTE WS-MEDIA-DIAS ROUNDED =
               WS-FN-DIAS(WS-I) / WS-FN-QTD-PRAZO(WS-I)
           MOVE SPACES TO WS-PRAZO-TXT
           EVALUATE TRUE
               WHEN WS-MEDIA-DIAS = 0
                   MOVE "NO VENCIMENTO" TO WS-PRAZO-TXT
               WHEN WS-MEDIA-DIAS < 0
                   COMPUTE WS-MEDIA-ABS = 0 - WS-MEDIA-DIAS
                   MOVE WS-MEDIA-ABS TO WS-MEDIA-ED
                   STRING FUNCTION TRIM(WS-MEDIA-ED)
                       " DIAS ANTES DO VENC"
                       DELIMITED BY SIZE INTO WS-PRAZO-TXT
                   END-STRING
               WHEN OTHER
                   MOVE WS-MEDIA-DIAS TO WS-MEDIA-ED
                   STRING FUNCTION TRIM(WS-MEDIA-ED)
                       " DIAS APOS O VENC"
                       DELIMITED BY SIZE INTO WS-PRAZO-TXT
                   END-STRING
           END-EVALUATE.

       4300-RANKING SECTION.
           MOVE SPACES TO WS-RW-LINHA
           MOVE WS-TOP TO WS-POS-ED
           STRING "RANKING - " FUNCTION TRIM(WS-POS-ED)
               " MAIORES FORNECEDORES"
               DELIMITED BY SIZE INTO WS-RW-LINHA
           END-STRING
           PERFORM 8000-LINHA
           PERFORM 8100-SEPARADOR
           MOVE SPACES TO WS-RW-LINHA
           STRING "POS FORNECEDOR                               "
               "  GASTO   PART%   ACUM%"
               DELIMITED BY SIZE INTO WS-RW-LINHA
           END-STRING
           PERFORM 8000-LINHA

           MOVE 0 TO WS-TOTAL-TOP WS-PCT-ACUM
           IF WS-TOTAL-GERAL = 0
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-FN-QTD OR WS-I > WS-TOP
               ADD WS-FN-TOTAL(WS-I) TO WS-TOTAL-TOP
               COMPUTE WS-PCT ROUNDED =
                   WS-FN-TOTAL(WS-I) * 100 / WS-TOTAL-GERAL
               COMPUTE WS-PCT-ACUM ROUNDED =
                   WS-TOTAL-TOP * 100 / WS-TOTAL-GERAL
               MOVE WS-PCT      TO WS-PCT-ED
               MOVE WS-PCT-ACUM TO WS-PCT-ACUM-ED
               MOVE WS-I        TO WS-POS-ED
               COMPUTE WS-VALOR-REAIS = WS-FN-TOTAL(WS-I) / 100
               MOVE WS-VALOR-REAIS TO WS-VLR-ED
               MOVE SPACES TO WS-RW-LINHA
               STRING " " WS-POS-ED " " WS-FN-NOME(WS-I)(1:30)
                   WS-VLR-ED "  " WS-PCT-ED "  " WS-PCT-ACUM-ED
                   DELIMITED BY SIZE INTO WS-RW-LINHA
               END-STRING
               PERFORM 8000-LINHA
           END-PERFORM

      *> Concentracao: quanto do gasto do ano esta nos maiores.
           PERFORM 8100-SEPARADOR
           MOVE WS-PCT-ACUM TO WS-PCT-ACUM-ED
           MOVE WS-FN-QTD   TO WS-QTD-ED
           MOVE SPACES TO WS-RW-LINHA
           STRING "CONCENTRACAO: " FUNCTION TRIM(WS-PCT-ACUM-ED)
               "% DO GASTO NOS " FUNCTION TRIM(WS-POS-ED)
               " MAIORES, DE " FUNCTION TRIM(WS-QTD-ED)
               " FORNECEDORES"
               DELIMITED BY SIZE INTO WS-RW-LINHA
           END-STRING
           PERFORM 8000-LINHA
           MOVE "Q" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       4400-INATIVOS SECTION.
           MOVE "FORNECEDORES INATIVOS NO CADASTRO COM PAGAMENTO NO ANO"
               TO WS-RW-LINHA
           PERFORM 8000-LINHA
           PERFORM 8100-SEPARADOR
           IF WS-QTD-INATIVOS = 0
               MOVE "NENHUM" TO WS-RW-LINHA
               PERFORM 8000-LINHA
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FN-QTD
               IF WS-FN-INATIVO(WS-I) = "S"
                   COMPUTE WS-VALOR-REAIS = WS-FN-TOTAL(WS-I) / 100
                   MOVE WS-VALOR-REAIS TO WS-VLR-ED
                   MOVE SPACES TO WS-RW-LINHA
                   STRING WS-FN-CNPJ(WS-I) " "
                       WS-FN-NOME(WS-I)(1:30) " " WS-VLR-ED
                       DELIMITED BY SIZE INTO WS-RW-LINHA
                   END-STRING
                   PERFORM 8000-LINHA
               END-IF
           END-PERFORM
           MOVE 4 TO RETURN-CODE.

       8000-LINHA SECTION.
           MOVE "L" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       8100-SEPARADOR SECTION.
           MOVE ALL "-" TO WS-RW-LINHA
           PERFORM 8000-LINHA.

       8200-LINHA-MES SECTION.
      *> WS-VALOR-REAIS chega em centavos; a linha sai em reais.
           COMPUTE WS-VALOR-REAIS = WS-VALOR-REAIS / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE WS-M TO WS-MES-ED
           MOVE SPACES TO WS-RW-LINHA
           STRING "    " WS-MES-ED "/" WS-ANO "         " WS-VLR-ED
               DELIMITED BY SIZE INTO WS-RW-LINHA
           END-STRING
           PERFORM 8000-LINHA.

       9000-FINALIZAR SECTION.
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-GERAL / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-JUROS / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED2
           MOVE SPACES TO WS-RW-LINHA
           STRING "TOTAL " WS-VLR-ED "  JUROS " WS-VLR-ED2
               "  PAGOS " WS-QTD-PAGOS
               DELIMITED BY SIZE INTO WS-RW-LINHA
           END-STRING
           MOVE "F" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           CLOSE BOLETO-REG-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-PGH-ABERTO = "S"
               CLOSE PAGOS-HIST-FILE
           END-IF

           DISPLAY "FORN-GASTOS: ANO " WS-ANO
               " PAGOS=" WS-QTD-PAGOS
               " FORA-CADASTRO=" WS-QTD-FORA-CADASTRO
               " SEM-HISTORICO=" WS-QTD-SEM-HIST
               " INATIVOS=" WS-QTD-INATIVOS.
