       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORN-IE-SWEEP.

      *> Varredura da inscricao estadual no cadastro de fornecedor,
      *> no molde do CPF-DUP-SWEEP: o FORNECEDOR-MAINTAIN confere a IE
      *> no CALC-DIG-IE desde que o campo existe, mas quem foi
      *> cadastrado antes esta sem IE ou com uma IE nunca conferida.
      *> Lista todo fornecedor ativo de mercadoria (sem tipo de
      *> servico) sem IE e todo fornecedor ativo cuja IE nao fecha
      *> pela regra da UF -- o NF-INTAKE recusa a nota de quem estiver
      *> com a IE do cadastro diferente da nota.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WS-FORN-FS.
           SELECT IE-REPORT-FILE ASSIGN TO "FORN-IE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-FILE ASSIGN TO "FORN-IE-WORKLIST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  IE-REPORT-FILE.
       01  IEOUT-LINHA               PIC X(107).

      *> Lista de trabalho para o cadastro de fornecedor: uma linha
      *> por CNPJ com o defeito.
       FD  WORKLIST-FILE.
       01  WORK-REC.
           05  WORK-CNPJ             PIC 9(14).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WORK-NOME             PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WORK-IE               PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WORK-IE-UF            PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WORK-DETALHE          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-FORN-FS                PIC X(02) VALUE SPACES.
           88  WS-FORN-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

      *> Parametros do CALC-DIG-IE.
       01  WS-IE-PARAMS.
           05  WS-IE-ENTRADA         PIC X(18).
           05  WS-IE-UF              PIC X(02).
           05  WS-IE-NORMAL          PIC X(14).
           05  WS-IE-STATUS          PIC X(03).

       01  WS-DETALHE                PIC X(30) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ATIVOS         PIC 9(05) VALUE ZEROS.
           05  WS-QTD-SEM-IE         PIC 9(05) VALUE ZEROS.
           05  WS-QTD-IE-INVALIDA    PIC 9(05) VALUE ZEROS.

       01  WS-LINHA-DET.
           05  DET-CNPJ              PIC 9(14).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-NOME              PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-IE                PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DET-IE-UF             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-DETALHE           PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-VARRER UNTIL WS-FIM-ARQUIVO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           OPEN INPUT FORNECEDOR-FILE
           IF NOT WS-FORN-OK
               DISPLAY "FORN-IE-SWEEP: FORNECEDOR-MASTER INDISPONIVEL "
                   "(STATUS=" WS-FORN-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT IE-REPORT-FILE
           OPEN OUTPUT WORKLIST-FILE

           MOVE "INSCRICAO ESTADUAL DE FORNECEDOR - AUSENTE OU INVALIDA"
               TO IEOUT-LINHA
           WRITE IEOUT-LINHA
           MOVE ALL "-" TO IEOUT-LINHA
           WRITE IEOUT-LINHA

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ FORNECEDOR-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       2000-VARRER SECTION.
      *> Inativo nao compra mais: fica fora da lista.
           IF FORN-STATUS NOT = "A"
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-ATIVOS

           MOVE SPACES TO WS-DETALHE
           IF FORN-IE = SPACES
               IF FORN-TIPO-SERVICO = SPACE
                   ADD 1 TO WS-QTD-SEM-IE
                   MOVE "MERCADORIA SEM IE" TO WS-DETALHE
               END-IF
           ELSE
               MOVE FORN-IE    TO WS-IE-ENTRADA
               MOVE FORN-IE-UF TO WS-IE-UF
               CALL "CALC-DIG-IE" USING WS-IE-PARAMS
               END-CALL
               IF WS-IE-STATUS = "REJ"
                   ADD 1 TO WS-QTD-IE-INVALIDA
                   MOVE SPACES TO WS-DETALHE
                   STRING "IE INVALIDA PARA A UF " DELIMITED BY SIZE
                       FORN-IE-UF                  DELIMITED BY SIZE
                       INTO WS-DETALHE
                   END-STRING
               END-IF
           END-IF

           IF WS-DETALHE NOT = SPACES
               PERFORM 2100-LISTAR
           END-IF

           PERFORM 1100-LER-PROXIMO.

       2100-LISTAR SECTION.
           MOVE FORN-CNPJ   TO DET-CNPJ
           MOVE FORN-NOME   TO DET-NOME
           MOVE FORN-IE     TO DET-IE
           MOVE FORN-IE-UF  TO DET-IE-UF
           MOVE WS-DETALHE  TO DET-DETALHE
           MOVE WS-LINHA-DET TO IEOUT-LINHA
           WRITE IEOUT-LINHA

           MOVE SPACES TO WORK-REC
           MOVE FORN-CNPJ   TO WORK-CNPJ
           MOVE FORN-NOME   TO WORK-NOME
           MOVE FORN-IE     TO WORK-IE
           MOVE FORN-IE-UF  TO WORK-IE-UF
           MOVE WS-DETALHE  TO WORK-DETALHE
           WRITE WORK-REC.

       9000-FINALIZAR SECTION.
           MOVE ALL "-" TO IEOUT-LINHA
           WRITE IEOUT-LINHA
           MOVE SPACES TO IEOUT-LINHA
           STRING
               "FORNECEDORES ATIVOS: " DELIMITED BY SIZE
               WS-QTD-ATIVOS           DELIMITED BY SIZE
               "  SEM IE: "            DELIMITED BY SIZE
               WS-QTD-SEM-IE           DELIMITED BY SIZE
               "  IE INVALIDA: "       DELIMITED BY SIZE
               WS-QTD-IE-INVALIDA      DELIMITED BY SIZE
               INTO IEOUT-LINHA
           END-STRING
           WRITE IEOUT-LINHA

           CLOSE FORNECEDOR-FILE
           CLOSE IE-REPORT-FILE
           CLOSE WORKLIST-FILE

           IF WS-QTD-SEM-IE > 0 OR WS-QTD-IE-INVALIDA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FORN-IE-SWEEP: LIDOS=" WS-QTD-LIDOS
               " ATIVOS=" WS-QTD-ATIVOS
               " SEM-IE=" WS-QTD-SEM-IE
               " IE-INVALIDA=" WS-QTD-IE-INVALIDA.
