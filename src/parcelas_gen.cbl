      *> com o total), e grava um registro no formato do
      *> EXTENSO-HANDOFF por parcela, cada uma com o seu extenso via
      *> EXT-MOEDA -- sem calculadora e sem centavo sobrando.
      *> Pedindo promissorias, grava tambem uma nota por parcela no
      *> PROMIS-IN (emitente, beneficiario, valor e vencimento da
      *> parcela) para o PROMISSORIA-EMITE numerar e emitir.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS-FILE ASSIGN TO "PARCELAS-HANDOFF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMIS-IN-FILE ASSIGN TO "PROMIS-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-FS.

       DATA DIVISION.
       FILE SECTION.
      *> Mesmo layout (721 bytes) do EXTENSO-HANDOFF do EXTENSO-BATCH,
      *> campo a campo, para o consumidor posicional nao enxergar dois
      *> formatos: parcela nao tem ajuste de vencimento ("N"), nem
      *> empresa propria (espacos), nem conversao de cambio (zeros),
      *> nem pagador cadastrado (espacos).
       FD  PARCELAS-FILE.
       01  HANDOFF-REC.
           05  HANDOFF-DOC           PIC X(10).
           05  HANDOFF-EMPRESA-NOME  PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-CAMBIO-DATA   PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-PAGADOR-TIPO  PIC X(01).
           05  HANDOFF-PAGADOR-DOC   PIC X(14).
       01  HANDOFF-TRAILER-REC       PIC X(80).

      *> Layout do PROMIS-IN do PROMISSORIA-EMITE. Na nota o pagador
      *> e o emitente (devedor) e o recebedor o beneficiario.
       FD  PROMIS-IN-FILE.
       01  PRIN-REC.
           05  PRIN-TIPO             PIC X(01).
           05  PRIN-EMPRESA          PIC X(02).
           05  PRIN-PAGADOR-NOME     PIC X(40).
           05  PRIN-PAGADOR-TIPO     PIC X(01).
           05  PRIN-PAGADOR-DOC      PIC X(14).
           05  PRIN-RECEBEDOR-NOME   PIC X(40).
           05  PRIN-RECEBEDOR-TIPO   PIC X(01).
           05  PRIN-RECEBEDOR-DOC    PIC X(14).
           05  PRIN-VALOR            PIC X(15).
           05  PRIN-VENCIMENTO       PIC X(08).
           05  PRIN-EMISSAO          PIC X(08).
           05  PRIN-PRACA            PIC X(30).
           05  PRIN-REFERENCIA       PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-TOTAL-TXT              PIC X(40) VALUE SPACES.
       01  WS-QTD-PARCELAS           PIC 9(03) VALUE 0.
       01  WS-DOC-BASE               PIC X(07) VALUE SPACES.
       01  WS-BENEFICIARIO           PIC X(40) VALUE SPACES.

      *> Nota promissoria por parcela. Beneficiario sem CPF/CNPJ e a
      *> propria empresa (o PROMISSORIA-EMITE completa o CNPJ).
       01  WS-PIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-PIN-OK                        VALUE "00".
       01  WS-GERA-NOTA              PIC X(01) VALUE "N".
       01  WS-NP-EMITENTE            PIC X(40) VALUE SPACES.
       01  WS-NP-EMITENTE-TIPO       PIC X(01) VALUE SPACE.
       01  WS-NP-EMITENTE-DOC        PIC 9(14) VALUE ZEROS.
       01  WS-NP-BENEF-TIPO          PIC X(01) VALUE SPACE.
       01  WS-NP-BENEF-DOC           PIC 9(14) VALUE ZEROS.
       01  WS-NP-PRACA               PIC X(30) VALUE SPACES.
       01  WS-QTD-PARCELAS-D         PIC 9(02) VALUE 0.
       01  WS-DOC-OK                 PIC X(01) VALUE "S".

      *> Conferencia do CPF/CNPJ digitado, no molde do
      *> PAGADOR-MAINTAIN.
       01  WS-DOC-TIPO               PIC X(01) VALUE SPACE.
       01  WS-DOC-NUM                PIC 9(14) VALUE ZEROS.
       01  WS-DOC-NUM-R REDEFINES WS-DOC-NUM.
           05  WS-DOC-CNPJ-12        PIC 9(12).
           05  WS-DOC-DV             PIC 9(02).
       01  WS-DOC-CPF-R REDEFINES WS-DOC-NUM.
           05  FILLER                PIC 9(03).
           05  WS-DOC-CPF-9          PIC 9(09).
           05  FILLER                PIC 9(02).
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

      *> Parse do valor "12.000,00" para centavos, no mesmo molde do
      *> PAYROLL-RUN / EXT-MOEDA.
       01  WS-VALOR-TRIM             PIC X(40).
           DISPLAY "BENEFICIARIO: "
           ACCEPT WS-BENEFICIARIO

           DISPLAY "NOTA PROMISSORIA POR PARCELA (S/N): "
           ACCEPT WS-GERA-NOTA
           MOVE FUNCTION UPPER-CASE(WS-GERA-NOTA) TO WS-GERA-NOTA
           IF WS-GERA-NOTA = "S"
               PERFORM 1500-LER-DADOS-NOTA
               IF WS-DOC-OK NOT = "S"
                   GOBACK
               END-IF
           END-IF

           IF WS-QTD-PARCELAS = 0 OR WS-QTD-PARCELAS > 99
               DISPLAY "ERRO: QUANTIDADE DE PARCELAS INVALIDA "
                   "(1 A 99)"
           END-IF

           OPEN OUTPUT PARCELAS-FILE
           IF WS-GERA-NOTA = "S"
               OPEN EXTEND PROMIS-IN-FILE
               IF NOT WS-PIN-OK
                   OPEN OUTPUT PROMIS-IN-FILE
               END-IF
           END-IF

           COMPUTE WS-PARCELA-BASE =
               WS-TOTAL-CENTAVOS / WS-QTD-PARCELAS
           COMPUTE WS-TOTAL-CENTAVOS =
               (WS-VAL-REAIS * 100) + WS-VAL-CENTS.

       1500-LER-DADOS-NOTA SECTION.
           MOVE "S" TO WS-DOC-OK
           DISPLAY "EMITENTE DA NOTA (DEVEDOR): "
           ACCEPT WS-NP-EMITENTE
           DISPLAY "EMITENTE - F=CPF J=CNPJ: "
           ACCEPT WS-NP-EMITENTE-TIPO
           MOVE FUNCTION UPPER-CASE(WS-NP-EMITENTE-TIPO)
               TO WS-NP-EMITENTE-TIPO
           DISPLAY "EMITENTE - CPF/CNPJ (SO OS DIGITOS): "
           ACCEPT WS-NP-EMITENTE-DOC
           IF WS-NP-EMITENTE = SPACES
               DISPLAY "ERRO: EMITENTE DA NOTA OBRIGATORIO"
               MOVE "N" TO WS-DOC-OK
               EXIT SECTION
           END-IF
           MOVE WS-NP-EMITENTE-TIPO TO WS-DOC-TIPO
           MOVE WS-NP-EMITENTE-DOC  TO WS-DOC-NUM
           PERFORM 1600-CONFERIR-DOC
           IF WS-DOC-OK NOT = "S"
               EXIT SECTION
           END-IF

           DISPLAY "BENEFICIARIO - F=CPF J=CNPJ (EM BRANCO = "
               "A EMPRESA): "
           ACCEPT WS-NP-BENEF-TIPO
           MOVE FUNCTION UPPER-CASE(WS-NP-BENEF-TIPO)
               TO WS-NP-BENEF-TIPO
           IF WS-NP-BENEF-TIPO NOT = SPACE
               DISPLAY "BENEFICIARIO - CPF/CNPJ (SO OS DIGITOS): "
               ACCEPT WS-NP-BENEF-DOC
               MOVE WS-NP-BENEF-TIPO TO WS-DOC-TIPO
               MOVE WS-NP-BENEF-DOC  TO WS-DOC-NUM
               PERFORM 1600-CONFERIR-DOC
               IF WS-DOC-OK NOT = "S"
                   EXIT SECTION
               END-IF
           END-IF

           DISPLAY "PRACA DE PAGAMENTO (CIDADE - UF): "
           ACCEPT WS-NP-PRACA
           IF WS-NP-PRACA = SPACES
               DISPLAY "ERRO: PRACA DE PAGAMENTO OBRIGATORIA"
               MOVE "N" TO WS-DOC-OK
           END-IF.

       1600-CONFERIR-DOC SECTION.
           EVALUATE WS-DOC-TIPO
               WHEN "F"
                   MOVE WS-DOC-CPF-9 TO WS-CPF-9
                   CALL "CALC-DIG_CPF" USING WS-CPF-PARAMS
                   END-CALL
                   IF WS-DOC-NUM > 99999999999
                           OR WS-CPF-STATUS NOT = "OK"
                           OR WS-CPF-DIGITOS-RES NOT = WS-DOC-DV
                       DISPLAY "ERRO: CPF INVALIDO (DIGITOS "
                           "CALCULADOS=" WS-CPF-DIGITOS-RES ")"
                       MOVE "N" TO WS-DOC-OK
                   END-IF
               WHEN "J"
                   MOVE WS-DOC-CNPJ-12 TO WS-CNPJ-12
                   CALL "CALC-DIG-CNPJ" USING WS-CNPJ-PARAMS
                   END-CALL
                   IF WS-CNPJ-STATUS NOT = "OK"
                           OR WS-CNPJ-DIGITOS-RES NOT = WS-DOC-DV
                       DISPLAY "ERRO: CNPJ INVALIDO (DIGITOS "
                           "CALCULADOS=" WS-CNPJ-DIGITOS-RES ")"
                       MOVE "N" TO WS-DOC-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: TIPO DE DOCUMENTO INVALIDO (F OU J)"
                   MOVE "N" TO WS-DOC-OK
           END-EVALUATE.

       2000-GERAR-PARCELA SECTION.
      *> A ultima parcela absorve a diferenca de arredondamento: e o
      *> total menos tudo que ja foi emitido.

           WRITE HANDOFF-REC

           IF WS-GERA-NOTA = "S"
               PERFORM 2200-GRAVAR-NOTA
           END-IF

           PERFORM 2500-AVANCAR-MES.

       2200-GRAVAR-NOTA SECTION.
      *> Emissao em branco: a nota sai datada do dia da emissao.
           MOVE SPACES              TO PRIN-REC
           MOVE "N"                 TO PRIN-TIPO
           MOVE WS-NP-EMITENTE      TO PRIN-PAGADOR-NOME
           MOVE WS-NP-EMITENTE-TIPO TO PRIN-PAGADOR-TIPO
           MOVE WS-NP-EMITENTE-DOC  TO PRIN-PAGADOR-DOC
           MOVE WS-BENEFICIARIO     TO PRIN-RECEBEDOR-NOME
           IF WS-NP-BENEF-TIPO NOT = SPACE
               MOVE WS-NP-BENEF-TIPO TO PRIN-RECEBEDOR-TIPO
               MOVE WS-NP-BENEF-DOC  TO PRIN-RECEBEDOR-DOC
           END-IF
           MOVE WS-PARCELA-TXT      TO PRIN-VALOR
           STRING WS-VENC-ANO-D WS-VENC-MES-D WS-VENC-DIA-D
               DELIMITED BY SIZE INTO PRIN-VENCIMENTO
           END-STRING
           MOVE WS-NP-PRACA         TO PRIN-PRACA
           MOVE WS-QTD-PARCELAS     TO WS-QTD-PARCELAS-D
           STRING
               "PARCELA "                 DELIMITED BY SIZE
               WS-P-D                     DELIMITED BY SIZE
               "/"                        DELIMITED BY SIZE
               WS-QTD-PARCELAS-D          DELIMITED BY SIZE
               " - "                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-DOC-BASE) DELIMITED BY SIZE
               INTO PRIN-REFERENCIA
           END-STRING
           WRITE PRIN-REC.

       2500-AVANCAR-MES SECTION.
           ADD 1 TO WS-VENC-MES
           IF WS-VENC-MES > 12
           WRITE HANDOFF-TRAILER-REC

           CLOSE PARCELAS-FILE
           IF WS-GERA-NOTA = "S"
               CLOSE PROMIS-IN-FILE
               DISPLAY "PARCELAS-GEN: " WS-QTD-PARCELAS
                   " NOTAS PROMISSORIAS GRAVADAS NO PROMIS-IN"
           END-IF

           DISPLAY "PARCELAS-GEN: " WS-QTD-PARCELAS
               " PARCELAS GERADAS, SOMA CONFERE COM O TOTAL".
