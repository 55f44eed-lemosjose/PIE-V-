      *> o CALC-DIG-CNPJ recuse entra no cadastro -- e a agenda de
      *> pagamento passa a mostrar quem estamos pagando em vez de um
      *> numero seco de 14 digitos.
      *>
      *> O perfil de retencao (tipo de servico, optante do Simples,
      *> municipio e aliquota do ISS) e o que o BOLETO-BATCH usa para
      *> reter IRRF, PIS/COFINS/CSLL, INSS e ISS na entrada da nota.
      *>
      *> A inscricao estadual e a UF sao conferidas no CALC-DIG-IE
      *> pela regra da UF. Fornecedor de mercadoria (sem tipo de
      *> servico) tem de ter IE ou ser ISENTO; prestador de servico
      *> pode ficar sem. O NF-INTAKE confere a IE da nota com esta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> "S" = todo pagamento a este fornecedor passa pela fila de
      *> aprovacao (BOLETO-APROVAR), qualquer que seja o valor.
           05  FORN-REVISAO          PIC X(01).
      *> Perfil de retencao. Tipo de servico: P = profissional
      *> (IRRF 1,5% + CSRF 4,65%), M = cessao de mao de obra --
      *> limpeza, vigilancia, locacao de mao de obra (IRRF 1% +
      *> CSRF 4,65% + INSS 11%), O = outros servicos sujeitos a
      *> CSRF, branco = mercadoria, sem retencao. Optante do Simples
      *> nao sofre IRRF nem CSRF. ISS com aliquota em centesimos de
      *> % (500 = 5,00%); zero = sem retencao de ISS.
           05  FORN-TIPO-SERVICO     PIC X(01).
           05  FORN-SIMPLES          PIC X(01).
           05  FORN-ISS-MUNICIPIO    PIC X(07).
           05  FORN-ISS-ALIQ         PIC 9(05).
      *> Inscricao estadual (so algarismos, "ISENTO" ou branco =
      *> nao informada) e a UF que a emitiu, conferidas pelo
      *> CALC-DIG-IE.
           05  FORN-IE               PIC X(14).
           05  FORN-IE-UF            PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-FORN-FS                PIC X(02) VALUE SPACES.
       01  WS-PRAZO                  PIC 9(03) VALUE ZEROS.
       01  WS-STATUS-NOVO            PIC X(01) VALUE SPACE.
       01  WS-REVISAO                PIC X(01) VALUE SPACE.
       01  WS-TIPO-SERVICO           PIC X(01) VALUE SPACE.
       01  WS-SIMPLES                PIC X(01) VALUE SPACE.
       01  WS-ISS-MUNICIPIO          PIC X(07) VALUE SPACES.
       01  WS-ISS-ALIQ               PIC 9(05) VALUE ZEROS.
       01  WS-DADOS-OK               PIC X(01) VALUE "S".
       01  WS-IE                     PIC X(14) VALUE SPACES.
       01  WS-IE-UF                  PIC X(02) VALUE SPACES.

      *> Parametros do CALC-DIG-IE.
       01  WS-IE-PARAMS.
           05  WS-IE-ENTRADA         PIC X(18).
           05  WS-IE-UF-PARAM        PIC X(02).
           05  WS-IE-NORMAL          PIC X(14).
           05  WS-IE-STATUS          PIC X(03).

      *> Parametros do CALC-DIG-CNPJ, mesmo contrato dos outros
      *> chamadores da familia CALC-DIG.
           END-IF
           IF WS-REVISAO NOT = "S"
               MOVE "N" TO WS-REVISAO
           END-IF

           PERFORM 1100-LER-RETENCAO
           IF WS-DADOS-OK = "S"
               PERFORM 1200-LER-IE
           END-IF.

       1100-LER-RETENCAO SECTION.
           MOVE "S" TO WS-DADOS-OK
           DISPLAY "TIPO DE SERVICO (P=PROFISSIONAL, M=CESSAO DE MAO "
               "DE OBRA, O=OUTROS, BRANCO=MERCADORIA): "
           ACCEPT WS-TIPO-SERVICO
           MOVE FUNCTION UPPER-CASE(WS-TIPO-SERVICO) TO WS-TIPO-SERVICO
           IF WS-TIPO-SERVICO NOT = SPACE AND NOT = "P"
                   AND NOT = "M" AND NOT = "O"
               DISPLAY "ERRO: TIPO DE SERVICO INVALIDO: "
                   WS-TIPO-SERVICO
               MOVE "N" TO WS-DADOS-OK
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-SIMPLES
           MOVE SPACES TO WS-ISS-MUNICIPIO
           MOVE 0 TO WS-ISS-ALIQ
           IF WS-TIPO-SERVICO = SPACE
               EXIT SECTION
           END-IF

           DISPLAY "OPTANTE PELO SIMPLES NACIONAL? (S/N): "
           ACCEPT WS-SIMPLES
           IF WS-SIMPLES = "s"
               MOVE "S" TO WS-SIMPLES
           END-IF
           IF WS-SIMPLES NOT = "S"
               MOVE "N" TO WS-SIMPLES
           END-IF

           DISPLAY "MUNICIPIO DO ISS RETIDO (IBGE, BRANCO=NAO RETEM): "
           ACCEPT WS-ISS-MUNICIPIO
           IF WS-ISS-MUNICIPIO = SPACES
               EXIT SECTION
           END-IF
           IF WS-ISS-MUNICIPIO IS NOT NUMERIC
               DISPLAY "ERRO: MUNICIPIO DEVE SER O CODIGO IBGE "
                   "(7 DIGITOS)"
               MOVE "N" TO WS-DADOS-OK
               EXIT SECTION
           END-IF
           DISPLAY "ALIQUOTA DO ISS (CENTESIMOS DE %, 500=5,00%): "
           ACCEPT WS-ISS-ALIQ
      *> Lei Complementar 116: ISS entre 2% e 5%.
           IF WS-ISS-ALIQ < 200 OR WS-ISS-ALIQ > 500
               DISPLAY "ERRO: ALIQUOTA DO ISS FORA DE 2% A 5%: "
                   WS-ISS-ALIQ
               MOVE "N" TO WS-DADOS-OK
           END-IF.

       1200-LER-IE SECTION.
           MOVE SPACES TO WS-IE WS-IE-UF
           DISPLAY "INSCRICAO ESTADUAL (ISENTO = CONTRIBUINTE ISENTO"
               ", BRANCO = NAO TEM): "
           MOVE SPACES TO WS-IE-ENTRADA
           ACCEPT WS-IE-ENTRADA
           IF WS-IE-ENTRADA = SPACES
               IF WS-TIPO-SERVICO = SPACE
                   DISPLAY "ERRO: FORNECEDOR DE MERCADORIA SEM "
                       "INSCRICAO ESTADUAL (INFORME A IE OU ISENTO)"
                   MOVE "N" TO WS-DADOS-OK
               END-IF
               EXIT SECTION
           END-IF

           DISPLAY "UF DA INSCRICAO ESTADUAL: "
           ACCEPT WS-IE-UF
           MOVE FUNCTION UPPER-CASE(WS-IE-UF) TO WS-IE-UF
           MOVE WS-IE-UF TO WS-IE-UF-PARAM
           CALL "CALC-DIG-IE" USING WS-IE-PARAMS
           END-CALL
           IF WS-IE-STATUS = "REJ"
               DISPLAY "ERRO: INSCRICAO ESTADUAL INVALIDA PARA A UF "
                   WS-IE-UF ": " FUNCTION TRIM(WS-IE-ENTRADA)
               MOVE "N" TO WS-DADOS-OK
               EXIT SECTION
           END-IF
           MOVE WS-IE-NORMAL TO WS-IE.

       1500-MOVER-RETENCAO SECTION.
           MOVE WS-TIPO-SERVICO  TO FORN-TIPO-SERVICO
           MOVE WS-SIMPLES       TO FORN-SIMPLES
           MOVE WS-ISS-MUNICIPIO TO FORN-ISS-MUNICIPIO
           MOVE WS-ISS-ALIQ      TO FORN-ISS-ALIQ.

       2000-INCLUIR SECTION.
           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               EXIT SECTION
           END-IF

           MOVE WS-NOME    TO FORN-NOME
           MOVE WS-PRAZO   TO FORN-PRAZO-PGTO
           MOVE "A"        TO FORN-STATUS
           MOVE WS-REVISAO TO FORN-REVISAO
           PERFORM 1500-MOVER-RETENCAO
           MOVE WS-IE      TO FORN-IE
           MOVE WS-IE-UF   TO FORN-IE-UF

           WRITE FORN-REC
               INVALID KEY
           END-READ

           PERFORM 1000-LER-DADOS
           IF WS-DADOS-OK NOT = "S"
               EXIT SECTION
           END-IF
           MOVE WS-NOME    TO FORN-NOME
           MOVE WS-PRAZO   TO FORN-PRAZO-PGTO
           MOVE WS-REVISAO TO FORN-REVISAO
           PERFORM 1500-MOVER-RETENCAO
           MOVE WS-IE      TO FORN-IE
           MOVE WS-IE-UF   TO FORN-IE-UF
           REWRITE FORN-REC
           END-REWRITE
           DISPLAY "FORNECEDOR ALTERADO: " WS-CNPJ-FORMATADO.
           DISPLAY "NOME:    " FORN-NOME
           DISPLAY "PRAZO:   " FORN-PRAZO-PGTO " DIAS"
           DISPLAY "STATUS:  " FORN-STATUS
           DISPLAY "REVISAO: " FORN-REVISAO
           DISPLAY "SERVICO: " FORN-TIPO-SERVICO
               "  SIMPLES: " FORN-SIMPLES
           DISPLAY "ISS:     " FORN-ISS-MUNICIPIO
               "  ALIQUOTA: " FORN-ISS-ALIQ
           DISPLAY "IE:      " FORN-IE "  UF: " FORN-IE-UF.
