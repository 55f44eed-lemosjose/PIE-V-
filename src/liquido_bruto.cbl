       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDO-BRUTO.

      *> Calculo do bruto a partir de um liquido combinado (bonus,
      *> acordo, ajuda de custo de expatriado): acha o bruto cuja
      *> verba, somada aos outros rendimentos da matricula no
      *> PAYROLL-IN do mes, deixa exatamente o liquido pedido depois
      *> do INSS e do IRRF das tabelas com vigencia (ENCARGOS-CALC)
      *> -- no lugar da tentativa e erro no HOLERITE-PREVIEW.
      *>
      *> O INSS e o IRRF da verba sao a diferenca entre o encargo do
      *> total (outros rendimentos + verba) e o dos outros
      *> rendimentos sozinhos, pela mesma tabela e com os mesmos
      *> dependentes (DEPENDENTE-CONTA). Como o liquido cresce com o
      *> bruto, o bruto sai por busca binaria em centavos: o menor
      *> bruto cujo liquido alcanca o pedido.
      *>
      *> A linha gravada no LIQUIDO-BRUTO-OUT vem no layout do
      *> PAYROLL-IN ja CONSOLIDADA com os outros rendimentos da
      *> matricula (bruto, INSS e IRRF do total) e SUBSTITUI as
      *> linhas dela no PAYROLL-IN: a critica de encargos da folha
      *> confere INSS/IRRF contra o bruto da propria linha, e uma
      *> verba solta com o encargo marginal seria retida.
      *>
      *> LIQUIDO-BRUTO-MODO = "LOTE" le o LIQUIDO-BRUTO-IN (uma linha
      *> por matricula) e emite o LIQUIDO-BRUTO-REPORT; em branco o
      *> programa e de balcao, com sign-on, chamado do menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-IN-FILE ASSIGN TO "PAYROLL-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-FS.
           SELECT LIQBR-IN-FILE ASSIGN TO "LIQUIDO-BRUTO-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBI-FS.
           SELECT LIQBR-OUT-FILE ASSIGN TO "LIQUIDO-BRUTO-OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN-FILE.
       01  PAYIN-REC.
           05  PAYIN-MATRICULA       PIC 9(09).
           05  PAYIN-VALOR           PIC X(40).
           05  PAYIN-SAL-BRUTO       PIC X(15).
           05  PAYIN-INSS            PIC X(15).
           05  PAYIN-IRRF            PIC X(15).
           05  PAYIN-OUTROS          PIC X(15).
           05  PAYIN-EMPRESA         PIC X(02).

      *> Competencia MMAAAA (em branco = a da folha), liquido no
      *> formato "1.500,00" e a descricao da verba para o relatorio.
       FD  LIQBR-IN-FILE.
       01  LBI-REC.
           05  LBI-MATRICULA         PIC 9(09).
           05  LBI-COMPETENCIA       PIC X(06).
           05  LBI-LIQUIDO           PIC X(15).
           05  LBI-DESCRICAO         PIC X(30).

      *> Mesmo layout do PAYROLL-IN.
       FD  LIQBR-OUT-FILE.
       01  LBO-REC.
           05  LBO-MATRICULA         PIC 9(09).
           05  LBO-VALOR             PIC X(40).
           05  LBO-SAL-BRUTO         PIC X(15).
           05  LBO-INSS              PIC X(15).
           05  LBO-IRRF              PIC X(15).
           05  LBO-OUTROS            PIC X(15).
           05  LBO-EMPRESA           PIC X(02).

       WORKING-STORAGE SECTION.
      *> Tabela de funcionarios carregada do funcionario (TRE0028),
      *> mesmo contrato de LINKAGE usado pelo PAYROLL-RUN.
       COPY "func_tabela.cpy".

       01  SESSAO-EMPRESA            PIC X(02) EXTERNAL.

       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       01  WS-PIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-PIN-OK                        VALUE "00".
       01  WS-LBI-FS                 PIC X(02) VALUE SPACES.
           88  WS-LBI-OK                        VALUE "00".
       01  WS-LBO-FS                 PIC X(02) VALUE SPACES.
           88  WS-LBO-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
       01  WS-EOF-PIN                PIC X(01) VALUE "N".

       01  WS-MODO                   PIC X(04) VALUE SPACES.
           88  WS-MODO-LOTE                     VALUE "LOTE".
       01  WS-EMPRESA-PADRAO         PIC X(02) VALUE SPACES.
       01  WS-COMP-FOLHA             PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

      *> Entrada do calculo corrente.
       01  WS-MATRICULA              PIC 9(09) VALUE ZEROS.
       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-LIQUIDO-TXT            PIC X(15) VALUE SPACES.
       01  WS-DESCRICAO              PIC X(30) VALUE SPACES.
       01  WS-NOME                   PIC X(50) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-DATA-REF               PIC 9(08) VALUE ZEROS.
       01  WS-DADOS-OK               PIC X(01) VALUE "N".
       01  WS-MOTIVO                 PIC X(40) VALUE SPACES.
       01  WS-RESPOSTA               PIC X(01) VALUE SPACE.

      *> Outros rendimentos da matricula no PAYROLL-IN, com o INSS e
      *> o IRRF que as tabelas dao sobre eles.
       01  WS-OUT-QTD                PIC 9(03) VALUE 0.
       01  WS-OUT-BRUTO              PIC S9(15) VALUE 0.
       01  WS-OUT-OUTROS             PIC S9(15) VALUE 0.
       01  WS-OUT-INSS               PIC S9(15) VALUE 0.
       01  WS-OUT-IRRF               PIC S9(15) VALUE 0.

      *> Busca do bruto, em centavos.
       01  WS-LB-ALVO                PIC S9(15) VALUE 0.
       01  WS-LB-BAIXO               PIC S9(15) VALUE 0.
       01  WS-LB-ALTO                PIC S9(15) VALUE 0.
       01  WS-LB-TESTE               PIC S9(15) VALUE 0.
       01  WS-LB-LIQ                 PIC S9(15) VALUE 0.
       01  WS-LB-INSS                PIC S9(15) VALUE 0.
       01  WS-LB-IRRF                PIC S9(15) VALUE 0.
       01  WS-LB-TOT-INSS            PIC S9(15) VALUE 0.
       01  WS-LB-TOT-IRRF            PIC S9(15) VALUE 0.
       01  WS-LB-BRUTO               PIC S9(15) VALUE 0.
       01  WS-LB-PASSOS              PIC 9(03) VALUE 0.
       01  WS-LB-STATUS              PIC X(03) VALUE SPACES.
       01  WS-LINHA-BRUTO            PIC S9(15) VALUE 0.
       01  WS-LINHA-LIQ              PIC S9(15) VALUE 0.

       01  WS-ENC-PARAMS.
           05  WS-ENC-DATA-REF       PIC 9(08).
           05  WS-ENC-BRUTO          PIC S9(15).
           05  WS-ENC-INSS           PIC S9(15).
           05  WS-ENC-IRRF           PIC S9(15).
           05  WS-ENC-STATUS         PIC X(03).
           05  WS-ENC-QTD-DEP-IRRF   PIC 9(02) VALUE 0.
           05  WS-ENC-QTD-DEP-SALFAM PIC 9(02) VALUE 0.
           05  WS-ENC-DEDUCAO-DEP    PIC S9(15) VALUE 0.
           05  WS-ENC-SALFAM         PIC S9(15) VALUE 0.
           05  WS-ENC-TIPO-SEGURADO  PIC X(01) VALUE SPACE.

       01  WS-DEPC-PARAMS.
           05  WS-DEPC-MATRICULA     PIC 9(09).
           05  WS-DEPC-DATA-REF      PIC 9(08).
           05  WS-DEPC-QTD-IRRF      PIC 9(02).
           05  WS-DEPC-QTD-SALFAM    PIC 9(02).
           05  WS-DEPC-STATUS        PIC X(03).

      *> Lote: matriculas ja calculadas, para recusar a repetida (a
      *> segunda linha consolidada dobraria os outros rendimentos).
       01  WS-LOTE-QTD               PIC 9(05) VALUE 0.
       01  WS-LOTE-TABELA.
           05  WS-LOTE-MAT OCCURS 5000 TIMES
                                     PIC 9(09).
       01  WS-K                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-REPETIDA               PIC X(01) VALUE "N".
       01  WS-QTD-LIDOS              PIC 9(07) VALUE 0.
       01  WS-QTD-GRAVADOS           PIC 9(07) VALUE 0.
       01  WS-QTD-RECUSADOS          PIC 9(07) VALUE 0.

       01  WS-RW.
           05  WS-RW-OPERACAO        PIC X(01).
           05  WS-RW-ARQUIVO         PIC X(20).
           05  WS-RW-TITULO          PIC X(40).
           05  WS-RW-LINHA           PIC X(80).
           05  WS-RW-STATUS          PIC X(03).

      *> Parse dos valores "1.500,00" para centavos, a mesma conta do
      *> PAYROLL-RUN.
       01  WS-VALOR-PARSE            PIC X(40) VALUE SPACES.
       01  WS-VALOR-TRIM             PIC X(40).
       01  WS-VALOR-NODOT            PIC X(40).
       01  WS-POS-VIRGULA            PIC 99 COMP-5 VALUE 0.
       01  WS-VAL-INT-PART           PIC X(30).
       01  WS-VAL-CENT-PART          PIC X(10).
       01  WS-VAL-REAIS              PIC 9(13) COMP-5.
       01  WS-VAL-CENTS              PIC 9(4) COMP-5.
       01  WS-VAL-CH                 PIC X(1).
       01  WS-VAL-LEN                PIC 99 COMP-5.
       01  WS-I                      PIC 99 COMP-5.
       01  WS-VAL-NEGATIVO           PIC X(1) VALUE "N".
           88  WS-VAL-E-NEGATIVO             VALUE "S".
       01  WS-VAL-CENTAVOS-REG       PIC S9(15) COMP-5 VALUE 0.

      *> Centavos para o texto "reais,cc" do PAYROLL-IN.
       01  WS-FMT-REAIS              PIC 9(13) VALUE 0.
       01  WS-FMT-CENTS              PIC 9(02) VALUE 0.
       01  WS-FMT-REAIS-ED           PIC Z(12)9.
       01  WS-FMT-CENTS-ED           PIC 9(02).
       01  WS-FMT-ENTRADA            PIC S9(15) VALUE 0.
       01  WS-FMT-SAIDA              PIC X(15) VALUE SPACES.
       01  WS-FMT-LIQ                PIC X(15) VALUE SPACES.
       01  WS-FMT-BRUTO              PIC X(15) VALUE SPACES.
       01  WS-FMT-INSS               PIC X(15) VALUE SPACES.
       01  WS-FMT-IRRF               PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           ACCEPT WS-MODO FROM ENVIRONMENT "LIQUIDO-BRUTO-MODO"
           ACCEPT WS-EMPRESA-PADRAO FROM ENVIRONMENT "FOLHA-EMPRESA"
           IF WS-EMPRESA-PADRAO = SPACES
               MOVE "01" TO WS-EMPRESA-PADRAO
           END-IF
           ACCEPT WS-COMP-FOLHA FROM ENVIRONMENT "FOLHA-COMPETENCIA"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           IF WS-COMP-FOLHA = SPACES
               STRING WS-DATA-HOJE(5:2) WS-DATA-HOJE(1:4)
                   INTO WS-COMP-FOLHA
               END-STRING
           END-IF

           IF WS-MODO-LOTE
               PERFORM 1000-CARREGAR-FUNCIONARIOS
               IF FT-STATUS NOT = "OK"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 3000-PROCESSAR-LOTE
           ELSE
               PERFORM 2000-BALCAO
           END-IF
           GOBACK.

       1000-CARREGAR-FUNCIONARIOS SECTION.
           MOVE 0 TO FT-QTD
           CALL "TRE0028-TABELA-FUNC" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
                   "funcionarios, status=" FT-STATUS
           END-IF.

       2000-BALCAO SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   CALCULO DO BRUTO PELO LIQUIDO          ".
           DISPLAY "------------------------------------------".

      *> No balcao, a empresa de trabalho fixada no menu manda
      *> sobre a da folha; o operador precisa estar autorizado nela.
           IF SESSAO-EMPRESA IS NUMERIC
               MOVE SESSAO-EMPRESA TO WS-EMPRESA-PADRAO
           END-IF

           DISPLAY "ID DO OPERADOR: "
           MOVE SPACES TO WS-SIGNON-OPERADOR
           ACCEPT WS-SIGNON-OPERADOR
           MOVE "H" TO WS-SIGNON-FUNCAO
           MOVE WS-EMPRESA-PADRAO TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS = "EMP"
               DISPLAY "ACESSO NEGADO: OPERADOR SEM AUTORIZACAO NA "
                   "EMPRESA " WS-EMPRESA-PADRAO
               EXIT SECTION
           END-IF
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: OPERADOR INVALIDO, INATIVO "
                   "OU SEM A FUNCAO (STATUS=" WS-SIGNON-STATUS ")"
               EXIT SECTION
           END-IF

           PERFORM 1000-CARREGAR-FUNCIONARIOS
           IF FT-STATUS NOT = "OK"
               EXIT SECTION
           END-IF

           DISPLAY "MATRICULA DO FUNCIONARIO: "
           ACCEPT WS-MATRICULA
           DISPLAY "COMPETENCIA (MMAAAA, EM BRANCO = " WS-COMP-FOLHA
               "): "
           MOVE SPACES TO WS-COMPETENCIA
           ACCEPT WS-COMPETENCIA
           DISPLAY "LIQUIDO DESEJADO (ex.: 1.500,00): "
           MOVE SPACES TO WS-LIQUIDO-TXT
           ACCEPT WS-LIQUIDO-TXT
           MOVE SPACES TO WS-DESCRICAO

           PERFORM 4000-CALCULAR
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "ERRO: " WS-MOTIVO
               EXIT SECTION
           END-IF

      *> O funcionario lancado no PAYROLL-IN de outra empresa so
      *> aparece para o operador autorizado nela.
           IF WS-EMPRESA NOT = WS-EMPRESA-PADRAO
               MOVE WS-EMPRESA TO WS-SIGNON-EMPRESA
               CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
               END-CALL
               IF WS-SIGNON-STATUS NOT = "OK"
                   DISPLAY "ACESSO NEGADO: OPERADOR SEM AUTORIZACAO "
                       "NA EMPRESA " WS-EMPRESA
                   EXIT SECTION
               END-IF
           END-IF

           DISPLAY " "
           DISPLAY "MATRICULA:            " WS-MATRICULA "  "
               FUNCTION TRIM(WS-NOME)
           DISPLAY "COMPETENCIA:          " WS-COMPETENCIA(1:2) "/"
               WS-COMPETENCIA(3:4)
           DISPLAY "DEPENDENTES IRRF:     " WS-DEPC-QTD-IRRF
           MOVE WS-OUT-BRUTO TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           DISPLAY "OUTROS RENDIMENTOS:   " WS-FMT-SAIDA
               " (" WS-OUT-QTD " LINHA(S) NO PAYROLL-IN)"
           MOVE WS-OUT-INSS TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           DISPLAY "  INSS SOBRE ELES:    " WS-FMT-SAIDA
           MOVE WS-OUT-IRRF TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           DISPLAY "  IRRF SOBRE ELES:    " WS-FMT-SAIDA
           DISPLAY "------------------------------------------"
           DISPLAY "BRUTO DA VERBA:       " WS-FMT-BRUTO
           DISPLAY "(-) INSS DA VERBA:    " WS-FMT-INSS
           DISPLAY "(-) IRRF DA VERBA:    " WS-FMT-IRRF
           DISPLAY "LIQUIDO DA VERBA:     " WS-FMT-LIQ
           IF WS-LB-LIQ NOT = WS-LB-ALVO
               DISPLAY "AVISO: LIQUIDO EXATO INALCANCAVEL POR "
                   "ARREDONDAMENTO DA TABELA - O MAIS PROXIMO ACIMA"
           END-IF

           DISPLAY " "
           DISPLAY "GRAVAR A LINHA NO LIQUIDO-BRUTO-OUT? (S/N): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               DISPLAY "NADA GRAVADO"
               EXIT SECTION
           END-IF
           OPEN EXTEND LIQBR-OUT-FILE
           IF NOT WS-LBO-OK
               OPEN OUTPUT LIQBR-OUT-FILE
           END-IF
           PERFORM 5000-GRAVAR-LINHA
           CLOSE LIQBR-OUT-FILE
           DISPLAY "LINHA GRAVADA - SUBSTITUI AS LINHAS DA MATRICULA "
               "NO PAYROLL-IN".

       3000-PROCESSAR-LOTE SECTION.
           OPEN INPUT LIQBR-IN-FILE
           IF NOT WS-LBI-OK
               DISPLAY "LIQUIDO-BRUTO: LIQUIDO-BRUTO-IN NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN OUTPUT LIQBR-OUT-FILE

           MOVE "I"                    TO WS-RW-OPERACAO
           MOVE "LIQUIDO-BRUTO-REPORT" TO WS-RW-ARQUIVO
           MOVE "BRUTO PELO LIQUIDO - VERBAS DO LOTE"
               TO WS-RW-TITULO
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "L" TO WS-RW-OPERACAO

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ LIQBR-IN-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 3100-PROCESSAR-LINHA
               END-READ
           END-PERFORM
           CLOSE LIQBR-IN-FILE
           CLOSE LIQBR-OUT-FILE

           MOVE SPACES TO WS-RW-LINHA
           STRING
               "LIDAS "          DELIMITED BY SIZE
               WS-QTD-LIDOS      DELIMITED BY SIZE
               "  GRAVADAS "     DELIMITED BY SIZE
               WS-QTD-GRAVADOS   DELIMITED BY SIZE
               "  RECUSADAS "    DELIMITED BY SIZE
               WS-QTD-RECUSADOS  DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "F" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           DISPLAY "LIQUIDO-BRUTO: LIDAS=" WS-QTD-LIDOS
               " GRAVADAS=" WS-QTD-GRAVADOS
               " RECUSADAS=" WS-QTD-RECUSADOS
           IF WS-QTD-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-PROCESSAR-LINHA SECTION.
           ADD 1 TO WS-QTD-LIDOS
           MOVE LBI-MATRICULA   TO WS-MATRICULA
           MOVE LBI-COMPETENCIA TO WS-COMPETENCIA
           MOVE LBI-LIQUIDO     TO WS-LIQUIDO-TXT
           MOVE LBI-DESCRICAO   TO WS-DESCRICAO

           MOVE "N" TO WS-REPETIDA
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-LOTE-QTD OR WS-REPETIDA = "S"
               IF WS-LOTE-MAT(WS-K) = WS-MATRICULA
                   MOVE "S" TO WS-REPETIDA
               END-IF
           END-PERFORM

           IF WS-REPETIDA = "S"
               MOVE "N" TO WS-DADOS-OK
               MOVE "MATRICULA REPETIDA NO LOTE - SOME OS LIQUIDOS"
                   TO WS-MOTIVO
           ELSE
               PERFORM 4000-CALCULAR
           END-IF

           IF WS-DADOS-OK NOT = "S"
               ADD 1 TO WS-QTD-RECUSADOS
               MOVE SPACES TO WS-RW-LINHA
               STRING
                   "MATRICULA "    DELIMITED BY SIZE
                   WS-MATRICULA    DELIMITED BY SIZE
                   " RECUSADA: "   DELIMITED BY SIZE
                   WS-MOTIVO       DELIMITED BY SIZE
                   INTO WS-RW-LINHA
               END-STRING
               CALL "REPORT-WRITER" USING WS-RW
               END-CALL
               EXIT SECTION
           END-IF

           IF WS-LOTE-QTD < 5000
               ADD 1 TO WS-LOTE-QTD
               MOVE WS-MATRICULA TO WS-LOTE-MAT(WS-LOTE-QTD)
           END-IF
           PERFORM 5000-GRAVAR-LINHA

           MOVE SPACES TO WS-RW-LINHA
           STRING
               "MATRICULA "      DELIMITED BY SIZE
               WS-MATRICULA      DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-NOME(1:30)     DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-DESCRICAO(1:25) DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "  LIQUIDO "                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-LIQ)    DELIMITED BY SIZE
               "  BRUTO "                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-BRUTO)  DELIMITED BY SIZE
               "  INSS "                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-INSS)   DELIMITED BY SIZE
               "  IRRF "                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-IRRF)   DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           IF WS-OUT-QTD > 0
               MOVE WS-OUT-BRUTO TO WS-FMT-ENTRADA
               PERFORM 8000-FORMATAR-CENTAVOS
               MOVE SPACES TO WS-RW-LINHA
               STRING
                   "  CONSOLIDADA COM "         DELIMITED BY SIZE
                   WS-OUT-QTD                   DELIMITED BY SIZE
                   " LINHA(S) DO PAYROLL-IN, BRUTO "
                                                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FMT-SAIDA)  DELIMITED BY SIZE
                   INTO WS-RW-LINHA
               END-STRING
               CALL "REPORT-WRITER" USING WS-RW
               END-CALL
           END-IF.

       4000-CALCULAR SECTION.
      *> Confere a entrada, levanta os outros rendimentos e os
      *> dependentes e acha o bruto. WS-DADOS-OK = "S" com o
      *> resultado pronto; senao WS-MOTIVO diz por que.
           MOVE "N" TO WS-DADOS-OK
           MOVE SPACES TO WS-MOTIVO

           MOVE "N" TO WS-REPETIDA
           MOVE SPACES TO WS-NOME
           IF FT-QTD > 0
               SEARCH ALL FT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN FT-MATRICULA(FT-IDX) = WS-MATRICULA
                       MOVE FT-NOME(FT-IDX) TO WS-NOME
                       MOVE "S" TO WS-REPETIDA
               END-SEARCH
           END-IF
           IF WS-REPETIDA NOT = "S"
               MOVE "MATRICULA NAO CADASTRADA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-REPETIDA

           IF WS-COMPETENCIA = SPACES
               MOVE WS-COMP-FOLHA TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA IS NOT NUMERIC
                   OR WS-COMPETENCIA(1:2) < "01"
                   OR WS-COMPETENCIA(1:2) > "12"
               MOVE "COMPETENCIA INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           COMPUTE WS-DATA-REF =
               FUNCTION NUMVAL(WS-COMPETENCIA(3:4)) * 10000
               + FUNCTION NUMVAL(WS-COMPETENCIA(1:2)) * 100 + 1

           MOVE WS-LIQUIDO-TXT TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-LB-ALVO
           IF WS-LB-ALVO <= 0
               MOVE "LIQUIDO DESEJADO INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           PERFORM 4100-OUTROS-RENDIMENTOS

           MOVE WS-MATRICULA TO WS-DEPC-MATRICULA
           MOVE WS-DATA-REF  TO WS-DEPC-DATA-REF
           CALL "DEPENDENTE-CONTA" USING WS-DEPC-PARAMS
           END-CALL
           IF WS-DEPC-STATUS NOT = "OK"
               MOVE 0 TO WS-DEPC-QTD-IRRF WS-DEPC-QTD-SALFAM
           END-IF

      *> Encargo dos outros rendimentos sozinhos: a base da verba.
           MOVE WS-OUT-BRUTO TO WS-ENC-BRUTO
           PERFORM 4300-CHAMAR-ENCARGOS
           IF WS-ENC-STATUS NOT = "OK"
               MOVE "SEM TABELA DE INSS/IRRF NA COMPETENCIA"
                   TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE WS-ENC-INSS TO WS-OUT-INSS
           MOVE WS-ENC-IRRF TO WS-OUT-IRRF

           PERFORM 4200-BUSCAR-BRUTO

           MOVE WS-LB-LIQ TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO WS-FMT-LIQ
           MOVE WS-LB-BRUTO TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO WS-FMT-BRUTO
           MOVE WS-LB-INSS TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO WS-FMT-INSS
           MOVE WS-LB-IRRF TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO WS-FMT-IRRF
           MOVE "S" TO WS-DADOS-OK.

       4100-OUTROS-RENDIMENTOS SECTION.
      *> Linhas da matricula no PAYROLL-IN: o bruto itemizado ou,
      *> na entrada antiga so com o liquido, o proprio liquido --
      *> a mesma regra do historico da folha. Sem PAYROLL-IN a
      *> verba e o unico rendimento do mes.
           MOVE 0 TO WS-OUT-QTD WS-OUT-BRUTO WS-OUT-OUTROS
           MOVE WS-EMPRESA-PADRAO TO WS-EMPRESA
           OPEN INPUT PAYROLL-IN-FILE
           IF NOT WS-PIN-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-PIN
           PERFORM UNTIL WS-EOF-PIN = "S"
               READ PAYROLL-IN-FILE
                   AT END
                       MOVE "S" TO WS-EOF-PIN
                   NOT AT END
                       IF PAYIN-MATRICULA = WS-MATRICULA
                           PERFORM 4150-SOMAR-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-IN-FILE.

       4150-SOMAR-LINHA SECTION.
           ADD 1 TO WS-OUT-QTD
           IF PAYIN-EMPRESA NOT = SPACES AND PAYIN-EMPRESA NOT = "00"
               MOVE PAYIN-EMPRESA TO WS-EMPRESA
           END-IF
           IF PAYIN-SAL-BRUTO = SPACES
               MOVE PAYIN-VALOR TO WS-VALOR-PARSE
               PERFORM 7000-CONVERTER-CENTAVOS
               ADD WS-VAL-CENTAVOS-REG TO WS-OUT-BRUTO
               EXIT SECTION
           END-IF
           MOVE PAYIN-SAL-BRUTO TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           ADD WS-VAL-CENTAVOS-REG TO WS-OUT-BRUTO
           IF PAYIN-OUTROS NOT = SPACES
               MOVE PAYIN-OUTROS TO WS-VALOR-PARSE
               PERFORM 7000-CONVERTER-CENTAVOS
               ADD WS-VAL-CENTAVOS-REG TO WS-OUT-OUTROS
           END-IF.

       4200-BUSCAR-BRUTO SECTION.
      *> Busca binaria: o bruto nunca e menor que o liquido, e o
      *> teto dobra ate o liquido dele alcancar o pedido.
           MOVE WS-LB-ALVO TO WS-LB-BAIXO
           COMPUTE WS-LB-ALTO = WS-LB-ALVO * 2
           MOVE 0 TO WS-LB-PASSOS
           MOVE WS-LB-ALTO TO WS-LB-TESTE
           PERFORM 4250-LIQUIDO-DO-BRUTO
           PERFORM UNTIL WS-LB-LIQ >= WS-LB-ALVO
                   OR WS-LB-PASSOS > 20
               MOVE WS-LB-ALTO TO WS-LB-BAIXO
               COMPUTE WS-LB-ALTO = WS-LB-ALTO * 2
               ADD 1 TO WS-LB-PASSOS
               MOVE WS-LB-ALTO TO WS-LB-TESTE
               PERFORM 4250-LIQUIDO-DO-BRUTO
           END-PERFORM

           PERFORM UNTIL WS-LB-BAIXO >= WS-LB-ALTO
               COMPUTE WS-LB-TESTE = (WS-LB-BAIXO + WS-LB-ALTO) / 2
               PERFORM 4250-LIQUIDO-DO-BRUTO
               IF WS-LB-LIQ >= WS-LB-ALVO
                   MOVE WS-LB-TESTE TO WS-LB-ALTO
               ELSE
                   COMPUTE WS-LB-BAIXO = WS-LB-TESTE + 1
               END-IF
           END-PERFORM

           MOVE WS-LB-BAIXO TO WS-LB-TESTE
           PERFORM 4250-LIQUIDO-DO-BRUTO
           MOVE WS-LB-TESTE TO WS-LB-BRUTO.

       4250-LIQUIDO-DO-BRUTO SECTION.
      *> Liquido da verba WS-LB-TESTE: o encargo do total menos o
      *> dos outros rendimentos sozinhos.
           COMPUTE WS-ENC-BRUTO = WS-OUT-BRUTO + WS-LB-TESTE
           PERFORM 4300-CHAMAR-ENCARGOS
           MOVE WS-ENC-INSS TO WS-LB-TOT-INSS
           MOVE WS-ENC-IRRF TO WS-LB-TOT-IRRF
           COMPUTE WS-LB-INSS = WS-ENC-INSS - WS-OUT-INSS
           COMPUTE WS-LB-IRRF = WS-ENC-IRRF - WS-OUT-IRRF
           COMPUTE WS-LB-LIQ =
               WS-LB-TESTE - WS-LB-INSS - WS-LB-IRRF.

       4300-CHAMAR-ENCARGOS SECTION.
           MOVE WS-DATA-REF        TO WS-ENC-DATA-REF
           MOVE WS-DEPC-QTD-IRRF   TO WS-ENC-QTD-DEP-IRRF
           MOVE WS-DEPC-QTD-SALFAM TO WS-ENC-QTD-DEP-SALFAM
           CALL "ENCARGOS-CALC" USING WS-ENC-PARAMS
           END-CALL.

       5000-GRAVAR-LINHA SECTION.
      *> Linha consolidada: bruto, INSS e IRRF do total (outros
      *> rendimentos + verba); o liquido e o bruto menos encargos e
      *> os outros descontos ja informados nas linhas da matricula.
           COMPUTE WS-LINHA-BRUTO = WS-OUT-BRUTO + WS-LB-BRUTO
           COMPUTE WS-LINHA-LIQ = WS-LINHA-BRUTO - WS-LB-TOT-INSS
               - WS-LB-TOT-IRRF - WS-OUT-OUTROS

           MOVE SPACES TO LBO-REC
           MOVE WS-MATRICULA TO LBO-MATRICULA
           MOVE WS-LINHA-LIQ TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO LBO-VALOR
           MOVE WS-LINHA-BRUTO TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO LBO-SAL-BRUTO
           MOVE WS-LB-TOT-INSS TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO LBO-INSS
           MOVE WS-LB-TOT-IRRF TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO LBO-IRRF
           MOVE WS-OUT-OUTROS TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO LBO-OUTROS
           MOVE WS-EMPRESA TO LBO-EMPRESA
           WRITE LBO-REC
           ADD 1 TO WS-QTD-GRAVADOS.

       7000-CONVERTER-CENTAVOS SECTION.
      *> Converte WS-VALOR-PARSE ("1.500,00") para centavos, a mesma
      *> conta do PAYROLL-RUN.
           MOVE FUNCTION TRIM(WS-VALOR-PARSE) TO WS-VALOR-TRIM

           MOVE "N" TO WS-VAL-NEGATIVO
           IF WS-VALOR-TRIM(1:1) = "-"
               MOVE "S" TO WS-VAL-NEGATIVO
               MOVE FUNCTION TRIM(WS-VALOR-TRIM(2:)) TO WS-VALOR-TRIM
           END-IF

           MOVE SPACES TO WS-VALOR-NODOT
           MOVE 0 TO WS-VAL-LEN
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > FUNCTION LENGTH(WS-VALOR-TRIM)
               MOVE WS-VALOR-TRIM(WS-I:1) TO WS-VAL-CH
               IF WS-VAL-CH NOT = "." AND WS-VAL-CH NOT = " "
                   ADD 1 TO WS-VAL-LEN
                   MOVE WS-VAL-CH TO WS-VALOR-NODOT(WS-VAL-LEN:1)
               END-IF
           END-PERFORM

           MOVE 0 TO WS-POS-VIRGULA
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > FUNCTION LENGTH(WS-VALOR-NODOT)
               IF WS-VALOR-NODOT(WS-I:1) = ","
                   MOVE WS-I TO WS-POS-VIRGULA
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-VAL-INT-PART WS-VAL-CENT-PART
           IF WS-POS-VIRGULA = 0
               MOVE FUNCTION TRIM(WS-VALOR-NODOT) TO WS-VAL-INT-PART
               MOVE "00" TO WS-VAL-CENT-PART
           ELSE
               MOVE WS-VALOR-NODOT(1:WS-POS-VIRGULA - 1)
                   TO WS-VAL-INT-PART
               MOVE WS-VALOR-NODOT(WS-POS-VIRGULA + 1:)
                   TO WS-VAL-CENT-PART
           END-IF

           MOVE 0 TO WS-VAL-REAIS
           IF FUNCTION TRIM(WS-VAL-INT-PART) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VAL-INT-PART) TO WS-VAL-REAIS
           END-IF

           MOVE 0 TO WS-VAL-CENTS
           IF FUNCTION TRIM(WS-VAL-CENT-PART) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VAL-CENT-PART(1:2))
                   TO WS-VAL-CENTS
           END-IF

           IF WS-VAL-E-NEGATIVO
               COMPUTE WS-VAL-CENTAVOS-REG =
                   0 - (WS-VAL-REAIS * 100) - WS-VAL-CENTS
           ELSE
               COMPUTE WS-VAL-CENTAVOS-REG =
                   (WS-VAL-REAIS * 100) + WS-VAL-CENTS
           END-IF.

       8000-FORMATAR-CENTAVOS SECTION.
           COMPUTE WS-FMT-REAIS = WS-FMT-ENTRADA / 100
           COMPUTE WS-FMT-CENTS =
               WS-FMT-ENTRADA - (WS-FMT-REAIS * 100)
           MOVE WS-FMT-REAIS TO WS-FMT-REAIS-ED
           MOVE WS-FMT-CENTS TO WS-FMT-CENTS-ED
           MOVE SPACES TO WS-FMT-SAIDA
           STRING
               FUNCTION TRIM(WS-FMT-REAIS-ED)
               ","
               WS-FMT-CENTS-ED
               INTO WS-FMT-SAIDA
           END-STRING.
