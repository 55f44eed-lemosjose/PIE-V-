       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO-MENSAL.

      *> Provisao mensal de 13o salario e de ferias mais o terco
      *> constitucional, com os encargos da empresa sobre cada uma --
      *> o lancamento que a contabilidade fazia a mao, de planilha, no
      *> fechamento do mes. Mantem o PROVISAO-SALDO (indexado por
      *> matricula) com o saldo provisionado de cada funcionario e
      *> gera, no formato do CONTAB-EXPORT, as partidas do mes por
      *> empresa e setor, com o relatorio de saldos por funcionario
      *> que fecha com o razao.
      *>
      *> Constituicao, por funcionario ativo com salario cadastrado,
      *> uma vez por competencia:
      *>   13o     = salario / 12
      *>   ferias  = salario / 12 + 1/3 desse valor
      *>   encargos de cada uma pelo ENCARGOS-PATRONAL, na vigencia
      *>            do primeiro dia da competencia
      *> Admitido depois do dia 15 nao provisiona no mes da admissao
      *> (fracao menor que 15 dias nao conta avo).
      *>
      *> Reversao (baixa) do que foi efetivamente pago:
      *>   13o     = bruto das parcelas "13"/"14" + ano no PAYROLL-HIST,
      *>             so o que cresceu desde a ultima rodada; o resto
      *>             do ano sai como ajuste na primeira competencia do
      *>             ano seguinte
      *>   ferias  = bruto da competencia "15" + ano postada pelo
      *>             FERIAS-RUN (ano da competencia e o seguinte --
      *>             ferias de janeiro pagas em dezembro)
      *>   rescisao= o RESCISAO-CALC marca o desligamento no saldo; na
      *>             competencia do desligamento o saldo inteiro e
      *>             revertido e o registro encerra
      *> A baixa nunca passa do saldo; os encargos saem na mesma
      *> proporcao. Registro novo guarda como ja baixado o que o
      *> historico ja tinha pago: pagamento anterior a provisao nao
      *> revertido contra ela.
      *>
      *> De-para pelo CONTA-MAPA, como no CONTAB-EXPORT, com CHAVE =
      *> codigo do setor e TIPO:
      *>   PROV13 = 13o          PENC13 = encargos sobre o 13o
      *>   PROVFE = ferias + 1/3 PENCFE = encargos sobre as ferias
      *> Constituicao debita a conta DEBITO (despesa) e credita a
      *> CREDITO (provisao); reversao inverte. Setor SEM conta
      *> mapeada derruba a rodada inteira -- nem o saldo e atualizado,
      *> para a rodada poder ser refeita depois do mapa corrigido.
      *>
      *> PROVISAO-COMPETENCIA (MMAAAA) fixa a competencia; em branco,
      *> FOLHA-COMPETENCIA, e sem ela o mes corrente. A empresa de
      *> cada funcionario vem do PAYROLL-HIST da competencia (sem
      *> folha no mes, a ultima conhecida; senao FOLHA-EMPRESA).
      *> RETURN-CODE 8 sem tabela de funcionarios, sem CONTA-MAPA ou
      *> com setor sem mapa; 4 quando algum encargo ficou sem tabela.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVISAO-SALDO-FILE ASSIGN TO "PROVISAO-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WS-PRV-FS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.
           SELECT MAPA-FILE ASSIGN TO "CONTA-MAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPA-FS.
           SELECT EXPORT-FILE ASSIGN TO "PROVISAO-EXPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROS-FILE ASSIGN TO "PROVISAO-EXPORT-ERROS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVISAO-SALDO-FILE.
       01  PRV-REC.
           05  PRV-MATRICULA         PIC 9(09).
           05  PRV-EMPRESA           PIC X(02).
           05  PRV-SETOR             PIC X(10).
           05  PRV-SITUACAO          PIC X(01).
           05  PRV-ULT-COMP          PIC 9(06).
           05  PRV-SALDO-13          PIC S9(15).
           05  PRV-ENC-13            PIC S9(15).
           05  PRV-ANO-13            PIC 9(04).
           05  PRV-PAGO-13           PIC S9(15).
           05  PRV-SALDO-FER         PIC S9(15).
           05  PRV-ENC-FER           PIC S9(15).
           05  PRV-FER-BAIXA OCCURS 2 TIMES.
               10  PRV-FER-ANO       PIC 9(04).
               10  PRV-FER-PAGO      PIC S9(15).
           05  PRV-RESC-DATA         PIC 9(08).
           05  PRV-RESC-13           PIC S9(15).
           05  PRV-RESC-FER          PIC S9(15).
           05  PRV-DATA-ATUALIZ      PIC 9(08).
           05  FILLER                PIC X(09).

       FD  PAYROLL-HIST-FILE.
       01  HIST-REC.
           05  HIST-CHAVE.
               10  HIST-MATRICULA    PIC 9(09).
               10  HIST-COMPETENCIA  PIC X(06).
           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

       FD  MAPA-FILE.
       01  MAPA-LINHA                PIC X(80).

       FD  EXPORT-FILE.
       01  EXP-REC.
           05  EXP-DATA              PIC 9(08).
           05  EXP-CONTA-DEBITO      PIC X(10).
           05  EXP-CONTA-CREDITO     PIC X(10).
           05  EXP-VALOR             PIC 9(15).
           05  EXP-HISTORICO         PIC X(40).
       01  EXP-TRAILER-REC           PIC X(80).

       FD  ERROS-FILE.
       01  ERRO-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRV-FS                 PIC X(02) VALUE SPACES.
           88  WS-PRV-OK                        VALUE "00".
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-MAPA-FS                PIC X(02) VALUE SPACES.
           88  WS-MAPA-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-TEM-HIST               PIC X(01) VALUE "N".

       COPY "func_tabela.cpy".

       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.
       01  WS-ANO                    PIC 9(04) VALUE 0.
       01  WS-MES                    PIC 9(02) VALUE 0.
       01  WS-COMP-AAAAMM            PIC 9(06) VALUE 0.
       01  WS-DATA-REF               PIC 9(08) VALUE 0.
       01  WS-DATA-LANC              PIC 9(08) VALUE 0.
       01  WS-LIMITE-ADM             PIC 9(08) VALUE 0.
       01  WS-EMPRESA-PADRAO         PIC X(02) VALUE "01".
       01  WS-ANO-HIST               PIC 9(04) VALUE 0.

      *> De-para de contas, carregado do CONTA-MAPA.
       01  WS-MAPA-TAB.
           05  WS-MAPA-QTD           PIC 9(03) COMP-5 VALUE 0.
           05  WS-MAPA-LINHA-T OCCURS 100 TIMES.
               10  WS-MAPA-TIPO      PIC X(06).
               10  WS-MAPA-CHAVE     PIC X(10).
               10  WS-MAPA-DEBITO    PIC X(10).
               10  WS-MAPA-CREDITO   PIC X(10).
       01  WS-CAMPO-TIPO             PIC X(06) VALUE SPACES.
       01  WS-CAMPO-CHAVE            PIC X(10) VALUE SPACES.
       01  WS-CAMPO-DEBITO           PIC X(10) VALUE SPACES.
       01  WS-CAMPO-CREDITO          PIC X(10) VALUE SPACES.
       01  WS-ACHOU-MAPA             PIC X(01) VALUE "N".

      *> Os quatro tipos de provisao, na ordem dos acumuladores.
       01  WS-TIPOS-VALORES.
           05  FILLER                PIC X(18) VALUE
               "PROV13PROV 13O    ".
           05  FILLER                PIC X(18) VALUE
               "PENC13ENC PROV 13O".
           05  FILLER                PIC X(18) VALUE
               "PROVFEPROV FERIAS ".
           05  FILLER                PIC X(18) VALUE
               "PENCFEENC PROV FER".
       01  WS-TIPOS REDEFINES WS-TIPOS-VALORES.
           05  WS-TIPO OCCURS 4 TIMES.
               10  WS-TIPO-MAPA      PIC X(06).
               10  WS-TIPO-DESC      PIC X(12).

      *> Registros ja calculados: NADA e gravado no saldo enquanto
      *> houver setor sem conta mapeada.
       01  WS-MEMORIA.
           05  WS-MEM-QTD            PIC 9(05) COMP-5 VALUE 0.
           05  WS-MEM OCCURS 6000 TIMES.
               10  WS-MEM-NOVO       PIC X(01).
               10  WS-MEM-NOME       PIC X(15).
               10  WS-MEM-REG        PIC X(200).

      *> Movimento do mes por empresa + setor: constituicao e
      *> reversao de cada um dos quatro tipos.
       01  WS-CELULAS.
           05  WS-CEL-QTD            PIC 9(03) COMP-5 VALUE 0.
           05  WS-CEL OCCURS 300 TIMES.
               10  WS-CEL-EMPRESA    PIC X(02).
               10  WS-CEL-SETOR      PIC X(10).
               10  WS-CEL-CONST      PIC S9(15) OCCURS 4 TIMES.
               10  WS-CEL-REVERS     PIC S9(15) OCCURS 4 TIMES.
       01  WS-CX                     PIC 9(03) COMP-5 VALUE 0.

      *> Conciliacao por tipo: saldo anterior + constituicao -
      *> reversao = saldo atual, o que o razao tem que mostrar.
       01  WS-RESUMO.
           05  WS-RES OCCURS 4 TIMES.
               10  WS-RES-ANTERIOR   PIC S9(15).
               10  WS-RES-CONST      PIC S9(15).
               10  WS-RES-REVERS     PIC S9(15).
               10  WS-RES-ATUAL      PIC S9(15).

       01  WS-PARTIDAS.
           05  WS-PART-QTD           PIC 9(04) COMP-5 VALUE 0.
           05  WS-PART-LINHA OCCURS 2400 TIMES.
               10  WS-PART-DEBITO    PIC X(10).
               10  WS-PART-CREDITO   PIC X(10).
               10  WS-PART-VALOR     PIC S9(15).
               10  WS-PART-HIST      PIC X(40).

       01  WS-ERROS.
           05  WS-ERRO-QTD           PIC 9(03) COMP-5 VALUE 0.
           05  WS-ERRO-LINHA-T OCCURS 50 TIMES PIC X(80).

       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-K                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-SLOT                   PIC 9(01) COMP-5 VALUE 0.
       01  WS-NOVO                   PIC X(01) VALUE "N".
       01  WS-NA-TABELA              PIC X(01) VALUE "N".
       01  WS-ESTOURO                PIC X(01) VALUE "N".

      *> Operandos de conta em display: divisao sobre COMP-5 nao
      *> e confiavel neste compilador.
       01  WS-CALC-SALARIO           PIC S9(15) VALUE 0.
       01  WS-CALC-13                PIC S9(15) VALUE 0.
       01  WS-CALC-FER               PIC S9(15) VALUE 0.
       01  WS-CALC-PAGO              PIC S9(15) VALUE 0.
       01  WS-CALC-DELTA             PIC S9(15) VALUE 0.
       01  WS-CALC-BAIXA             PIC S9(15) VALUE 0.
       01  WS-CALC-ENC               PIC S9(15) VALUE 0.
       01  WS-CALC-SALDO             PIC S9(15) VALUE 0.
       01  WS-CALC-ENC-SALDO         PIC S9(15) VALUE 0.
       01  WS-MOV-TIPO               PIC 9(01) VALUE 0.
       01  WS-MOV-VALOR              PIC S9(15) VALUE 0.
       01  WS-MOV-NATUREZA           PIC X(01) VALUE SPACES.

       01  WS-PAT-PARAMS.
           05  WS-PAT-EMPRESA        PIC X(02).
           05  WS-PAT-DATA-REF       PIC 9(08).
           05  WS-PAT-BASE           PIC S9(15).
           05  WS-PAT-PATRONAL       PIC S9(15).
           05  WS-PAT-RAT            PIC S9(15).
           05  WS-PAT-TERCEIROS      PIC S9(15).
           05  WS-PAT-FGTS           PIC S9(15).
           05  WS-PAT-TOTAL          PIC S9(15).
           05  WS-PAT-STATUS         PIC X(03).
       01  WS-PAT-AVISADO            PIC X(01) VALUE "N".

       01  WS-CONTADORES.
           05  WS-QTD-PROVISIONADOS  PIC 9(05) VALUE ZEROS.
           05  WS-QTD-REPETIDOS      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-BAIXAS         PIC 9(05) VALUE ZEROS.
           05  WS-QTD-RESCISOES      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-FORA-TABELA    PIC 9(05) VALUE ZEROS.

       01  WS-TOTAL-CENTAVOS         PIC S9(15) VALUE ZEROS.
       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

       01  WS-RW.
           05  WS-RW-OPERACAO        PIC X(01).
           05  WS-RW-ARQUIVO         PIC X(20).
           05  WS-RW-TITULO          PIC X(40).
           05  WS-RW-LINHA           PIC X(80).
           05  WS-RW-STATUS          PIC X(03).

       01  WS-LINHA-COLUNAS.
           05  FILLER                PIC X(10) VALUE "MATRICULA".
           05  FILLER                PIC X(16) VALUE "NOME".
           05  FILLER                PIC X(10) VALUE "SETOR".
           05  FILLER                PIC X(11) VALUE "   PROV 13O".
           05  FILLER                PIC X(11) VALUE "    ENC 13O".
           05  FILLER                PIC X(11) VALUE "   PROV FER".
           05  FILLER                PIC X(11) VALUE "    ENC FER".

       01  WS-LINHA-DET.
           05  DET-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-NOME              PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-SETOR             PIC X(10).
           05  DET-VALOR OCCURS 4 TIMES.
               10  FILLER            PIC X(01).
               10  DET-VALOR-ED      PIC Z(06)9.99.

       01  WS-LINHA-RES-CAB.
           05  FILLER                PIC X(13) VALUE "CONCILIACAO".
           05  FILLER                PIC X(16) VALUE
               "        PROV 13O".
           05  FILLER                PIC X(16) VALUE
               "         ENC 13O".
           05  FILLER                PIC X(16) VALUE
               "     PROV FERIAS".
           05  FILLER                PIC X(16) VALUE
               "      ENC FERIAS".

       01  WS-LINHA-RESUMO.
           05  RES-DESC              PIC X(13).
           05  RES-VALOR OCCURS 4 TIMES.
               10  FILLER            PIC X(04).
               10  RES-VALOR-ED      PIC -Z(7)9.99.

       COPY "competencia_trava.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CALCULAR-FUNCIONARIO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > FT-QTD
           PERFORM 3000-SALDOS-FORA-TABELA
           PERFORM 4000-MONTAR-PARTIDAS
           PERFORM 5000-GRAVAR-SALDOS
           PERFORM 6000-GRAVAR-EXPORTACAO
           PERFORM 7000-RELATORIO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-COMPETENCIA
               FROM ENVIRONMENT "PROVISAO-COMPETENCIA"
           IF WS-COMPETENCIA = SPACES
               ACCEPT WS-COMPETENCIA
                   FROM ENVIRONMENT "FOLHA-COMPETENCIA"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE FUNCTION NUMVAL(WS-DATA-HOJE) TO WS-HOJE-NUM
           IF WS-COMPETENCIA = SPACES
               STRING
                   WS-DATA-HOJE(5:2) WS-DATA-HOJE(1:4)
                   INTO WS-COMPETENCIA
               END-STRING
           END-IF
           IF WS-COMPETENCIA IS NOT NUMERIC
                   OR WS-COMPETENCIA(1:2) < "01"
                   OR WS-COMPETENCIA(1:2) > "12"
               DISPLAY "PROVISAO-MENSAL: COMPETENCIA INVALIDA "
                   WS-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "PROVISAO-MENSAL: COMPETENCIA " WS-COMPETENCIA

           PERFORM 1050-CONFERIR-TRAVA

           ACCEPT WS-EMPRESA-PADRAO FROM ENVIRONMENT "FOLHA-EMPRESA"
           IF WS-EMPRESA-PADRAO = SPACES
               MOVE "01" TO WS-EMPRESA-PADRAO
           END-IF

      *> Lancamento no ultimo dia da competencia; encargos pela
      *> vigencia do primeiro dia.
           MOVE WS-COMPETENCIA(3:4) TO WS-ANO
           MOVE WS-COMPETENCIA(1:2) TO WS-MES
           COMPUTE WS-COMP-AAAAMM = WS-ANO * 100 + WS-MES
           COMPUTE WS-DATA-REF = WS-COMP-AAAAMM * 100 + 1
           COMPUTE WS-LIMITE-ADM = WS-COMP-AAAAMM * 100 + 15
           IF WS-MES = 12
               COMPUTE WS-DATA-LANC = (WS-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-LANC = WS-DATA-REF + 100
           END-IF
           COMPUTE WS-DATA-LANC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-LANC) - 1)

           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
                   "funcionarios, status=" FT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MAPA-FILE
           IF NOT WS-MAPA-OK
               DISPLAY "PROVISAO-MENSAL: CONTA-MAPA NAO ENCONTRADO "
                   "(STATUS=" WS-MAPA-FS ") - PROVISAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ MAPA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 1200-APLICAR-LINHA-MAPA
               END-READ
           END-PERFORM
           CLOSE MAPA-FILE

           OPEN I-O PROVISAO-SALDO-FILE
           IF NOT WS-PRV-OK
               OPEN OUTPUT PROVISAO-SALDO-FILE
               CLOSE PROVISAO-SALDO-FILE
               OPEN I-O PROVISAO-SALDO-FILE
           END-IF

      *> Sem historico de folha nada foi pago: so constituicao.
           OPEN INPUT PAYROLL-HIST-FILE
           IF WS-HIST-OK
               MOVE "S" TO WS-TEM-HIST
           ELSE
               DISPLAY "PROVISAO-MENSAL: SEM PAYROLL-HIST - NENHUMA "
                   "BAIXA POR PAGAMENTO NESTA RODADA"
           END-IF

           INITIALIZE WS-RESUMO.

       1050-CONFERIR-TRAVA SECTION.
      *> A rodada cobre o grupo inteiro: a trava de qualquer empresa
      *> na competencia recusa a rodada antes de gravar qualquer
      *> coisa -- saida parcial do grupo nao serve a ninguem.
           MOVE WS-COMPETENCIA TO CTRV-COMPETENCIA
           MOVE SPACES         TO CTRV-EMPRESA
           CALL "COMPETENCIA-TRAVA" USING COMPETENCIA-TRAVA-PARAMS
           END-CALL
           IF CTRV-STATUS = "TRV"
               DISPLAY "PROVISAO-MENSAL: COMPETENCIA " WS-COMPETENCIA
                   " TRAVADA NO FECHAMENTO MENSAL (EMPRESA "
                   CTRV-EMP-TRAVA " EM " CTRV-DATA-TRAVA ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-APLICAR-LINHA-MAPA SECTION.
           IF MAPA-LINHA = SPACES OR MAPA-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           IF WS-MAPA-QTD >= 100
               DISPLAY "PROVISAO-MENSAL: CONTA-MAPA COM MAIS DE 100 "
                   "LINHAS, EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CAMPO-TIPO WS-CAMPO-CHAVE
                          WS-CAMPO-DEBITO WS-CAMPO-CREDITO
           UNSTRING MAPA-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-TIPO
                    WS-CAMPO-CHAVE
                    WS-CAMPO-DEBITO
                    WS-CAMPO-CREDITO
           END-UNSTRING
           IF WS-CAMPO-TIPO = SPACES OR WS-CAMPO-DEBITO = SPACES
                   OR WS-CAMPO-CREDITO = SPACES
               DISPLAY "PROVISAO-MENSAL: LINHA INVALIDA NO "
                   "CONTA-MAPA: " MAPA-LINHA
               EXIT SECTION
           END-IF

           ADD 1 TO WS-MAPA-QTD
           MOVE WS-CAMPO-TIPO    TO WS-MAPA-TIPO(WS-MAPA-QTD)
           MOVE WS-CAMPO-CHAVE   TO WS-MAPA-CHAVE(WS-MAPA-QTD)
           MOVE WS-CAMPO-DEBITO  TO WS-MAPA-DEBITO(WS-MAPA-QTD)
           MOVE WS-CAMPO-CREDITO TO WS-MAPA-CREDITO(WS-MAPA-QTD).

       1500-BUSCAR-MAPA SECTION.
      *> Mesmo criterio do CONTAB-EXPORT: quem nao acha registra o
      *> erro que derruba a rodada.
           MOVE "N" TO WS-ACHOU-MAPA
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-MAPA-QTD OR WS-ACHOU-MAPA = "S"
               IF WS-MAPA-TIPO(WS-K) = WS-CAMPO-TIPO
                       AND WS-MAPA-CHAVE(WS-K) = WS-CAMPO-CHAVE
                   MOVE "S" TO WS-ACHOU-MAPA
                   MOVE WS-MAPA-DEBITO(WS-K)  TO WS-CAMPO-DEBITO
                   MOVE WS-MAPA-CREDITO(WS-K) TO WS-CAMPO-CREDITO
               END-IF
           END-PERFORM

           IF WS-ACHOU-MAPA = "N"
               IF WS-ERRO-QTD < 50
                   ADD 1 TO WS-ERRO-QTD
                   MOVE SPACES TO WS-ERRO-LINHA-T(WS-ERRO-QTD)
                   STRING
                       "SEM CONTA MAPEADA: " DELIMITED BY SIZE
                       WS-CAMPO-TIPO         DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       WS-CAMPO-CHAVE        DELIMITED BY SIZE
                       INTO WS-ERRO-LINHA-T(WS-ERRO-QTD)
                   END-STRING
               END-IF
           END-IF.

       2000-CALCULAR-FUNCIONARIO SECTION.
           MOVE FT-MATRICULA(WS-I) TO PRV-MATRICULA
           MOVE "N" TO WS-NOVO
           READ PROVISAO-SALDO-FILE
               INVALID KEY
                   MOVE "S" TO WS-NOVO
           END-READ

           IF WS-NOVO = "S"
               IF FT-SITUACAO(WS-I) NOT = "A"
                   EXIT SECTION
               END-IF
               PERFORM 2050-ABRIR-REGISTRO
           ELSE
               PERFORM 2060-SOMAR-ANTERIOR
           END-IF

           MOVE FT-SETOR(WS-I) TO PRV-SETOR
           PERFORM 2100-RESOLVER-EMPRESA

           EVALUATE TRUE
               WHEN PRV-SITUACAO = "E"
                   CONTINUE
               WHEN PRV-RESC-DATA > 0
                       AND PRV-RESC-DATA(1:6) <= WS-COMP-AAAAMM
                   PERFORM 2200-REVERTER-RESCISAO
               WHEN OTHER
                   PERFORM 2300-VIRADA-13
                   PERFORM 2400-CONSTITUIR
                   IF WS-TEM-HIST = "S"
                       PERFORM 2500-BAIXAR-13
                       PERFORM 2600-BAIXAR-FERIAS
                   END-IF
           END-EVALUATE

           MOVE WS-HOJE-NUM TO PRV-DATA-ATUALIZ
           ADD 1 TO WS-MEM-QTD
           MOVE WS-NOVO            TO WS-MEM-NOVO(WS-MEM-QTD)
           MOVE FT-NOME(WS-I)      TO WS-MEM-NOME(WS-MEM-QTD)
           MOVE PRV-REC            TO WS-MEM-REG(WS-MEM-QTD).

       2050-ABRIR-REGISTRO SECTION.
      *> O que o historico ja pagou antes de existir provisao fica
      *> registrado como baixado: nao e revertido contra ela.
           INITIALIZE PRV-REC
           MOVE FT-MATRICULA(WS-I) TO PRV-MATRICULA
           MOVE "A"    TO PRV-SITUACAO
           MOVE WS-ANO TO PRV-ANO-13
           IF WS-TEM-HIST = "S"
               PERFORM 2510-PAGO-13
               MOVE WS-CALC-PAGO TO PRV-PAGO-13
               MOVE WS-ANO TO WS-ANO-HIST
               PERFORM 2610-PAGO-FERIAS
               MOVE WS-ANO-HIST  TO PRV-FER-ANO(1)
               MOVE WS-CALC-PAGO TO PRV-FER-PAGO(1)
               ADD 1 TO WS-ANO-HIST
               PERFORM 2610-PAGO-FERIAS
               MOVE WS-ANO-HIST  TO PRV-FER-ANO(2)
               MOVE WS-CALC-PAGO TO PRV-FER-PAGO(2)
           END-IF.

       2060-SOMAR-ANTERIOR SECTION.
           ADD PRV-SALDO-13  TO WS-RES-ANTERIOR(1)
           ADD PRV-ENC-13    TO WS-RES-ANTERIOR(2)
           ADD PRV-SALDO-FER TO WS-RES-ANTERIOR(3)
           ADD PRV-ENC-FER   TO WS-RES-ANTERIOR(4).

       2100-RESOLVER-EMPRESA SECTION.
      *> Empresa da folha da competencia; sem folha no mes fica a
      *> ultima conhecida, e registro novo sem folha vai para o
      *> padrao do job.
           IF WS-TEM-HIST = "S"
               MOVE FT-MATRICULA(WS-I) TO HIST-MATRICULA
               MOVE WS-COMPETENCIA     TO HIST-COMPETENCIA
               READ PAYROLL-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIST-EMPRESA NOT = SPACES
                           MOVE HIST-EMPRESA TO PRV-EMPRESA
                       END-IF
               END-READ
           END-IF
           IF PRV-EMPRESA = SPACES
               MOVE WS-EMPRESA-PADRAO TO PRV-EMPRESA
           END-IF.

       2200-REVERTER-RESCISAO SECTION.
      *> Desligamento pago pelo RESCISAO-CALC: sai o saldo inteiro
      *> e o registro encerra.
           ADD 1 TO WS-QTD-RESCISOES
           MOVE "R" TO WS-MOV-NATUREZA
           MOVE 1 TO WS-MOV-TIPO
           MOVE PRV-SALDO-13  TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           MOVE 2 TO WS-MOV-TIPO
           MOVE PRV-ENC-13    TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           MOVE 3 TO WS-MOV-TIPO
           MOVE PRV-SALDO-FER TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           MOVE 4 TO WS-MOV-TIPO
           MOVE PRV-ENC-FER   TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           MOVE 0 TO PRV-SALDO-13 PRV-ENC-13 PRV-SALDO-FER PRV-ENC-FER
           MOVE "E" TO PRV-SITUACAO.

       2300-VIRADA-13 SECTION.
      *> O 13o fecha no ano: o que sobrou sem pagamento (parcela
      *> menor que o provisionado) sai como ajuste no ano seguinte.
           IF PRV-ANO-13 >= WS-ANO
               EXIT SECTION
           END-IF
           MOVE "R" TO WS-MOV-NATUREZA
           MOVE 1 TO WS-MOV-TIPO
           MOVE PRV-SALDO-13 TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           MOVE 2 TO WS-MOV-TIPO
           MOVE PRV-ENC-13   TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           MOVE 0 TO PRV-SALDO-13 PRV-ENC-13 PRV-PAGO-13
           MOVE WS-ANO TO PRV-ANO-13.

       2400-CONSTITUIR SECTION.
           IF FT-SITUACAO(WS-I) NOT = "A"
               EXIT SECTION
           END-IF
           IF FT-SALARIO(WS-I) = 0
               EXIT SECTION
           END-IF
           IF FT-ADMISSAO(WS-I) > WS-LIMITE-ADM
               EXIT SECTION
           END-IF
      *> Uma constituicao por competencia: rodada repetida nao
      *> provisiona de novo.
           IF PRV-ULT-COMP >= WS-COMP-AAAAMM
               ADD 1 TO WS-QTD-REPETIDOS
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-PROVISIONADOS
           MOVE WS-COMP-AAAAMM TO PRV-ULT-COMP
           MOVE FT-SALARIO(WS-I) TO WS-CALC-SALARIO
           COMPUTE WS-CALC-13 ROUNDED = WS-CALC-SALARIO / 12
           COMPUTE WS-CALC-FER ROUNDED = WS-CALC-13 * 4 / 3

           MOVE "C" TO WS-MOV-NATUREZA
           MOVE 1 TO WS-MOV-TIPO
           MOVE WS-CALC-13 TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           ADD WS-CALC-13 TO PRV-SALDO-13
           MOVE WS-CALC-13 TO WS-PAT-BASE
           PERFORM 2450-ENCARGOS
           MOVE 2 TO WS-MOV-TIPO
           MOVE WS-PAT-TOTAL TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           ADD WS-PAT-TOTAL TO PRV-ENC-13

           MOVE 3 TO WS-MOV-TIPO
           MOVE WS-CALC-FER TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           ADD WS-CALC-FER TO PRV-SALDO-FER
           MOVE WS-CALC-FER TO WS-PAT-BASE
           PERFORM 2450-ENCARGOS
           MOVE 4 TO WS-MOV-TIPO
           MOVE WS-PAT-TOTAL TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           ADD WS-PAT-TOTAL TO PRV-ENC-FER.

       2450-ENCARGOS SECTION.
      *> Sem tabela aplicavel a provisao sai sem encargos, avisando
      *> uma unica vez.
           MOVE PRV-EMPRESA TO WS-PAT-EMPRESA
           MOVE WS-DATA-REF TO WS-PAT-DATA-REF
           CALL "ENCARGOS-PATRONAL" USING WS-PAT-PARAMS
           END-CALL
           IF WS-PAT-STATUS NOT = "OK"
               MOVE 0 TO WS-PAT-TOTAL
               IF WS-PAT-AVISADO = "N"
                   MOVE "S" TO WS-PAT-AVISADO
                   DISPLAY "PROVISAO-MENSAL: SEM TABELA DE ENCARGOS "
                       "DA EMPRESA " PRV-EMPRESA " - PROVISAO SEM "
                       "ENCARGOS NESTA RODADA"
               END-IF
           END-IF.

       2500-BAIXAR-13 SECTION.
           PERFORM 2510-PAGO-13
           COMPUTE WS-CALC-DELTA = WS-CALC-PAGO - PRV-PAGO-13
           IF WS-CALC-DELTA <= 0
               EXIT SECTION
           END-IF
           MOVE WS-CALC-PAGO TO PRV-PAGO-13
           MOVE PRV-SALDO-13 TO WS-CALC-SALDO
           MOVE PRV-ENC-13   TO WS-CALC-ENC-SALDO
           PERFORM 2700-PROPORCIONAR-BAIXA
           IF WS-CALC-BAIXA = 0
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-BAIXAS
           MOVE "R" TO WS-MOV-NATUREZA
           MOVE 1 TO WS-MOV-TIPO
           MOVE WS-CALC-BAIXA TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           SUBTRACT WS-CALC-BAIXA FROM PRV-SALDO-13
           MOVE 2 TO WS-MOV-TIPO
           MOVE WS-CALC-ENC TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           SUBTRACT WS-CALC-ENC FROM PRV-ENC-13.

       2510-PAGO-13 SECTION.
      *> Bruto das duas parcelas do 13o do ano da competencia.
           MOVE 0 TO WS-CALC-PAGO
           MOVE FT-MATRICULA(WS-I) TO HIST-MATRICULA
           MOVE SPACES TO HIST-COMPETENCIA
           STRING "13" WS-COMPETENCIA(3:4) INTO HIST-COMPETENCIA
           END-STRING
           READ PAYROLL-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD HIST-BRUTO TO WS-CALC-PAGO
           END-READ
           MOVE FT-MATRICULA(WS-I) TO HIST-MATRICULA
           MOVE SPACES TO HIST-COMPETENCIA
           STRING "14" WS-COMPETENCIA(3:4) INTO HIST-COMPETENCIA
           END-STRING
           READ PAYROLL-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD HIST-BRUTO TO WS-CALC-PAGO
           END-READ.

       2600-BAIXAR-FERIAS SECTION.
      *> Ferias postadas sob o ano do inicio do gozo: o ano da
      *> competencia e o seguinte (gozo de janeiro pago em dezembro).
           MOVE WS-ANO TO WS-ANO-HIST
           PERFORM 2620-BAIXAR-FERIAS-ANO
           ADD 1 TO WS-ANO-HIST
           PERFORM 2620-BAIXAR-FERIAS-ANO.

       2610-PAGO-FERIAS SECTION.
           MOVE 0 TO WS-CALC-PAGO
           MOVE FT-MATRICULA(WS-I) TO HIST-MATRICULA
           MOVE SPACES TO HIST-COMPETENCIA
           STRING "15" WS-ANO-HIST INTO HIST-COMPETENCIA
           END-STRING
           READ PAYROLL-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HIST-BRUTO TO WS-CALC-PAGO
           END-READ.

       2620-BAIXAR-FERIAS-ANO SECTION.
      *> Duas posicoes de controle do ja baixado, por ano; ano novo
      *> ocupa a do ano mais antigo.
           PERFORM 2610-PAGO-FERIAS
           EVALUATE TRUE
               WHEN PRV-FER-ANO(1) = WS-ANO-HIST
                   MOVE 1 TO WS-SLOT
               WHEN PRV-FER-ANO(2) = WS-ANO-HIST
                   MOVE 2 TO WS-SLOT
               WHEN OTHER
                   IF PRV-FER-ANO(1) <= PRV-FER-ANO(2)
                       MOVE 1 TO WS-SLOT
                   ELSE
                       MOVE 2 TO WS-SLOT
                   END-IF
                   MOVE WS-ANO-HIST TO PRV-FER-ANO(WS-SLOT)
                   MOVE 0 TO PRV-FER-PAGO(WS-SLOT)
           END-EVALUATE

           COMPUTE WS-CALC-DELTA =
               WS-CALC-PAGO - PRV-FER-PAGO(WS-SLOT)
           IF WS-CALC-DELTA <= 0
               EXIT SECTION
           END-IF
           MOVE WS-CALC-PAGO  TO PRV-FER-PAGO(WS-SLOT)
           MOVE PRV-SALDO-FER TO WS-CALC-SALDO
           MOVE PRV-ENC-FER   TO WS-CALC-ENC-SALDO
           PERFORM 2700-PROPORCIONAR-BAIXA
           IF WS-CALC-BAIXA = 0
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-BAIXAS
           MOVE "R" TO WS-MOV-NATUREZA
           MOVE 3 TO WS-MOV-TIPO
           MOVE WS-CALC-BAIXA TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           SUBTRACT WS-CALC-BAIXA FROM PRV-SALDO-FER
           MOVE 4 TO WS-MOV-TIPO
           MOVE WS-CALC-ENC TO WS-MOV-VALOR
           PERFORM 8000-MOVIMENTAR
           SUBTRACT WS-CALC-ENC FROM PRV-ENC-FER.

       2700-PROPORCIONAR-BAIXA SECTION.
      *> Baixa limitada ao saldo; encargos na mesma proporcao, e
      *> inteiros quando o saldo zera.
           MOVE 0 TO WS-CALC-BAIXA WS-CALC-ENC
           IF WS-CALC-SALDO <= 0
               EXIT SECTION
           END-IF
           IF WS-CALC-DELTA >= WS-CALC-SALDO
               MOVE WS-CALC-SALDO     TO WS-CALC-BAIXA
               MOVE WS-CALC-ENC-SALDO TO WS-CALC-ENC
           ELSE
               MOVE WS-CALC-DELTA TO WS-CALC-BAIXA
               COMPUTE WS-CALC-ENC ROUNDED =
                   WS-CALC-ENC-SALDO * WS-CALC-BAIXA / WS-CALC-SALDO
           END-IF.

       3000-SALDOS-FORA-TABELA SECTION.
      *> Saldo de matricula que saiu da tabela de funcionarios fica
      *> parado, mas entra no relatorio para fechar com o razao.
           MOVE 0 TO PRV-MATRICULA
           START PROVISAO-SALDO-FILE KEY NOT < PRV-MATRICULA
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ PROVISAO-SALDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 3100-CONFERIR-FORA-TABELA
               END-READ
           END-PERFORM.

       3100-CONFERIR-FORA-TABELA SECTION.
           MOVE "N" TO WS-NA-TABELA
           IF FT-QTD > 0
               SEARCH ALL FT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN FT-MATRICULA(FT-IDX) = PRV-MATRICULA
                       MOVE "S" TO WS-NA-TABELA
               END-SEARCH
           END-IF
           IF WS-NA-TABELA = "S"
               EXIT SECTION
           END-IF
           IF PRV-SALDO-13 = 0 AND PRV-ENC-13 = 0
                   AND PRV-SALDO-FER = 0 AND PRV-ENC-FER = 0
               EXIT SECTION
           END-IF
           IF WS-MEM-QTD >= 6000
               DISPLAY "PROVISAO-MENSAL: MAIS DE 6000 SALDOS, "
                   "EXCEDENTE FORA DO RELATORIO - REVISAR"
               MOVE "S" TO WS-ESTOURO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-FORA-TABELA
           PERFORM 2060-SOMAR-ANTERIOR
           ADD 1 TO WS-MEM-QTD
           MOVE "F"                    TO WS-MEM-NOVO(WS-MEM-QTD)
           MOVE "(FORA DA TABELA)"     TO WS-MEM-NOME(WS-MEM-QTD)
           MOVE PRV-REC                TO WS-MEM-REG(WS-MEM-QTD).

       4000-MONTAR-PARTIDAS SECTION.
      *> Constituicao: debito na DEBITO do mapa, credito na CREDITO;
      *> reversao, o inverso. Setor sem mapa registra o erro.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CEL-QTD
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
                   IF WS-CEL-CONST(WS-CX, WS-J) > 0
                           OR WS-CEL-REVERS(WS-CX, WS-J) > 0
                       MOVE WS-TIPO-MAPA(WS-J)   TO WS-CAMPO-TIPO
                       MOVE WS-CEL-SETOR(WS-CX)  TO WS-CAMPO-CHAVE
                       PERFORM 1500-BUSCAR-MAPA
                       IF WS-ACHOU-MAPA = "S"
                           PERFORM 4100-GUARDAR-PARTIDAS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       4100-GUARDAR-PARTIDAS SECTION.
           IF WS-CEL-CONST(WS-CX, WS-J) > 0
               ADD 1 TO WS-PART-QTD
               MOVE WS-CAMPO-DEBITO  TO WS-PART-DEBITO(WS-PART-QTD)
               MOVE WS-CAMPO-CREDITO TO WS-PART-CREDITO(WS-PART-QTD)
               MOVE WS-CEL-CONST(WS-CX, WS-J)
                   TO WS-PART-VALOR(WS-PART-QTD)
               MOVE "C" TO WS-MOV-NATUREZA
               PERFORM 4200-HISTORICO
           END-IF
           IF WS-CEL-REVERS(WS-CX, WS-J) > 0
               ADD 1 TO WS-PART-QTD
               MOVE WS-CAMPO-CREDITO TO WS-PART-DEBITO(WS-PART-QTD)
               MOVE WS-CAMPO-DEBITO  TO WS-PART-CREDITO(WS-PART-QTD)
               MOVE WS-CEL-REVERS(WS-CX, WS-J)
                   TO WS-PART-VALOR(WS-PART-QTD)
               MOVE "R" TO WS-MOV-NATUREZA
               PERFORM 4200-HISTORICO
           END-IF.

       4200-HISTORICO SECTION.
      *> Ex.: "ENC PROV FER REV 10/2026 E01 ADMINISTRA"
           MOVE SPACES TO WS-PART-HIST(WS-PART-QTD)
           IF WS-MOV-NATUREZA = "R"
               STRING
                   FUNCTION TRIM(WS-TIPO-DESC(WS-J))
                                          DELIMITED BY SIZE
                   " REV "                DELIMITED BY SIZE
                   WS-COMPETENCIA(1:2)    DELIMITED BY SIZE
                   "/"                    DELIMITED BY SIZE
                   WS-COMPETENCIA(3:4)    DELIMITED BY SIZE
                   " E"                   DELIMITED BY SIZE
                   WS-CEL-EMPRESA(WS-CX)  DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-CEL-SETOR(WS-CX)    DELIMITED BY SIZE
                   INTO WS-PART-HIST(WS-PART-QTD)
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-TIPO-DESC(WS-J))
                                          DELIMITED BY SIZE
                   " CONS "               DELIMITED BY SIZE
                   WS-COMPETENCIA(1:2)    DELIMITED BY SIZE
                   "/"                    DELIMITED BY SIZE
                   WS-COMPETENCIA(3:4)    DELIMITED BY SIZE
                   " E"                   DELIMITED BY SIZE
                   WS-CEL-EMPRESA(WS-CX)  DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-CEL-SETOR(WS-CX)    DELIMITED BY SIZE
                   INTO WS-PART-HIST(WS-PART-QTD)
               END-STRING
           END-IF.

       5000-GRAVAR-SALDOS SECTION.
      *> Qualquer setor sem mapa derruba a rodada inteira: os erros
      *> vao para o arquivo proprio e o saldo fica como estava.
           IF WS-ERRO-QTD > 0
               OPEN OUTPUT ERROS-FILE
               MOVE "PROVISAO MENSAL RECUSADA - CONTAS SEM MAPA"
                   TO ERRO-LINHA
               WRITE ERRO-LINHA
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ERRO-QTD
                   MOVE WS-ERRO-LINHA-T(WS-I) TO ERRO-LINHA
                   WRITE ERRO-LINHA
               END-PERFORM
               CLOSE ERROS-FILE
               CLOSE PROVISAO-SALDO-FILE
               IF WS-TEM-HIST = "S"
                   CLOSE PAYROLL-HIST-FILE
               END-IF
               DISPLAY "PROVISAO-MENSAL: PROVISAO RECUSADA - "
                   WS-ERRO-QTD " ITEM(NS) SEM CONTA MAPEADA "
                   "(VER PROVISAO-EXPORT-ERROS)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MEM-QTD
               MOVE WS-MEM-REG(WS-I) TO PRV-REC
               EVALUATE WS-MEM-NOVO(WS-I)
                   WHEN "S"
                       WRITE PRV-REC
                           INVALID KEY
                               DISPLAY "AVISO: FALHA AO GRAVAR SALDO "
                                   "DA MATRICULA " PRV-MATRICULA
                       END-WRITE
                   WHEN "N"
                       REWRITE PRV-REC
                           INVALID KEY
                               DISPLAY "AVISO: FALHA AO ATUALIZAR "
                                   "SALDO DA MATRICULA " PRV-MATRICULA
                       END-REWRITE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD PRV-SALDO-13  TO WS-RES-ATUAL(1)
               ADD PRV-ENC-13    TO WS-RES-ATUAL(2)
               ADD PRV-SALDO-FER TO WS-RES-ATUAL(3)
               ADD PRV-ENC-FER   TO WS-RES-ATUAL(4)
           END-PERFORM
           CLOSE PROVISAO-SALDO-FILE
           IF WS-TEM-HIST = "S"
               CLOSE PAYROLL-HIST-FILE
           END-IF.

       6000-GRAVAR-EXPORTACAO SECTION.
           OPEN OUTPUT EXPORT-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PART-QTD
               MOVE SPACES TO EXP-REC
               MOVE WS-DATA-LANC          TO EXP-DATA
               MOVE WS-PART-DEBITO(WS-I)  TO EXP-CONTA-DEBITO
               MOVE WS-PART-CREDITO(WS-I) TO EXP-CONTA-CREDITO
               MOVE WS-PART-VALOR(WS-I)   TO EXP-VALOR
               MOVE WS-PART-HIST(WS-I)    TO EXP-HISTORICO
               WRITE EXP-REC
               ADD WS-PART-VALOR(WS-I) TO WS-TOTAL-CENTAVOS
           END-PERFORM

           MOVE WS-PART-QTD       TO WS-CTRL-QTD
           MOVE WS-TOTAL-CENTAVOS TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO EXP-TRAILER-REC
           WRITE EXP-TRAILER-REC
           CLOSE EXPORT-FILE.

       7000-RELATORIO SECTION.
      *> Saldo por funcionario (sem os zerados) e, no rodape, a
      *> conciliacao de cada tipo com o movimento do mes.
           MOVE "I"                TO WS-RW-OPERACAO
           MOVE "PROVISAO-REPORT"  TO WS-RW-ARQUIVO
           MOVE SPACES             TO WS-RW-TITULO
           STRING
               "SALDO DE PROVISOES - COMPETENCIA "
               WS-COMPETENCIA(1:2) "/" WS-COMPETENCIA(3:4)
               DELIMITED BY SIZE INTO WS-RW-TITULO
           END-STRING
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "L" TO WS-RW-OPERACAO
           MOVE WS-LINHA-COLUNAS TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MEM-QTD
               MOVE WS-MEM-REG(WS-I) TO PRV-REC
               IF PRV-SALDO-13 NOT = 0 OR PRV-ENC-13 NOT = 0
                       OR PRV-SALDO-FER NOT = 0 OR PRV-ENC-FER NOT = 0
                   MOVE SPACES             TO WS-LINHA-DET
                   MOVE PRV-MATRICULA      TO DET-MATRICULA
                   MOVE WS-MEM-NOME(WS-I)  TO DET-NOME
                   MOVE PRV-SETOR          TO DET-SETOR
                   COMPUTE DET-VALOR-ED(1) = PRV-SALDO-13 / 100
                   COMPUTE DET-VALOR-ED(2) = PRV-ENC-13 / 100
                   COMPUTE DET-VALOR-ED(3) = PRV-SALDO-FER / 100
                   COMPUTE DET-VALOR-ED(4) = PRV-ENC-FER / 100
                   MOVE WS-LINHA-DET TO WS-RW-LINHA
                   CALL "REPORT-WRITER" USING WS-RW
                   END-CALL
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-LINHA-RES-CAB TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "SALDO INICIAL" TO RES-DESC
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
               MOVE SPACES TO RES-VALOR(WS-J)
               COMPUTE RES-VALOR-ED(WS-J) =
                   WS-RES-ANTERIOR(WS-J) / 100
           END-PERFORM
           PERFORM 7100-LINHA-RESUMO
           MOVE "CONSTITUICAO" TO RES-DESC
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
               COMPUTE RES-VALOR-ED(WS-J) = WS-RES-CONST(WS-J) / 100
           END-PERFORM
           PERFORM 7100-LINHA-RESUMO
           MOVE "REVERSAO" TO RES-DESC
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
               COMPUTE RES-VALOR-ED(WS-J) =
                   0 - WS-RES-REVERS(WS-J) / 100
           END-PERFORM
           PERFORM 7100-LINHA-RESUMO
           MOVE "SALDO FINAL" TO RES-DESC
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
               COMPUTE RES-VALOR-ED(WS-J) = WS-RES-ATUAL(WS-J) / 100
           END-PERFORM
           PERFORM 7100-LINHA-RESUMO.

       7100-LINHA-RESUMO SECTION.
           MOVE WS-LINHA-RESUMO TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       8000-MOVIMENTAR SECTION.
      *> Acumula o movimento na celula empresa + setor e no resumo
      *> por tipo.
           IF WS-MOV-VALOR = 0
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CEL-QTD
                   OR (WS-CEL-EMPRESA(WS-CX) = PRV-EMPRESA
                       AND WS-CEL-SETOR(WS-CX) = PRV-SETOR)
               CONTINUE
           END-PERFORM
           IF WS-CX > WS-CEL-QTD
               IF WS-CEL-QTD >= 300
                   DISPLAY "PROVISAO-MENSAL: MAIS DE 300 SETORES, "
                       "MOVIMENTO DO SETOR " PRV-SETOR " PERDIDO"
                   MOVE "S" TO WS-ESTOURO
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-CEL-QTD
               MOVE WS-CEL-QTD TO WS-CX
               INITIALIZE WS-CEL(WS-CX)
               MOVE PRV-EMPRESA TO WS-CEL-EMPRESA(WS-CX)
               MOVE PRV-SETOR   TO WS-CEL-SETOR(WS-CX)
           END-IF
           IF WS-MOV-NATUREZA = "C"
               ADD WS-MOV-VALOR TO WS-CEL-CONST(WS-CX, WS-MOV-TIPO)
               ADD WS-MOV-VALOR TO WS-RES-CONST(WS-MOV-TIPO)
           ELSE
               ADD WS-MOV-VALOR TO WS-CEL-REVERS(WS-CX, WS-MOV-TIPO)
               ADD WS-MOV-VALOR TO WS-RES-REVERS(WS-MOV-TIPO)
           END-IF.

       9000-FINALIZAR SECTION.
           MOVE "F" TO WS-RW-OPERACAO
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "PROVISIONADOS: "     DELIMITED BY SIZE
               WS-QTD-PROVISIONADOS  DELIMITED BY SIZE
               "  BAIXAS: "          DELIMITED BY SIZE
               WS-QTD-BAIXAS         DELIMITED BY SIZE
               "  RESCISOES: "       DELIMITED BY SIZE
               WS-QTD-RESCISOES      DELIMITED BY SIZE
               "  PARTIDAS: "        DELIMITED BY SIZE
               WS-CTRL-QTD           DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           IF WS-QTD-REPETIDOS > 0
               DISPLAY "PROVISAO-MENSAL: " WS-QTD-REPETIDOS
                   " FUNCIONARIO(S) JA PROVISIONADO(S) NA COMPETENCIA"
                   " - SO BAIXAS NESTA RODADA"
           END-IF
           IF WS-QTD-FORA-TABELA > 0
               DISPLAY "PROVISAO-MENSAL: " WS-QTD-FORA-TABELA
                   " SALDO(S) DE MATRICULA FORA DA TABELA DE "
                   "FUNCIONARIOS"
           END-IF
           IF WS-ESTOURO = "S"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PAT-AVISADO = "S"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "PROVISAO-MENSAL: PROVISIONADOS="
               WS-QTD-PROVISIONADOS
               " BAIXAS=" WS-QTD-BAIXAS
               " RESCISOES=" WS-QTD-RESCISOES
               " PARTIDAS=" WS-PART-QTD
               " TOTAL=" WS-TOTAL-CENTAVOS.
