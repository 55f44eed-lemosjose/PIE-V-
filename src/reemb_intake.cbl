       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMB-INTAKE.

      *> Entrada dos pedidos de reembolso de despesas (viagem,
      *> campo): cada linha do REEMB-IN (matricula, categoria, data
      *> da despesa, valor, setor, comprovante e o operador que
      *> lancou o pedido) vira um item PENDENTE no REEMB-MASTER, a
      *> espera da aprovacao do supervisor (REEMB-APROVAR). O item
      *> aprovado sai no lote semanal do REEMB-PAGTO.
      *>
      *> Limites por categoria na REEMB-LIMITES, mantida pelo RH
      *> (linhas CATEGORIA;LIMITE-ITEM;LIMITE-MES, em centavos; 0 =
      *> sem limite). O limite do mes e por matricula e categoria no
      *> mes da despesa, somando os itens ja lancados que nao foram
      *> recusados.
      *>
      *> Recusas (RETURN-CODE 4, linha no REEMB-REJ com o motivo):
      *> matricula fora do cadastro ou inativa, categoria fora da
      *> tabela, valor invalido ou acima do limite, data invalida ou
      *> futura, comprovante em branco, solicitante que nao e
      *> operador ativo, e o mesmo comprovante ja lancado --
      *> reprocessar o REEMB-IN nao duplica o pedido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEMB-IN-FILE ASSIGN TO "REEMB-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIN-FS.
           SELECT LIMITES-FILE ASSIGN TO "REEMB-LIMITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-FS.
           SELECT REEMB-MASTER-FILE ASSIGN TO "REEMB-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-CHAVE
               FILE STATUS IS WS-RMB-FS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FS.
           SELECT REJ-FILE ASSIGN TO "REEMB-REJ"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> RIN-VALOR no formato da folha ("1.500,00"); setor em branco
      *> = setor do funcionario no cadastro.
       FD  REEMB-IN-FILE.
       01  RIN-REC.
           05  RIN-MATRICULA         PIC 9(09).
           05  RIN-CATEGORIA         PIC X(10).
           05  RIN-DATA-DESPESA      PIC X(08).
           05  RIN-VALOR             PIC X(15).
           05  RIN-SETOR             PIC X(10).
           05  RIN-COMPROVANTE       PIC X(20).
           05  RIN-SOLICITANTE       PIC X(10).
           05  RIN-DESCRICAO         PIC X(40).

       FD  LIMITES-FILE.
       01  LIM-LINHA                 PIC X(80).

      *> Um registro por item: matricula + ano/mes da despesa +
      *> sequencia do funcionario no mes. Valor em centavos;
      *> RMB-STATUS PENDENTE -> APROVADO ou RECUSADO -> PAGO;
      *> RMB-TRILHO "P" = PIX, "C" = credito CNAB.
       FD  REEMB-MASTER-FILE.
       01  RMB-REC.
           05  RMB-CHAVE.
               10  RMB-MATRICULA     PIC 9(09).
               10  RMB-ANOMES        PIC 9(06).
               10  RMB-SEQ           PIC 9(03).
           05  RMB-EMPRESA           PIC X(02).
           05  RMB-CATEGORIA         PIC X(10).
           05  RMB-DATA-DESPESA      PIC 9(08).
           05  RMB-VALOR             PIC 9(15).
           05  RMB-SETOR             PIC X(10).
           05  RMB-COMPROVANTE       PIC X(20).
           05  RMB-DESCRICAO         PIC X(40).
           05  RMB-SOLICITANTE       PIC X(10).
           05  RMB-DATA-ENTRADA      PIC 9(08).
           05  RMB-STATUS            PIC X(10).
           05  RMB-APROVADOR         PIC X(10).
           05  RMB-DATA-APROV        PIC 9(08).
           05  RMB-MOTIVO            PIC X(30).
           05  RMB-DATA-PGTO         PIC 9(08).
           05  RMB-TRILHO            PIC X(01).

       FD  OPERADOR-FILE.
       01  OPER-REC.
           05  OPER-ID               PIC X(10).
           05  OPER-NOME             PIC X(40).
           05  OPER-ATIVO            PIC X(01).
           05  OPER-FUNCOES          PIC X(10).
           05  OPER-SENHA            PIC X(10).
           05  OPER-TROCA-OBRIG      PIC X(01).
           05  OPER-VALIDADE         PIC 9(08).
           05  OPER-FALHAS           PIC 9(02).
           05  OPER-BLOQUEADO        PIC X(01).
           05  OPER-EMPRESAS         PIC X(20).

       FD  REJ-FILE.
       01  REJ-REC.
           05  REJ-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(02).
           05  REJ-CATEGORIA         PIC X(10).
           05  FILLER                PIC X(02).
           05  REJ-DATA-DESPESA      PIC X(08).
           05  FILLER                PIC X(02).
           05  REJ-VALOR             PIC X(15).
           05  FILLER                PIC X(02).
           05  REJ-COMPROVANTE       PIC X(20).
           05  FILLER                PIC X(02).
           05  REJ-MOTIVO            PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-RIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-RIN-OK                        VALUE "00".
       01  WS-LIM-FS                 PIC X(02) VALUE SPACES.
           88  WS-LIM-OK                        VALUE "00".
       01  WS-RMB-FS                 PIC X(02) VALUE SPACES.
           88  WS-RMB-OK                        VALUE "00".
       01  WS-OPER-FS                PIC X(02) VALUE SPACES.
           88  WS-OPER-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".
       01  WS-FIM-HIST               PIC X(01) VALUE "N".

       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.
       01  WS-MOTIVO                 PIC X(40) VALUE SPACES.

      *> Limites por categoria, carregados da REEMB-LIMITES.
       01  WS-LIMITES.
           05  WS-LIM-QTD            PIC 9(03) COMP-5 VALUE 0.
           05  WS-LIM-ITEM OCCURS 100 TIMES.
               10  WS-LIM-CATEGORIA  PIC X(10).
               10  WS-LIM-POR-ITEM   PIC 9(15).
               10  WS-LIM-POR-MES    PIC 9(15).
       01  WS-CAMPO-CAT              PIC X(10) VALUE SPACES.
       01  WS-CAMPO-ITEM             PIC X(16) VALUE SPACES.
       01  WS-CAMPO-MES              PIC X(16) VALUE SPACES.
       01  WS-K                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-K-ACHADO               PIC 9(03) COMP-5 VALUE 0.

      *> Item corrente.
       01  WS-DATA-DESPESA           PIC 9(08) VALUE 0.
       01  WS-DATA-DESPESA-X REDEFINES WS-DATA-DESPESA.
           05  WS-DDE-ANO            PIC 9(04).
           05  WS-DDE-MES            PIC 9(02).
           05  WS-DDE-DIA            PIC 9(02).
       01  WS-ANOMES                 PIC 9(06) VALUE 0.
       01  WS-SEQ                    PIC 9(03) VALUE 0.
       01  WS-VALOR                  PIC S9(15) VALUE 0.
       01  WS-MES-CATEGORIA          PIC S9(15) VALUE 0.
       01  WS-SETOR                  PIC X(10) VALUE SPACES.
       01  WS-DUPLICADO              PIC X(01) VALUE "N".

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-LANCADOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RECUSADOS      PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-LANCADO          PIC S9(15) VALUE ZEROS.

       COPY "func_snapshot.cpy".

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

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL WS-FIM-ARQUIVO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "REEMB-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-HOJE-NUM

           OPEN INPUT REEMB-IN-FILE
           IF NOT WS-RIN-OK
               DISPLAY "REEMB-INTAKE: REEMB-IN NAO ENCONTRADO "
                   "(STATUS=" WS-RIN-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT OPERADOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "REEMB-INTAKE: OPERADOR-MASTER INDISPONIVEL "
                   "(STATUS=" WS-OPER-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "REEMB-INTAKE: SNAPSHOT DE FUNCIONARIOS "
                   "INDISPONIVEL (STATUS=" FSNP-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-CARREGAR-LIMITES
           IF WS-LIM-QTD = 0
               DISPLAY "REEMB-INTAKE: REEMB-LIMITES AUSENTE OU VAZIA"
                   " - NENHUMA CATEGORIA ACEITA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O REEMB-MASTER-FILE
           IF NOT WS-RMB-OK
               OPEN OUTPUT REEMB-MASTER-FILE
               CLOSE REEMB-MASTER-FILE
               OPEN I-O REEMB-MASTER-FILE
           END-IF

           OPEN OUTPUT REJ-FILE

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ REEMB-IN-FILE
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       1200-CARREGAR-LIMITES SECTION.
           OPEN INPUT LIMITES-FILE
           IF NOT WS-LIM-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ LIMITES-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       PERFORM 1250-APLICAR-LINHA-LIMITE
               END-READ
           END-PERFORM
           CLOSE LIMITES-FILE.

       1250-APLICAR-LINHA-LIMITE SECTION.
           IF LIM-LINHA = SPACES OR LIM-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           IF WS-LIM-QTD >= 100
               DISPLAY "REEMB-INTAKE: REEMB-LIMITES COM MAIS DE 100 "
                   "LINHAS, EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-CAMPO-CAT WS-CAMPO-ITEM WS-CAMPO-MES
           UNSTRING LIM-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-CAT
                    WS-CAMPO-ITEM
                    WS-CAMPO-MES
           END-UNSTRING
           IF WS-CAMPO-CAT = SPACES OR WS-CAMPO-ITEM = SPACES
                   OR WS-CAMPO-MES = SPACES
               DISPLAY "REEMB-INTAKE: LINHA INVALIDA NA "
                   "REEMB-LIMITES: " LIM-LINHA
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LIM-QTD
           MOVE WS-CAMPO-CAT TO WS-LIM-CATEGORIA(WS-LIM-QTD)
           MOVE FUNCTION NUMVAL(WS-CAMPO-ITEM)
               TO WS-LIM-POR-ITEM(WS-LIM-QTD)
           MOVE FUNCTION NUMVAL(WS-CAMPO-MES)
               TO WS-LIM-POR-MES(WS-LIM-QTD).

       2000-PROCESSAR SECTION.
           IF RIN-REC = SPACES OR RIN-REC(1:1) = "*"
               SUBTRACT 1 FROM WS-QTD-LIDOS
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-MOTIVO
           PERFORM 2100-CRITICAR
           IF WS-MOTIVO = SPACES
               PERFORM 2200-ACUMULADO-MES
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2300-LANCAR
           END-IF
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-LANCADOS
           ADD WS-VALOR TO WS-TOTAL-LANCADO
           PERFORM 1100-LER-PROXIMO.

       2100-CRITICAR SECTION.
           IF RIN-MATRICULA IS NOT NUMERIC
               MOVE "MATRICULA INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE "M"           TO FSNP-OPERACAO
           MOVE RIN-MATRICULA TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               MOVE "MATRICULA FORA DO CADASTRO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF FSNP-SITUACAO NOT = "A"
               MOVE "FUNCIONARIO INATIVO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-K-ACHADO
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-LIM-QTD OR WS-K-ACHADO > 0
               IF WS-LIM-CATEGORIA(WS-K) = RIN-CATEGORIA
                   MOVE WS-K TO WS-K-ACHADO
               END-IF
           END-PERFORM
           IF WS-K-ACHADO = 0
               MOVE "CATEGORIA FORA DA REEMB-LIMITES" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF RIN-DATA-DESPESA IS NOT NUMERIC
               MOVE "DATA DA DESPESA INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE RIN-DATA-DESPESA TO WS-DATA-DESPESA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-DESPESA) NOT = 0
               MOVE "DATA DA DESPESA INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF WS-DATA-DESPESA > WS-HOJE-NUM
               MOVE "DATA DA DESPESA NO FUTURO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           COMPUTE WS-ANOMES = WS-DDE-ANO * 100 + WS-DDE-MES

           MOVE RIN-VALOR TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-VALOR
           IF WS-VALOR <= 0
               MOVE "VALOR INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF WS-LIM-POR-ITEM(WS-K-ACHADO) > 0
                   AND WS-VALOR > WS-LIM-POR-ITEM(WS-K-ACHADO)
               MOVE "VALOR ACIMA DO LIMITE DA CATEGORIA" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF RIN-COMPROVANTE = SPACES
               MOVE "COMPROVANTE NAO INFORMADO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

      *> O solicitante e quem a aprovacao confronta com o
      *> supervisor: tem de ser operador ativo do cadastro.
           IF RIN-SOLICITANTE = SPACES
               MOVE "SOLICITANTE NAO INFORMADO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE RIN-SOLICITANTE TO OPER-ID
           READ OPERADOR-FILE
               INVALID KEY
                   MOVE "SOLICITANTE FORA DO OPERADOR-MASTER"
                       TO WS-MOTIVO
                   EXIT SECTION
           END-READ
           IF OPER-ATIVO NOT = "S"
               MOVE "SOLICITANTE INATIVO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           MOVE RIN-SETOR TO WS-SETOR
           IF WS-SETOR = SPACES
               MOVE FSNP-SETOR TO WS-SETOR
           END-IF.

       2200-ACUMULADO-MES SECTION.
      *> Itens do funcionario no mes da despesa: o ja lancado na
      *> categoria (fora os recusados), a proxima sequencia livre e
      *> o mesmo comprovante ja lancado.
           MOVE 0 TO WS-MES-CATEGORIA WS-SEQ
           MOVE "N" TO WS-DUPLICADO
           MOVE RIN-MATRICULA TO RMB-MATRICULA
           MOVE WS-ANOMES     TO RMB-ANOMES
           MOVE 0             TO RMB-SEQ
           MOVE "N" TO WS-FIM-HIST
           START REEMB-MASTER-FILE
               KEY IS NOT LESS THAN RMB-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-HIST
           END-START
           PERFORM UNTIL WS-FIM-HIST = "S"
               READ REEMB-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-HIST
                   NOT AT END
                       IF RMB-MATRICULA NOT = RIN-MATRICULA
                               OR RMB-ANOMES NOT = WS-ANOMES
                           MOVE "S" TO WS-FIM-HIST
                       ELSE
                           MOVE RMB-SEQ TO WS-SEQ
                           IF RMB-CATEGORIA = RIN-CATEGORIA
                                   AND RMB-STATUS NOT = "RECUSADO"
                               ADD RMB-VALOR TO WS-MES-CATEGORIA
                           END-IF
                           IF RMB-COMPROVANTE = RIN-COMPROVANTE
                                   AND RMB-STATUS NOT = "RECUSADO"
                               MOVE "S" TO WS-DUPLICADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DUPLICADO = "S"
               MOVE "COMPROVANTE JA LANCADO NO MES" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF WS-LIM-POR-MES(WS-K-ACHADO) > 0
                   AND WS-MES-CATEGORIA + WS-VALOR
                       > WS-LIM-POR-MES(WS-K-ACHADO)
               MOVE "LIMITE MENSAL DA CATEGORIA EXCEDIDO"
                   TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF WS-SEQ >= 999
               MOVE "LIMITE DE ITENS NO MES" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-SEQ.

       2300-LANCAR SECTION.
           MOVE SPACES           TO RMB-REC
           MOVE RIN-MATRICULA    TO RMB-MATRICULA
           MOVE WS-ANOMES        TO RMB-ANOMES
           MOVE WS-SEQ           TO RMB-SEQ
           MOVE WS-EMPRESA       TO RMB-EMPRESA
           MOVE RIN-CATEGORIA    TO RMB-CATEGORIA
           MOVE WS-DATA-DESPESA  TO RMB-DATA-DESPESA
           MOVE WS-VALOR         TO RMB-VALOR
           MOVE WS-SETOR         TO RMB-SETOR
           MOVE RIN-COMPROVANTE  TO RMB-COMPROVANTE
           MOVE RIN-DESCRICAO    TO RMB-DESCRICAO
           MOVE RIN-SOLICITANTE  TO RMB-SOLICITANTE
           MOVE WS-HOJE-NUM      TO RMB-DATA-ENTRADA
           MOVE "PENDENTE"       TO RMB-STATUS
           MOVE 0                TO RMB-DATA-APROV RMB-DATA-PGTO
           WRITE RMB-REC
               INVALID KEY
                   MOVE "FALHA AO LANCAR NO REEMB-MASTER"
                       TO WS-MOTIVO
           END-WRITE.

       2900-RECUSAR SECTION.
           ADD 1 TO WS-QTD-RECUSADOS
           MOVE 4 TO RETURN-CODE
           MOVE SPACES           TO REJ-REC
           MOVE RIN-MATRICULA    TO REJ-MATRICULA
           MOVE RIN-CATEGORIA    TO REJ-CATEGORIA
           MOVE RIN-DATA-DESPESA TO REJ-DATA-DESPESA
           MOVE RIN-VALOR        TO REJ-VALOR
           MOVE RIN-COMPROVANTE  TO REJ-COMPROVANTE
           MOVE WS-MOTIVO        TO REJ-MOTIVO
           WRITE REJ-REC
           DISPLAY "REEMB-INTAKE: MATRICULA " RIN-MATRICULA
               " VALOR " RIN-VALOR " RECUSADO - " WS-MOTIVO.

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

       9000-FINALIZAR SECTION.
           CLOSE REEMB-IN-FILE
           CLOSE OPERADOR-FILE
           CLOSE REEMB-MASTER-FILE
           CLOSE REJ-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           DISPLAY "REEMB-INTAKE: EMPRESA " WS-EMPRESA
               " LIDOS=" WS-QTD-LIDOS
               " LANCADOS=" WS-QTD-LANCADOS
               " RECUSADOS=" WS-QTD-RECUSADOS
           DISPLAY "REEMB-INTAKE: VALOR LANCADO=" WS-TOTAL-LANCADO.
