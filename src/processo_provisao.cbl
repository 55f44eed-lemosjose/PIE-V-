       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSO-PROVISAO.

      *> Relatorio mensal da provisao para processos trabalhistas,
      *> por empresa, para o fechamento contabil -- o que o juridico
      *> mandava em planilha. Sai do PROCESSO-TRABALHISTA e do
      *> PROCESSO-MOVTO mantidos pelo PROCESSO-MAINTAIN e pelo
      *> PROCESSO-LANCTO.
      *>
      *> Para cada processo da empresa ajuizado ate o fim da
      *> competencia e ativo no fim dela (ou com movimento no mes):
      *> risco, valor pedido, saldo da provisao no fim do mes e o
      *> depositado em juizo ate ali. O saldo e a soma dos
      *> movimentos "P" com data ate o fim da competencia -- o
      *> relatorio de um mes passado sai igual ao que saiu no
      *> fechamento.
      *>
      *> Por empresa:
      *>   provavel = provisionado (o que vai ao balanco)
      *>   possivel = so divulgacao em nota: o valor pedido, sem
      *>              provisao
      *>   remoto   = so a quantidade
      *> e a movimentacao do mes: constituicao (movimento "P"
      *> positivo), reversao ("P" negativo do PROCESSO-MAINTAIN),
      *> baixa por pagamento ("P" negativo do PROCESSO-LANCTO),
      *> depositos judiciais e pagamentos de acordo/condenacao.
      *> Saldo anterior + constituicao - reversao - baixa = saldo do
      *> mes, o que o razao tem que mostrar.
      *>
      *> PROCESSO-COMPETENCIA (MMAAAA) fixa a competencia; em branco,
      *> FOLHA-COMPETENCIA, e sem ela o mes corrente. Empresas e
      *> nomes do EMPRESA-CADASTRO. RETURN-CODE 8 sem o cadastro de
      *> empresas ou sem o cadastro de processos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT PROCESSO-FILE ASSIGN TO "PROCESSO-TRABALHISTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-NUMERO
               ALTERNATE RECORD KEY IS PRC-MATRICULA WITH DUPLICATES
               FILE STATUS IS WS-PRC-FS.
           SELECT MOVTO-FILE ASSIGN TO "PROCESSO-MOVTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMV-CHAVE
               FILE STATUS IS WS-PMV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA-FILE.
       01  EMPRESA-REC.
           05  EMP-CODIGO            PIC X(02).
           05  EMP-NOME              PIC X(30).

       FD  PROCESSO-FILE.
       01  PRC-REC.
           05  PRC-NUMERO            PIC X(25).
           05  PRC-MATRICULA         PIC 9(09).
           05  PRC-NOME              PIC X(50).
           05  PRC-EMPRESA           PIC X(02).
           05  PRC-VARA              PIC X(40).
           05  PRC-DATA-AJUIZ        PIC 9(08).
           05  PRC-VALOR-PEDIDO      PIC 9(15).
           05  PRC-RISCO             PIC X(01).
           05  PRC-VALOR-PROVISAO    PIC 9(15).
           05  PRC-DEPOSITADO        PIC 9(15).
           05  PRC-PAGO              PIC 9(15).
           05  PRC-QTD-MOVTO         PIC 9(03).
           05  PRC-SITUACAO          PIC X(10).
           05  PRC-DATA-ALTER        PIC X(08).

       FD  MOVTO-FILE.
       01  PMV-REC.
           05  PMV-CHAVE.
               10  PMV-NUMERO        PIC X(25).
               10  PMV-SEQ           PIC 9(03).
           05  PMV-TIPO              PIC X(01).
           05  PMV-DATA              PIC 9(08).
           05  PMV-VALOR             PIC S9(15).
           05  PMV-IRRF              PIC S9(15).
           05  PMV-LIQUIDO           PIC S9(15).
           05  PMV-BARRAS            PIC X(44).
           05  PMV-STATUS            PIC X(10).
           05  PMV-HISTORICO         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-PRC-FS                 PIC X(02) VALUE SPACES.
           88  WS-PRC-OK                        VALUE "00".
       01  WS-PMV-FS                 PIC X(02) VALUE SPACES.
           88  WS-PMV-OK                        VALUE "00".
       01  WS-EOF-EMP                PIC X(01) VALUE "N".
           88  WS-FIM-EMPRESAS                  VALUE "S".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-TEM-MOVTO              PIC X(01) VALUE "N".
           88  WS-MOVTO-ABERTO                  VALUE "S".
       01  WS-EOF-MOV                PIC X(01) VALUE "N".
           88  WS-FIM-MOVTO                     VALUE "S".

       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-COMP-AAAAMM            PIC 9(06) VALUE 0.
       01  WS-FIM-MES                PIC 9(08) VALUE 0.
       01  WS-MOV-AAAAMM             PIC 9(06) VALUE 0.

      *> Processo corrente.
       01  WS-PRC-SALDO              PIC S9(15) VALUE 0.
       01  WS-PRC-DEPOS              PIC S9(15) VALUE 0.
       01  WS-PRC-ANTERIOR           PIC S9(15) VALUE 0.
       01  WS-PRC-MOV-MES            PIC X(01) VALUE "N".
           88  WS-PRC-COM-MOVTO                 VALUE "S".
       01  WS-PRC-ATIVO-FIM          PIC X(01) VALUE "N".
           88  WS-PRC-ATIVO-NO-FIM              VALUE "S".

      *> Acumuladores da empresa (EMP) e do grupo (GER), na mesma
      *> ordem: saldo anterior, constituicao, reversao, baixa,
      *> saldo do mes, exposicao possivel, depositos, pagamentos.
       01  WS-EMP-TOTAIS.
           05  WS-EMP-ANTERIOR       PIC S9(15) VALUE 0.
           05  WS-EMP-CONST          PIC S9(15) VALUE 0.
           05  WS-EMP-REVERS         PIC S9(15) VALUE 0.
           05  WS-EMP-BAIXA          PIC S9(15) VALUE 0.
           05  WS-EMP-SALDO          PIC S9(15) VALUE 0.
           05  WS-EMP-POSSIVEL       PIC S9(15) VALUE 0.
           05  WS-EMP-DEPOSITOS      PIC S9(15) VALUE 0.
           05  WS-EMP-PAGAMENTOS     PIC S9(15) VALUE 0.
           05  WS-EMP-QTD-PROVAVEL   PIC 9(05) VALUE 0.
           05  WS-EMP-QTD-POSSIVEL   PIC 9(05) VALUE 0.
           05  WS-EMP-QTD-REMOTO     PIC 9(05) VALUE 0.
       01  WS-GER-TOTAIS.
           05  WS-GER-ANTERIOR       PIC S9(15) VALUE 0.
           05  WS-GER-CONST          PIC S9(15) VALUE 0.
           05  WS-GER-REVERS         PIC S9(15) VALUE 0.
           05  WS-GER-BAIXA          PIC S9(15) VALUE 0.
           05  WS-GER-SALDO          PIC S9(15) VALUE 0.
           05  WS-GER-POSSIVEL       PIC S9(15) VALUE 0.
           05  WS-GER-DEPOSITOS      PIC S9(15) VALUE 0.
           05  WS-GER-PAGAMENTOS     PIC S9(15) VALUE 0.
           05  WS-GER-QTD-PROVAVEL   PIC 9(05) VALUE 0.
           05  WS-GER-QTD-POSSIVEL   PIC 9(05) VALUE 0.
           05  WS-GER-QTD-REMOTO     PIC 9(05) VALUE 0.
       01  WS-QTD-EMPRESAS           PIC 9(03) VALUE 0.

       01  WS-RW.
           05  WS-RW-OPERACAO        PIC X(01).
           05  WS-RW-ARQUIVO         PIC X(20).
           05  WS-RW-TITULO          PIC X(40).
           05  WS-RW-LINHA           PIC X(80).
           05  WS-RW-STATUS          PIC X(03).

       01  WS-LINHA-EMPRESA.
           05  FILLER                PIC X(08) VALUE "EMPRESA ".
           05  LEMP-CODIGO           PIC X(02).
           05  FILLER                PIC X(03) VALUE " - ".
           05  LEMP-NOME             PIC X(30).

       01  WS-LINHA-COLUNAS.
           05  FILLER                PIC X(27) VALUE "  PROCESSO".
           05  FILLER                PIC X(02) VALUE "R".
           05  FILLER                PIC X(15) VALUE
               "         PEDIDO".
           05  FILLER                PIC X(15) VALUE
               "       PROVISAO".
           05  FILLER                PIC X(15) VALUE
               "     DEPOSITADO".
           05  FILLER                PIC X(02) VALUE " S".

       01  WS-LINHA-DET.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-NUMERO            PIC X(25).
           05  DET-RISCO             PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-PEDIDO            PIC ZZZ.ZZZ.ZZ9,99B.
           05  DET-PROVISAO          PIC ZZZ.ZZZ.ZZ9,99B.
           05  DET-DEPOSITADO        PIC ZZZ.ZZZ.ZZ9,99B.
           05  DET-SITUACAO          PIC X(01).

      *> Resumo: descricao + quantidade + valor.
       01  WS-LINHA-RESUMO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  RES-DESC              PIC X(30).
           05  RES-QTD               PIC ZZZZ9.
           05  RES-QTD-X REDEFINES RES-QTD PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RES-VALOR             PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-APURAR-EMPRESA UNTIL WS-FIM-EMPRESAS
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-COMPETENCIA
               FROM ENVIRONMENT "PROCESSO-COMPETENCIA"
           IF WS-COMPETENCIA = SPACES
               ACCEPT WS-COMPETENCIA
                   FROM ENVIRONMENT "FOLHA-COMPETENCIA"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           IF WS-COMPETENCIA = SPACES
               STRING
                   WS-DATA-HOJE(5:2) WS-DATA-HOJE(1:4)
                   INTO WS-COMPETENCIA
               END-STRING
           END-IF
           IF WS-COMPETENCIA IS NOT NUMERIC
                   OR WS-COMPETENCIA(1:2) < "01"
                   OR WS-COMPETENCIA(1:2) > "12"
               DISPLAY "PROCESSO-PROVISAO: COMPETENCIA INVALIDA "
                   WS-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "PROCESSO-PROVISAO: COMPETENCIA " WS-COMPETENCIA

      *> Datas AAAAMMDD comparadas contra o ultimo dia possivel do
      *> mes: basta o AAAAMM.
           MOVE WS-COMPETENCIA(3:4) TO WS-COMP-AAAAMM(1:4)
           MOVE WS-COMPETENCIA(1:2) TO WS-COMP-AAAAMM(5:2)
           COMPUTE WS-FIM-MES = WS-COMP-AAAAMM * 100 + 31

           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               DISPLAY "PROCESSO-PROVISAO: EMPRESA-CADASTRO NAO "
                   "ENCONTRADO (STATUS=" WS-EMP-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PROCESSO-FILE
           IF NOT WS-PRC-OK
               DISPLAY "PROCESSO-PROVISAO: PROCESSO-TRABALHISTA NAO "
                   "ENCONTRADO (STATUS=" WS-PRC-FS ")"
               CLOSE EMPRESA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *> Sem movimento nenhum ainda, todo saldo e zero.
           OPEN INPUT MOVTO-FILE
           IF WS-PMV-OK
               MOVE "S" TO WS-TEM-MOVTO
           END-IF

           MOVE "I"                        TO WS-RW-OPERACAO
           MOVE "PROCESSO-REPORT"          TO WS-RW-ARQUIVO
           MOVE SPACES                     TO WS-RW-TITULO
           STRING
               "PROVISAO TRABALHISTA - " DELIMITED BY SIZE
               WS-COMPETENCIA(1:2) "/" WS-COMPETENCIA(3:4)
                   DELIMITED BY SIZE
               INTO WS-RW-TITULO
           END-STRING
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "L" TO WS-RW-OPERACAO.

       2000-APURAR-EMPRESA SECTION.
           READ EMPRESA-FILE
               AT END
                   MOVE "S" TO WS-EOF-EMP
                   EXIT SECTION
           END-READ
           ADD 1 TO WS-QTD-EMPRESAS
           INITIALIZE WS-EMP-TOTAIS

           MOVE EMP-CODIGO TO LEMP-CODIGO
           MOVE EMP-NOME   TO LEMP-NOME
           MOVE WS-LINHA-EMPRESA TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-LINHA-COLUNAS TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

      *> O cadastro inteiro, filtrando a empresa: o arquivo nao tem a
      *> empresa na chave.
           MOVE LOW-VALUES TO PRC-NUMERO
           MOVE "N" TO WS-EOF
           START PROCESSO-FILE KEY NOT < PRC-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ PROCESSO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRC-EMPRESA = EMP-CODIGO
                               AND PRC-DATA-AJUIZ <= WS-FIM-MES
                           PERFORM 3000-APURAR-PROCESSO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 4000-RESUMO-EMPRESA

           ADD WS-EMP-ANTERIOR     TO WS-GER-ANTERIOR
           ADD WS-EMP-CONST        TO WS-GER-CONST
           ADD WS-EMP-REVERS       TO WS-GER-REVERS
           ADD WS-EMP-BAIXA        TO WS-GER-BAIXA
           ADD WS-EMP-SALDO        TO WS-GER-SALDO
           ADD WS-EMP-POSSIVEL     TO WS-GER-POSSIVEL
           ADD WS-EMP-DEPOSITOS    TO WS-GER-DEPOSITOS
           ADD WS-EMP-PAGAMENTOS   TO WS-GER-PAGAMENTOS
           ADD WS-EMP-QTD-PROVAVEL TO WS-GER-QTD-PROVAVEL
           ADD WS-EMP-QTD-POSSIVEL TO WS-GER-QTD-POSSIVEL
           ADD WS-EMP-QTD-REMOTO   TO WS-GER-QTD-REMOTO.

       3000-APURAR-PROCESSO SECTION.
           MOVE 0   TO WS-PRC-SALDO
           MOVE 0   TO WS-PRC-DEPOS
           MOVE 0   TO WS-PRC-ANTERIOR
           MOVE "N" TO WS-PRC-MOV-MES

           MOVE PRC-NUMERO TO PMV-NUMERO
           MOVE 0          TO PMV-SEQ
           MOVE "N" TO WS-EOF-MOV
           IF NOT WS-MOVTO-ABERTO
               MOVE "S" TO WS-EOF-MOV
           END-IF
           IF NOT WS-FIM-MOVTO
               START MOVTO-FILE KEY NOT < PMV-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-MOV
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-MOVTO
               READ MOVTO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MOV
                   NOT AT END
                       IF PMV-NUMERO NOT = PRC-NUMERO
                           MOVE "S" TO WS-EOF-MOV
                       ELSE
                           PERFORM 3100-APURAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM

      *> A situacao e a do fim do mes: encerrado depois dele ainda
      *> estava ativo (o encerramento e a ultima alteracao do
      *> processo). Encerrado ate o fim do mes e sem movimento nele
      *> nao aparece -- nem no saldo anterior, que so soma o que sai
      *> listado.
           MOVE "N" TO WS-PRC-ATIVO-FIM
           IF PRC-SITUACAO = "ATIVO" OR PRC-DATA-ALTER > WS-FIM-MES
               MOVE "S" TO WS-PRC-ATIVO-FIM
           END-IF
           IF NOT WS-PRC-ATIVO-NO-FIM AND NOT WS-PRC-COM-MOVTO
               EXIT SECTION
           END-IF
           ADD WS-PRC-ANTERIOR TO WS-EMP-ANTERIOR

           EVALUATE PRC-RISCO
               WHEN "P"
                   ADD 1 TO WS-EMP-QTD-PROVAVEL
               WHEN "O"
                   ADD 1 TO WS-EMP-QTD-POSSIVEL
                   IF WS-PRC-ATIVO-NO-FIM
                       ADD PRC-VALOR-PEDIDO TO WS-EMP-POSSIVEL
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-EMP-QTD-REMOTO
           END-EVALUATE
           ADD WS-PRC-SALDO TO WS-EMP-SALDO

           MOVE PRC-NUMERO TO DET-NUMERO
           MOVE PRC-RISCO  TO DET-RISCO
           COMPUTE DET-PEDIDO     = PRC-VALOR-PEDIDO / 100
           COMPUTE DET-PROVISAO   = WS-PRC-SALDO / 100
           COMPUTE DET-DEPOSITADO = WS-PRC-DEPOS / 100
           IF WS-PRC-ATIVO-NO-FIM
               MOVE "A" TO DET-SITUACAO
           ELSE
               MOVE PRC-SITUACAO(1:1) TO DET-SITUACAO
           END-IF
           MOVE WS-LINHA-DET TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       3100-APURAR-MOVIMENTO SECTION.
           COMPUTE WS-MOV-AAAAMM = PMV-DATA / 100
           IF WS-MOV-AAAAMM > WS-COMP-AAAAMM
               EXIT SECTION
           END-IF

           EVALUATE PMV-TIPO
               WHEN "P"
                   ADD PMV-VALOR TO WS-PRC-SALDO
               WHEN "D"
                   ADD PMV-VALOR TO WS-PRC-DEPOS
           END-EVALUATE

           IF WS-MOV-AAAAMM < WS-COMP-AAAAMM
               IF PMV-TIPO = "P"
                   ADD PMV-VALOR TO WS-PRC-ANTERIOR
               END-IF
               EXIT SECTION
           END-IF

           MOVE "S" TO WS-PRC-MOV-MES
           EVALUATE TRUE
               WHEN PMV-TIPO = "P" AND PMV-VALOR > 0
                   ADD PMV-VALOR TO WS-EMP-CONST
               WHEN PMV-TIPO = "P" AND PMV-STATUS = "BAIXA"
                   SUBTRACT PMV-VALOR FROM WS-EMP-BAIXA
               WHEN PMV-TIPO = "P"
                   SUBTRACT PMV-VALOR FROM WS-EMP-REVERS
               WHEN PMV-TIPO = "D"
                   ADD PMV-VALOR TO WS-EMP-DEPOSITOS
               WHEN PMV-TIPO = "A"
                   ADD PMV-VALOR TO WS-EMP-PAGAMENTOS
           END-EVALUATE.

       4000-RESUMO-EMPRESA SECTION.
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "PROVAVEL - PROVISIONADO" TO RES-DESC
           MOVE WS-EMP-QTD-PROVAVEL TO RES-QTD
           COMPUTE RES-VALOR = WS-EMP-SALDO / 100
           PERFORM 8000-ESCREVER-RESUMO
           MOVE "POSSIVEL - EXPOSICAO" TO RES-DESC
           MOVE WS-EMP-QTD-POSSIVEL TO RES-QTD
           COMPUTE RES-VALOR = WS-EMP-POSSIVEL / 100
           PERFORM 8000-ESCREVER-RESUMO
           MOVE "REMOTO" TO RES-DESC
           MOVE WS-EMP-QTD-REMOTO TO RES-QTD
           MOVE 0 TO RES-VALOR
           PERFORM 8000-ESCREVER-RESUMO

      *> Movimentacao: sem quantidade.
           MOVE SPACES TO RES-QTD-X
           MOVE "SALDO ANTERIOR" TO RES-DESC
           COMPUTE RES-VALOR = WS-EMP-ANTERIOR / 100
           PERFORM 8000-ESCREVER-RESUMO
           MOVE "(+) CONSTITUICAO" TO RES-DESC
           COMPUTE RES-VALOR = WS-EMP-CONST / 100
           PERFORM 8000-ESCREVER-RESUMO
           MOVE "(-) REVERSAO" TO RES-DESC
           COMPUTE RES-VALOR = WS-EMP-REVERS / 100
           PERFORM 8000-ESCREVER-RESUMO
           MOVE "(-) BAIXA POR PAGAMENTO" TO RES-DESC
           COMPUTE RES-VALOR = WS-EMP-BAIXA / 100
           PERFORM 8000-ESCREVER-RESUMO
           MOVE "(=) SALDO DO MES" TO RES-DESC
           COMPUTE RES-VALOR = WS-EMP-SALDO / 100
           PERFORM 8000-ESCREVER-RESUMO
           MOVE "DEPOSITOS JUDICIAIS NO MES" TO RES-DESC
           COMPUTE RES-VALOR = WS-EMP-DEPOSITOS / 100
           PERFORM 8000-ESCREVER-RESUMO
           MOVE "PAGAMENTOS NO MES" TO RES-DESC
           COMPUTE RES-VALOR = WS-EMP-PAGAMENTOS / 100
           PERFORM 8000-ESCREVER-RESUMO

           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       8000-ESCREVER-RESUMO SECTION.
           MOVE WS-LINHA-RESUMO TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       9000-FINALIZAR SECTION.
           MOVE "TOTAL DO GRUPO" TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-GER-TOTAIS TO WS-EMP-TOTAIS
           PERFORM 4000-RESUMO-EMPRESA

           MOVE SPACES TO WS-RW-LINHA
           STRING
               "EMPRESAS: " WS-QTD-EMPRESAS DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           MOVE "F" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           CLOSE EMPRESA-FILE
           CLOSE PROCESSO-FILE
           IF WS-MOVTO-ABERTO
               CLOSE MOVTO-FILE
           END-IF

           DISPLAY "PROCESSO-PROVISAO: EMPRESAS=" WS-QTD-EMPRESAS
               " PROVAVEL=" WS-GER-QTD-PROVAVEL
               " POSSIVEL=" WS-GER-QTD-POSSIVEL
               " REMOTO=" WS-GER-QTD-REMOTO.
