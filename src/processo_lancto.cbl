       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSO-LANCTO.

      *> Lancamento dos depositos judiciais e dos pagamentos de acordo
      *> ou condenacao contra o processo trabalhista, no lugar do
      *> controle paralelo do juridico. Cada linha do
      *> PROCESSO-LANCTO-IN traz o numero do processo, o tipo ("D"
      *> deposito judicial, "A" acordo/condenacao), a data do
      *> pagamento, o valor bruto, o IRRF retido (so no "A") e a guia
      *> de deposito emitida pelo banco depositario (codigo de barras,
      *> os tres campos da linha digitavel e o CNPJ do favorecido).
      *>
      *> A guia passa no CALC-DIG-BOLETO e entra no BOLETO-REGISTER
      *> como a guia de recolhimento da folha: acima da alcada
      *> (BOLETO-APROVACAO-LIMITE) vai para a fila do BOLETO-APROVAR,
      *> senao ja AGENDADO, com vencimento na data do pagamento -- dai
      *> segue a remessa do BOLETO-REMESSA e aparece no CASH-FORECAST.
      *> O codigo de barras e a chave do registro: a mesma guia lida
      *> de novo e recusada, reprocessar a entrada nao paga duas vezes.
      *> A guia vale o liquido (bruto menos IRRF); guia com valor no
      *> codigo de barras diferente dele e recusada.
      *>
      *> O IRRF do acordo e o do calculo homologado no processo, nao
      *> e recalculado aqui. O pagamento "A" e postado no PAYROLL-HIST
      *> do reclamante na competencia "18" + ano do pagamento (bruto,
      *> IRRF e liquido, somando a outro pagamento do mesmo ano), com
      *> a data do pagamento na postagem: e por ela que o
      *> GUIA-RECOLHIMENTO tira o DARF do IRRF (receita 5936) no mes e
      *> o INFORME-RENDIMENTOS e a DIRF-ANUAL o informam como
      *> rendimento recebido acumuladamente. Mes de pagamento com a
      *> competencia travada no fechamento recusa o "A".
      *>
      *> Todo lancamento vira um movimento no PROCESSO-MOVTO e soma no
      *> depositado ou no pago do processo; o pagamento ainda baixa a
      *> provisao do processo ate o valor bruto pago (movimento "P").
      *>
      *> Recusas (RETURN-CODE 4): processo fora do cadastro ou
      *> encerrado, tipo, data ou valores invalidos, guia que nao
      *> confere ou ja registrada, competencia travada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCTO-IN-FILE ASSIGN TO "PROCESSO-LANCTO-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-FS.
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
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.
           SELECT BOLETO-REG-FILE ASSIGN TO "BOLETO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-BARRAS
               FILE STATUS IS WS-BREG-FS.
           SELECT APROVACAO-FILE ASSIGN TO "BOLETO-APROVACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-FS.
           SELECT LANCTO-REPORT-FILE
               ASSIGN TO "PROCESSO-LANCTO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Valores no formato da folha ("1.500,00"); data em branco =
      *> hoje.
       FD  LANCTO-IN-FILE.
       01  PLIN-REC.
           05  PLIN-NUMERO           PIC X(25).
           05  PLIN-TIPO             PIC X(01).
           05  PLIN-DATA             PIC X(08).
           05  PLIN-VALOR            PIC X(15).
           05  PLIN-IRRF             PIC X(15).
           05  PLIN-BARRAS           PIC X(44).
           05  PLIN-CAMPO1           PIC 9(10).
           05  PLIN-CAMPO2           PIC 9(11).
           05  PLIN-CAMPO3           PIC 9(11).
           05  PLIN-CNPJ             PIC 9(14).

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

       FD  BOLETO-REG-FILE.
       01  BREG-REC.
           05  BREG-BARRAS           PIC X(44).
           05  BREG-CNPJ             PIC 9(14).
           05  BREG-VALOR            PIC 9(10).
           05  BREG-VENC             PIC 9(08).
           05  BREG-DATA-ENTRADA     PIC X(08).
           05  BREG-STATUS           PIC X(10).

      *> Fila do BOLETO-APROVAR, no desenho do registro de entrada
      *> do BOLETO-BATCH (descricao, barras, campos, CNPJ).
       FD  APROVACAO-FILE.
       01  APROV-REC.
           05  APROV-REGISTRO.
               10  APROV-DESCRICAO   PIC X(30).
               10  APROV-BARRAS      PIC X(44).
               10  APROV-CAMPO1      PIC 9(10).
               10  APROV-CAMPO2      PIC 9(11).
               10  APROV-CAMPO3      PIC 9(11).
               10  APROV-CNPJ        PIC 9(14).
           05  FILLER                PIC X(02).
           05  APROV-MOTIVO          PIC X(30).

       FD  LANCTO-REPORT-FILE.
       01  LANOUT-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-LIN-OK                        VALUE "00".
       01  WS-PRC-FS                 PIC X(02) VALUE SPACES.
           88  WS-PRC-OK                        VALUE "00".
       01  WS-PMV-FS                 PIC X(02) VALUE SPACES.
           88  WS-PMV-OK                        VALUE "00".
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-BREG-FS                PIC X(02) VALUE SPACES.
           88  WS-BREG-OK                       VALUE "00".
       01  WS-APROV-FS               PIC X(02) VALUE SPACES.
           88  WS-APROV-OK                      VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-HORA                   PIC X(02) VALUE SPACES.
       01  WS-MOTIVO                 PIC X(40) VALUE SPACES.
       01  WS-SITUACAO               PIC X(10) VALUE SPACES.

      *> Lancamento corrente.
       01  WS-DATA-PGTO              PIC 9(08) VALUE 0.
       01  WS-DATA-PGTO-X REDEFINES WS-DATA-PGTO.
           05  WS-DPG-ANO            PIC X(04).
           05  WS-DPG-MES            PIC X(02).
           05  WS-DPG-DIA            PIC X(02).
       01  WS-BRUTO                  PIC S9(15) VALUE 0.
       01  WS-IRRF                   PIC S9(15) VALUE 0.
       01  WS-LIQUIDO                PIC S9(15) VALUE 0.
       01  WS-BAIXA                  PIC S9(15) VALUE 0.
       01  WS-VALOR-BARRAS           PIC 9(10) VALUE 0.
       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.

      *> Validacao da data pelo calendario compartilhado (so a
      *> consistencia; a remessa e que leva o pagamento a dia util).
       01  WS-CAL-PARAMS.
           05  WS-CAL-DATA-ENT       PIC 9(08).
           05  WS-CAL-DATA-SAI       PIC 9(08).
           05  WS-CAL-AJUSTADA       PIC X(01).
           05  WS-CAL-STATUS         PIC X(03).

       01  WS-BOLETO-PARAMS.
           05 WS-CODIGO-BARRAS        PIC X(44).
           05 WS-CHK-CAMPO1            PIC 9(10).
           05 WS-CHK-CAMPO2            PIC 9(11).
           05 WS-CHK-CAMPO3            PIC 9(11).
           05 WS-STATUS-BARRAS         PIC X(03).
           05 WS-STATUS-CAMPO1         PIC X(03).
           05 WS-STATUS-CAMPO2         PIC X(03).
           05 WS-STATUS-CAMPO3         PIC X(03).

      *> Alcada do BOLETO-BATCH, na vigencia da empresa do processo.
       01  WS-LIMITE-PADRAO          PIC 9(12) VALUE 1000000.
       01  WS-LIMITE-APROV           PIC 9(12) VALUE 1000000.
       COPY "parametro_consulta.cpy".

       COPY "competencia_trava.cpy".

      *> Contadores e totais do job.
       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DEPOSITOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PAGAMENTOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-APROVACAO      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RECUSADOS      PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-DEPOSITOS        PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-PAGAMENTOS       PIC S9(15) VALUE ZEROS.

       01  WS-VALOR-REAIS            PIC S9(13)V99 VALUE ZEROS.
       01  WS-VLR-ED                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR2-ED                PIC ZZZ.ZZZ.ZZ9,99.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-HORA

           OPEN INPUT LANCTO-IN-FILE
           IF NOT WS-LIN-OK
               DISPLAY "PROCESSO-LANCTO: PROCESSO-LANCTO-IN NAO "
                   "ENCONTRADO (STATUS=" WS-LIN-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PROCESSO-FILE
           IF NOT WS-PRC-OK
               DISPLAY "PROCESSO-LANCTO: PROCESSO-TRABALHISTA NAO "
                   "ENCONTRADO (STATUS=" WS-PRC-FS ")"
               CLOSE LANCTO-IN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O MOVTO-FILE
           IF NOT WS-PMV-OK
               OPEN OUTPUT MOVTO-FILE
               CLOSE MOVTO-FILE
               OPEN I-O MOVTO-FILE
           END-IF
           OPEN I-O PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               OPEN OUTPUT PAYROLL-HIST-FILE
               CLOSE PAYROLL-HIST-FILE
               OPEN I-O PAYROLL-HIST-FILE
           END-IF
           OPEN I-O BOLETO-REG-FILE
           IF NOT WS-BREG-OK
               OPEN OUTPUT BOLETO-REG-FILE
               CLOSE BOLETO-REG-FILE
               OPEN I-O BOLETO-REG-FILE
           END-IF
           OPEN EXTEND APROVACAO-FILE
           IF NOT WS-APROV-OK
               OPEN OUTPUT APROVACAO-FILE
           END-IF

           OPEN OUTPUT LANCTO-REPORT-FILE
           MOVE SPACES TO LANOUT-LINHA
           STRING
               "LANCAMENTOS EM PROCESSOS TRABALHISTAS - "
                   DELIMITED BY SIZE
               WS-DATA-HOJE(7:2) "/" WS-DATA-HOJE(5:2) "/"
               WS-DATA-HOJE(1:4) DELIMITED BY SIZE
               INTO LANOUT-LINHA
           END-STRING
           WRITE LANOUT-LINHA
           MOVE ALL "-" TO LANOUT-LINHA
           WRITE LANOUT-LINHA

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ LANCTO-IN-FILE
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       2000-PROCESSAR SECTION.
           IF PLIN-REC = SPACES OR PLIN-REC(1:1) = "*"
               SUBTRACT 1 FROM WS-QTD-LIDOS
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-MOTIVO
           PERFORM 2100-CRITICAR
           IF WS-MOTIVO = SPACES
               PERFORM 2200-CONFERIR-GUIA
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2300-AGENDAR-GUIA
           END-IF
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           PERFORM 2400-LANCAR-NO-PROCESSO
           IF PLIN-TIPO = "A"
               PERFORM 2500-POSTAR-HISTORICO
               PERFORM 2600-BAIXAR-PROVISAO
               ADD 1        TO WS-QTD-PAGAMENTOS
               ADD WS-BRUTO TO WS-TOTAL-PAGAMENTOS
           ELSE
               ADD 1        TO WS-QTD-DEPOSITOS
               ADD WS-BRUTO TO WS-TOTAL-DEPOSITOS
           END-IF
           REWRITE PRC-REC
           END-REWRITE

           PERFORM 2800-LINHA-RELATORIO
           PERFORM 1100-LER-PROXIMO.

       2100-CRITICAR SECTION.
           MOVE PLIN-NUMERO TO PRC-NUMERO
           READ PROCESSO-FILE
               INVALID KEY
                   MOVE "PROCESSO FORA DO CADASTRO" TO WS-MOTIVO
                   EXIT SECTION
           END-READ
           IF PRC-SITUACAO NOT = "ATIVO"
               MOVE "PROCESSO ENCERRADO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
      *> O pagamento usa ate dois movimentos (o lancamento e a baixa
      *> da provisao).
           IF PRC-QTD-MOVTO > 997
               MOVE "PROCESSO COM 999 MOVIMENTOS" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF PLIN-TIPO NOT = "D" AND PLIN-TIPO NOT = "A"
               MOVE "TIPO DE LANCAMENTO INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF PLIN-DATA = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-PGTO
           ELSE
               IF PLIN-DATA IS NOT NUMERIC
                   MOVE "DATA DE PAGAMENTO INVALIDA" TO WS-MOTIVO
                   EXIT SECTION
               END-IF
               MOVE PLIN-DATA TO WS-DATA-PGTO
           END-IF
           MOVE WS-DATA-PGTO TO WS-CAL-DATA-ENT
           CALL "CAL-DIA-UTIL" USING WS-CAL-PARAMS
           END-CALL
           IF WS-CAL-STATUS NOT = "OK"
               MOVE "DATA DE PAGAMENTO INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           MOVE PLIN-VALOR TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-BRUTO
           IF WS-BRUTO <= 0
               MOVE "VALOR INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

      *> Deposito judicial nao tem retencao.
           MOVE 0 TO WS-IRRF
           IF PLIN-TIPO = "A" AND PLIN-IRRF NOT = SPACES
               MOVE PLIN-IRRF TO WS-VALOR-PARSE
               PERFORM 7000-CONVERTER-CENTAVOS
               MOVE WS-VAL-CENTAVOS-REG TO WS-IRRF
           END-IF
           IF WS-IRRF < 0 OR WS-IRRF >= WS-BRUTO
               MOVE "IRRF INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-IRRF
           IF WS-LIQUIDO > 9999999999
               MOVE "VALOR EXCEDE O CODIGO DE BARRAS" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF PLIN-CNPJ IS NOT NUMERIC OR PLIN-CNPJ = 0
               MOVE "CNPJ DO FAVORECIDO INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

      *> O pagamento entra no historico do mes: competencia travada
      *> no fechamento ja teve o DARF e o informe apurados.
           IF PLIN-TIPO = "A"
               MOVE SPACES TO CTRV-COMPETENCIA
               STRING WS-DPG-MES WS-DPG-ANO
                   DELIMITED BY SIZE INTO CTRV-COMPETENCIA
               END-STRING
               MOVE PRC-EMPRESA TO CTRV-EMPRESA
               CALL "COMPETENCIA-TRAVA" USING COMPETENCIA-TRAVA-PARAMS
               END-CALL
               IF CTRV-STATUS = "TRV"
                   MOVE "COMPETENCIA DO PAGAMENTO TRAVADA" TO WS-MOTIVO
               END-IF
           END-IF.

       2200-CONFERIR-GUIA SECTION.
      *> A guia do banco depositario passa no mesmo validador dos
      *> boletos recebidos antes de entrar na agenda.
           MOVE PLIN-BARRAS TO WS-CODIGO-BARRAS
           MOVE PLIN-CAMPO1 TO WS-CHK-CAMPO1
           MOVE PLIN-CAMPO2 TO WS-CHK-CAMPO2
           MOVE PLIN-CAMPO3 TO WS-CHK-CAMPO3
           CALL "CALC-DIG-BOLETO" USING WS-BOLETO-PARAMS END-CALL
           IF WS-STATUS-BARRAS NOT = "OK" OR
                   WS-STATUS-CAMPO1 NOT = "OK" OR
                   WS-STATUS-CAMPO2 NOT = "OK" OR
                   WS-STATUS-CAMPO3 NOT = "OK"
               MOVE "GUIA COM DAC OU DV GERAL QUE NAO CONFERE"
                   TO WS-MOTIVO
               EXIT SECTION
           END-IF

      *> Valor do codigo de barras (posicoes 10-19): zero e guia de
      *> valor livre; senao tem de ser o liquido a pagar.
           IF PLIN-BARRAS(10:10) IS NOT NUMERIC
               MOVE "GUIA SEM VALOR NO CODIGO DE BARRAS" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE PLIN-BARRAS(10:10) TO WS-VALOR-BARRAS
           IF WS-VALOR-BARRAS NOT = 0
                   AND WS-VALOR-BARRAS NOT = WS-LIQUIDO
               MOVE "VALOR DA GUIA DIFERENTE DO LIQUIDO" TO WS-MOTIVO
           END-IF.

       2300-AGENDAR-GUIA SECTION.
           MOVE "BOLETO-APROVACAO-LIMITE" TO PARC-NOME
           MOVE PRC-EMPRESA               TO PARC-EMPRESA
           MOVE 0                         TO PARC-DATA
           MOVE WS-LIMITE-PADRAO          TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           MOVE PARC-VALOR TO WS-LIMITE-APROV

           MOVE SPACES TO BREG-REC
           MOVE PLIN-BARRAS   TO BREG-BARRAS
           MOVE PLIN-CNPJ     TO BREG-CNPJ
           MOVE WS-LIQUIDO    TO BREG-VALOR
           MOVE WS-DATA-PGTO  TO BREG-VENC
           MOVE WS-DATA-HOJE  TO BREG-DATA-ENTRADA
           IF WS-LIQUIDO > WS-LIMITE-APROV
               MOVE "APROVACAO" TO BREG-STATUS
           ELSE
               MOVE "AGENDADO"  TO BREG-STATUS
           END-IF
           WRITE BREG-REC
               INVALID KEY
                   MOVE "GUIA JA REGISTRADA NA AGENDA" TO WS-MOTIVO
                   EXIT SECTION
           END-WRITE
           MOVE BREG-STATUS TO WS-SITUACAO

           IF BREG-STATUS = "APROVACAO"
               MOVE SPACES TO APROV-REC
               IF PLIN-TIPO = "A"
                   MOVE "ACORDO TRAB " TO APROV-DESCRICAO
               ELSE
                   MOVE "DEP JUDICIAL " TO APROV-DESCRICAO
               END-IF
               MOVE PRC-NUMERO(1:17) TO APROV-DESCRICAO(14:17)
               MOVE PLIN-BARRAS      TO APROV-BARRAS
               MOVE PLIN-CAMPO1      TO APROV-CAMPO1
               MOVE PLIN-CAMPO2      TO APROV-CAMPO2
               MOVE PLIN-CAMPO3      TO APROV-CAMPO3
               MOVE PLIN-CNPJ        TO APROV-CNPJ
               MOVE "GUIA JUDICIAL ACIMA DA ALCADA" TO APROV-MOTIVO
               WRITE APROV-REC
               ADD 1 TO WS-QTD-APROVACAO
           END-IF.

       2400-LANCAR-NO-PROCESSO SECTION.
           ADD 1 TO PRC-QTD-MOVTO
           MOVE SPACES TO PMV-REC
           MOVE PRC-NUMERO    TO PMV-NUMERO
           MOVE PRC-QTD-MOVTO TO PMV-SEQ
           MOVE PLIN-TIPO     TO PMV-TIPO
           MOVE WS-DATA-PGTO  TO PMV-DATA
           MOVE WS-BRUTO      TO PMV-VALOR
           MOVE WS-IRRF       TO PMV-IRRF
           MOVE WS-LIQUIDO    TO PMV-LIQUIDO
           MOVE PLIN-BARRAS   TO PMV-BARRAS
           MOVE WS-SITUACAO   TO PMV-STATUS
           IF PLIN-TIPO = "A"
               MOVE "PAGAMENTO DE ACORDO/CONDENACAO"
                   TO PMV-HISTORICO
               ADD WS-BRUTO TO PRC-PAGO
           ELSE
               MOVE "DEPOSITO JUDICIAL" TO PMV-HISTORICO
               ADD WS-BRUTO TO PRC-DEPOSITADO
           END-IF
           WRITE PMV-REC
               INVALID KEY
                   DISPLAY "PROCESSO-LANCTO: MOVIMENTO " PMV-SEQ
                       " JA EXISTIA NO PROCESSO " PRC-NUMERO
           END-WRITE
           MOVE WS-DATA-HOJE TO PRC-DATA-ALTER.

       2500-POSTAR-HISTORICO SECTION.
      *> Competencia "18" + ano do pagamento; outro pagamento do
      *> mesmo reclamante no ano soma no registro existente.
           MOVE SPACES TO WS-COMPETENCIA
           STRING "18" WS-DPG-ANO
               DELIMITED BY SIZE INTO WS-COMPETENCIA
           END-STRING

           MOVE PRC-MATRICULA  TO HIST-MATRICULA
           MOVE WS-COMPETENCIA TO HIST-COMPETENCIA
           READ PAYROLL-HIST-FILE
               INVALID KEY
                   MOVE SPACES TO HIST-REC
                   MOVE PRC-MATRICULA  TO HIST-MATRICULA
                   MOVE WS-COMPETENCIA TO HIST-COMPETENCIA
                   MOVE PRC-NOME       TO HIST-NOME
                   MOVE WS-LIQUIDO     TO HIST-VALOR
                   STRING WS-DATA-PGTO WS-HORA
                       DELIMITED BY SIZE INTO HIST-DATA
                   END-STRING
                   MOVE PRC-EMPRESA    TO HIST-EMPRESA
                   MOVE WS-BRUTO       TO HIST-BRUTO
                   MOVE 0              TO HIST-INSS
                   MOVE WS-IRRF        TO HIST-IRRF
                   WRITE HIST-REC
                   END-WRITE
                   EXIT SECTION
           END-READ

           ADD WS-LIQUIDO TO HIST-VALOR
           ADD WS-BRUTO   TO HIST-BRUTO
           ADD WS-IRRF    TO HIST-IRRF
           MOVE SPACES TO HIST-DATA
           STRING WS-DATA-PGTO WS-HORA
               DELIMITED BY SIZE INTO HIST-DATA
           END-STRING
           REWRITE HIST-REC
           END-REWRITE.

       2600-BAIXAR-PROVISAO SECTION.
      *> O pagamento consome a provisao do processo ate o bruto pago.
           IF PRC-VALOR-PROVISAO = 0
               EXIT SECTION
           END-IF
           MOVE WS-BRUTO TO WS-BAIXA
           IF WS-BAIXA > PRC-VALOR-PROVISAO
               MOVE PRC-VALOR-PROVISAO TO WS-BAIXA
           END-IF

           ADD 1 TO PRC-QTD-MOVTO
           MOVE SPACES TO PMV-REC
           MOVE PRC-NUMERO    TO PMV-NUMERO
           MOVE PRC-QTD-MOVTO TO PMV-SEQ
           MOVE "P"           TO PMV-TIPO
           MOVE WS-DATA-PGTO  TO PMV-DATA
           COMPUTE PMV-VALOR = 0 - WS-BAIXA
           MOVE 0             TO PMV-IRRF
           MOVE 0             TO PMV-LIQUIDO
           MOVE "BAIXA"       TO PMV-STATUS
           MOVE "BAIXA POR PAGAMENTO" TO PMV-HISTORICO
           WRITE PMV-REC
               INVALID KEY
                   DISPLAY "PROCESSO-LANCTO: MOVIMENTO " PMV-SEQ
                       " JA EXISTIA NO PROCESSO " PRC-NUMERO
                   EXIT SECTION
           END-WRITE
           SUBTRACT WS-BAIXA FROM PRC-VALOR-PROVISAO.

       2800-LINHA-RELATORIO SECTION.
           COMPUTE WS-VALOR-REAIS = WS-BRUTO / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           COMPUTE WS-VALOR-REAIS = WS-LIQUIDO / 100
           MOVE WS-VALOR-REAIS TO WS-VLR2-ED
           MOVE SPACES TO LANOUT-LINHA
           STRING
               "  "            DELIMITED BY SIZE
               PRC-NUMERO      DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               PLIN-TIPO       DELIMITED BY SIZE
               " MAT "         DELIMITED BY SIZE
               PRC-MATRICULA   DELIMITED BY SIZE
               " BRUTO "       DELIMITED BY SIZE
               WS-VLR-ED       DELIMITED BY SIZE
               " LIQ "         DELIMITED BY SIZE
               WS-VLR2-ED      DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               WS-SITUACAO     DELIMITED BY SIZE
               INTO LANOUT-LINHA
           END-STRING
           WRITE LANOUT-LINHA.

       2900-RECUSAR SECTION.
           ADD 1 TO WS-QTD-RECUSADOS
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO LANOUT-LINHA
           STRING
               "  "            DELIMITED BY SIZE
               PLIN-NUMERO     DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               PLIN-TIPO       DELIMITED BY SIZE
               " RECUSADO - "  DELIMITED BY SIZE
               WS-MOTIVO       DELIMITED BY SIZE
               INTO LANOUT-LINHA
           END-STRING
           WRITE LANOUT-LINHA
           DISPLAY "PROCESSO-LANCTO: PROCESSO " PLIN-NUMERO
               " TIPO " PLIN-TIPO " RECUSADO - " WS-MOTIVO.

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
           MOVE ALL "-" TO LANOUT-LINHA
           WRITE LANOUT-LINHA
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-DEPOSITOS / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-PAGAMENTOS / 100
           MOVE WS-VALOR-REAIS TO WS-VLR2-ED
           MOVE SPACES TO LANOUT-LINHA
           STRING
               "DEPOSITOS: "      DELIMITED BY SIZE
               WS-QTD-DEPOSITOS   DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-VLR-ED          DELIMITED BY SIZE
               "  PAGAMENTOS: "   DELIMITED BY SIZE
               WS-QTD-PAGAMENTOS  DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-VLR2-ED         DELIMITED BY SIZE
               INTO LANOUT-LINHA
           END-STRING
           WRITE LANOUT-LINHA
           MOVE SPACES TO LANOUT-LINHA
           STRING
               "LIDOS: "          DELIMITED BY SIZE
               WS-QTD-LIDOS       DELIMITED BY SIZE
               "  NA FILA DE APROVACAO: " DELIMITED BY SIZE
               WS-QTD-APROVACAO   DELIMITED BY SIZE
               "  RECUSADOS: "    DELIMITED BY SIZE
               WS-QTD-RECUSADOS   DELIMITED BY SIZE
               INTO LANOUT-LINHA
           END-STRING
           WRITE LANOUT-LINHA

           CLOSE LANCTO-IN-FILE
           CLOSE PROCESSO-FILE
           CLOSE MOVTO-FILE
           CLOSE PAYROLL-HIST-FILE
           CLOSE BOLETO-REG-FILE
           CLOSE APROVACAO-FILE
           CLOSE LANCTO-REPORT-FILE

           DISPLAY "PROCESSO-LANCTO: LIDOS=" WS-QTD-LIDOS
               " DEPOSITOS=" WS-QTD-DEPOSITOS
               " PAGAMENTOS=" WS-QTD-PAGAMENTOS
               " APROVACAO=" WS-QTD-APROVACAO
               " RECUSADOS=" WS-QTD-RECUSADOS.
