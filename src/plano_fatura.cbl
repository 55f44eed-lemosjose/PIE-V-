       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANO-FATURA-CONFERE.

      *> Conferencia da fatura mensal da operadora do plano de saude
      *> e odontologico contra as adesoes do PLANO-SAUDE-MASTER. A
      *> fatura identifica cada vida pela carteirinha; a conferencia
      *> aponta no PLANO-FATURA-REPORT:
      *>   SEM ADESAO   - carteirinha cobrada que nao esta no cadastro
      *>   ENCERRADA    - vida cobrada fora da vigencia da adesao, ou
      *>                  de titular desligado
      *>   DUPLICADA    - mensalidade cobrada duas vezes na fatura
      *>   DIVERGENTE   - mensalidade cobrada diferente da cadastrada
      *>   NAO FATURADA - adesao vigente que a fatura nao cobrou
      *>   COPART       - coparticipacao a recuperar na proxima folha
      *>   COPART CONT. - coparticipacao de vida sem adesao vigente na
      *>                  data do atendimento: contestar na operadora
      *> A coparticipacao recuperavel e GRAVADA no PLANO-COPART como
      *> PENDENTE; a folha mensal (PAYROLL-RUN) desconta integralmente
      *> do titular e marca DESCONTADO. A chave leva a competencia da
      *> fatura e o numero da linha, entao rodar de novo a mesma
      *> fatura nao duplica nada -- a linha ja gravada so e contada.
      *>
      *> PLANO-FATURA (linhas separadas por ";", valores em centavos):
      *>   H;OPERADORA;MMAAAA             cabecalho, competencia
      *>   M;CARTEIRINHA;NOME;VALOR       mensalidade da vida
      *>   C;CARTEIRINHA;AAAAMMDD;PROCEDIMENTO;VALOR
      *>                                  coparticipacao por evento
      *>   T;QTD;TOTAL                    trailer: linhas M+C e soma
      *>
      *> RETURN-CODE 8 (nada gravado no PLANO-COPART) sem fatura, sem
      *> cabecalho, com competencia invalida ou com trailer que nao
      *> fecha -- fatura truncada nao pode gerar desconto parcial.
      *> RETURN-CODE 4 com qualquer apontamento no relatorio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-FILE ASSIGN TO "PLANO-FATURA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAT-FS.
           SELECT PLANO-FILE ASSIGN TO "PLANO-SAUDE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLS-CHAVE
               FILE STATUS IS WS-PLS-FS.
           SELECT COPART-FILE ASSIGN TO "PLANO-COPART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CHAVE
               FILE STATUS IS WS-PLC-FS.
           SELECT REPORT-FILE ASSIGN TO "PLANO-FATURA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-FILE.
       01  FAT-LINHA                 PIC X(200).

      *> Mesmo layout do PLANO-SAUDE-MAINTAIN.
       FD  PLANO-FILE.
       01  PLS-REC.
           05  PLS-CHAVE.
               10  PLS-MATRICULA     PIC 9(09).
               10  PLS-DEP-SEQ       PIC 9(02).
               10  PLS-TIPO          PIC X(02).
           05  PLS-PLANO             PIC X(10).
           05  PLS-CARTEIRINHA       PIC X(20).
           05  PLS-MENSALIDADE       PIC 9(15).
           05  PLS-PCT-FUNC          PIC 9(05).
           05  PLS-DATA-INI          PIC 9(08).
           05  PLS-DATA-FIM          PIC 9(08).
           05  PLS-STATUS            PIC X(10).

      *> Coparticipacao a recuperar em folha. PLC-COMPETENCIA e a da
      *> fatura (MMAAAA); PLC-COMP-DESCONTO, a da folha que descontou.
       FD  COPART-FILE.
       01  PLC-REC.
           05  PLC-CHAVE.
               10  PLC-MATRICULA     PIC 9(09).
               10  PLC-COMPETENCIA   PIC X(06).
               10  PLC-SEQ           PIC 9(05).
           05  PLC-DEP-SEQ           PIC 9(02).
           05  PLC-CARTEIRINHA       PIC X(20).
           05  PLC-DATA-ATEND        PIC 9(08).
           05  PLC-PROCEDIMENTO      PIC X(30).
           05  PLC-VALOR             PIC 9(15).
           05  PLC-STATUS            PIC X(10).
           05  PLC-COMP-DESCONTO     PIC X(06).

       FD  REPORT-FILE.
       01  REPOUT-LINHA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FAT-FS                 PIC X(02) VALUE SPACES.
           88  WS-FAT-OK                        VALUE "00".
       01  WS-PLS-FS                 PIC X(02) VALUE SPACES.
           88  WS-PLS-OK                        VALUE "00".
       01  WS-PLC-FS                 PIC X(02) VALUE SPACES.
           88  WS-PLC-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
       01  WS-RECUSADO               PIC X(01) VALUE "N".
           88  WS-FATURA-RECUSADA               VALUE "S".

       COPY "func_snapshot.cpy".

       01  WS-OPERADORA              PIC X(30) VALUE SPACES.
       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-COMP-AAAAMM            PIC X(06) VALUE SPACES.
       01  WS-TEM-CABECALHO          PIC X(01) VALUE "N".
       01  WS-TEM-TRAILER            PIC X(01) VALUE "N".
       01  WS-NUM-LINHA              PIC 9(05) VALUE 0.

       01  WS-CAMPO-1                PIC X(01) VALUE SPACE.
       01  WS-CAMPO-2                PIC X(30) VALUE SPACES.
       01  WS-CAMPO-3                PIC X(40) VALUE SPACES.
       01  WS-CAMPO-4                PIC X(40) VALUE SPACES.
       01  WS-CAMPO-5                PIC X(20) VALUE SPACES.

      *> Adesoes em memoria, com a marca de vida cobrada na fatura.
       01  WS-ADESOES.
           05  WS-ADS-QTD            PIC 9(05) COMP-5 VALUE 0.
           05  WS-ADS OCCURS 10000 TIMES.
               10  WS-ADS-MATRICULA  PIC 9(09).
               10  WS-ADS-DEP-SEQ    PIC 9(02).
               10  WS-ADS-TIPO       PIC X(02).
               10  WS-ADS-CART       PIC X(20).
               10  WS-ADS-MENSAL     PIC 9(15).
               10  WS-ADS-DATA-INI   PIC 9(08).
               10  WS-ADS-DATA-FIM   PIC 9(08).
               10  WS-ADS-VIGENTE    PIC X(01).
               10  WS-ADS-FATURADA   PIC X(01).
       01  WS-A                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-ACHOU                  PIC X(01) VALUE "N".
       01  WS-FUNC-ATIVO             PIC X(01) VALUE "N".
       01  WS-NOME-TITULAR           PIC X(30) VALUE SPACES.

       01  WS-CARTEIRINHA            PIC X(20) VALUE SPACES.
       01  WS-NOME-FATURA            PIC X(30) VALUE SPACES.
       01  WS-DATA-ATEND             PIC 9(08) VALUE 0.
       01  WS-PROCEDIMENTO           PIC X(30) VALUE SPACES.
       01  WS-VALOR                  PIC 9(15) VALUE 0.
       01  WS-FIM-VIGENCIA           PIC 9(08) VALUE 0.
       01  WS-RECUPERAVEL            PIC X(01) VALUE "N".

       01  WS-TRL-QTD                PIC 9(07) VALUE 0.
       01  WS-TRL-TOTAL              PIC 9(15) VALUE 0.
       01  WS-SOMA-QTD               PIC 9(07) VALUE 0.
       01  WS-SOMA-TOTAL             PIC 9(15) VALUE 0.

       01  WS-QTD-MENSAL             PIC 9(07) VALUE 0.
       01  WS-TOT-MENSAL             PIC 9(15) VALUE 0.
       01  WS-QTD-COPART             PIC 9(07) VALUE 0.
       01  WS-TOT-COPART             PIC 9(15) VALUE 0.
       01  WS-QTD-SEM-ADESAO         PIC 9(07) VALUE 0.
       01  WS-QTD-ENCERRADA          PIC 9(07) VALUE 0.
       01  WS-TOT-INDEVIDO           PIC 9(15) VALUE 0.
       01  WS-QTD-DUPLICADA          PIC 9(07) VALUE 0.
       01  WS-QTD-DIVERGENTE         PIC 9(07) VALUE 0.
       01  WS-QTD-NAO-FATURADA       PIC 9(07) VALUE 0.
       01  WS-QTD-RECUPERAR          PIC 9(07) VALUE 0.
       01  WS-TOT-RECUPERAR          PIC 9(15) VALUE 0.
       01  WS-QTD-CONTESTAR          PIC 9(07) VALUE 0.
       01  WS-TOT-CONTESTAR          PIC 9(15) VALUE 0.
       01  WS-QTD-JA-GRAVADA         PIC 9(07) VALUE 0.
       01  WS-QTD-INVALIDAS          PIC 9(07) VALUE 0.
       01  WS-QTD-APONTAMENTOS       PIC 9(07) VALUE 0.

       01  WS-VALOR-ED               PIC Z(14)9.
       01  WS-VALOR2-ED              PIC Z(14)9.
       01  WS-QTD-ED                 PIC Z(06)9.

       01  WS-DET.
           05  DET-TIPO              PIC X(13).
           05  DET-CART              PIC X(21).
           05  DET-MATRICULA         PIC X(10).
           05  DET-SEQ               PIC X(03).
           05  DET-TIPO-PLANO        PIC X(03).
           05  DET-NOME              PIC X(31).
           05  DET-INFO              PIC X(51).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           IF NOT WS-FATURA-RECUSADA
               PERFORM 2000-CONFERIR-FATURA
           END-IF
           IF NOT WS-FATURA-RECUSADA
               PERFORM 3000-APONTAR
               PERFORM 4000-NAO-FATURADAS
                   VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ADS-QTD
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           OPEN OUTPUT REPORT-FILE
           MOVE "PLANO DE SAUDE - CONFERENCIA DA FATURA DA OPERADORA"
               TO REPOUT-LINHA
           WRITE REPOUT-LINHA
           MOVE ALL "-" TO REPOUT-LINHA
           WRITE REPOUT-LINHA

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "ERRO: snapshot de funcionarios "
                   "indisponivel, status=" FSNP-STATUS
               MOVE "SEM QUADRO DE FUNCIONARIOS - CONFERENCIA RECUSADA"
                   TO REPOUT-LINHA
               WRITE REPOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF

           OPEN INPUT FATURA-FILE
           IF NOT WS-FAT-OK
               MOVE SPACES TO REPOUT-LINHA
               STRING
                   "PLANO-FATURA AUSENTE (STATUS=" DELIMITED BY SIZE
                   WS-FAT-FS                       DELIMITED BY SIZE
                   ") - CONFERENCIA RECUSADA"      DELIMITED BY SIZE
                   INTO REPOUT-LINHA
               END-STRING
               WRITE REPOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF
           CLOSE FATURA-FILE

      *> Sem cadastro de adesao tudo o que vier na fatura e cobranca
      *> sem adesao -- a conferencia roda e aponta.
           OPEN INPUT PLANO-FILE
           IF WS-PLS-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ PLANO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM 1100-GUARDAR-ADESAO
                   END-READ
               END-PERFORM
               CLOSE PLANO-FILE
           ELSE
               DISPLAY "PLANO-FATURA-CONFERE: PLANO-SAUDE-MASTER "
                   "INDISPONIVEL (STATUS=" WS-PLS-FS ")"
           END-IF.

       1100-GUARDAR-ADESAO SECTION.
           IF WS-ADS-QTD >= 10000
               DISPLAY "PLANO-FATURA-CONFERE: MAIS DE 10000 ADESOES, "
                   "EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF
           ADD 1 TO WS-ADS-QTD
           MOVE PLS-MATRICULA   TO WS-ADS-MATRICULA(WS-ADS-QTD)
           MOVE PLS-DEP-SEQ     TO WS-ADS-DEP-SEQ(WS-ADS-QTD)
           MOVE PLS-TIPO        TO WS-ADS-TIPO(WS-ADS-QTD)
           MOVE PLS-CARTEIRINHA TO WS-ADS-CART(WS-ADS-QTD)
           MOVE PLS-MENSALIDADE TO WS-ADS-MENSAL(WS-ADS-QTD)
           MOVE PLS-DATA-INI    TO WS-ADS-DATA-INI(WS-ADS-QTD)
           MOVE PLS-DATA-FIM    TO WS-ADS-DATA-FIM(WS-ADS-QTD)
           MOVE "N"             TO WS-ADS-VIGENTE(WS-ADS-QTD)
           MOVE "N"             TO WS-ADS-FATURADA(WS-ADS-QTD).

       2000-CONFERIR-FATURA SECTION.
      *> Primeira passada: cabecalho, trailer e a soma das linhas. So
      *> com a fatura inteira fechando a segunda passada aponta e
      *> grava a coparticipacao.
           OPEN INPUT FATURA-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ FATURA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 2100-SOMAR-LINHA
               END-READ
           END-PERFORM
           CLOSE FATURA-FILE

           IF WS-TEM-CABECALHO NOT = "S"
               MOVE "FATURA SEM CABECALHO - CONFERENCIA RECUSADA"
                   TO REPOUT-LINHA
               WRITE REPOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF

           MOVE SPACES TO REPOUT-LINHA
           STRING
               "OPERADORA "          DELIMITED BY SIZE
               WS-OPERADORA          DELIMITED BY SIZE
               " COMPETENCIA "       DELIMITED BY SIZE
               WS-COMPETENCIA(1:2)   DELIMITED BY SIZE
               "/"                   DELIMITED BY SIZE
               WS-COMPETENCIA(3:4)   DELIMITED BY SIZE
               INTO REPOUT-LINHA
           END-STRING
           WRITE REPOUT-LINHA

           IF WS-COMPETENCIA IS NOT NUMERIC
                   OR WS-COMPETENCIA(1:2) < "01"
                   OR WS-COMPETENCIA(1:2) > "12"
               MOVE "COMPETENCIA INVALIDA - CONFERENCIA RECUSADA"
                   TO REPOUT-LINHA
               WRITE REPOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF
           MOVE WS-COMPETENCIA(3:4) TO WS-COMP-AAAAMM(1:4)
           MOVE WS-COMPETENCIA(1:2) TO WS-COMP-AAAAMM(5:2)

           IF WS-TEM-TRAILER NOT = "S"
                   OR WS-TRL-QTD NOT = WS-SOMA-QTD
                   OR WS-TRL-TOTAL NOT = WS-SOMA-TOTAL
               MOVE WS-SOMA-QTD   TO WS-QTD-ED
               MOVE WS-SOMA-TOTAL TO WS-VALOR-ED
               MOVE WS-TRL-TOTAL  TO WS-VALOR2-ED
               MOVE SPACES TO REPOUT-LINHA
               STRING
                   "TRAILER NAO FECHA: LINHAS LIDAS=" DELIMITED BY SIZE
                   WS-QTD-ED                          DELIMITED BY SIZE
                   " SOMA="                           DELIMITED BY SIZE
                   WS-VALOR-ED                        DELIMITED BY SIZE
                   " TRAILER="                        DELIMITED BY SIZE
                   WS-VALOR2-ED                       DELIMITED BY SIZE
                   " - CONFERENCIA RECUSADA"          DELIMITED BY SIZE
                   INTO REPOUT-LINHA
               END-STRING
               WRITE REPOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF

      *> Vigencia de cada adesao na competencia da fatura.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ADS-QTD
               IF WS-ADS-DATA-INI(WS-A)(1:6) <= WS-COMP-AAAAMM
                       AND (WS-ADS-DATA-FIM(WS-A) = 0
                       OR WS-ADS-DATA-FIM(WS-A)(1:6) >=
                           WS-COMP-AAAAMM)
                   MOVE "S" TO WS-ADS-VIGENTE(WS-A)
               END-IF
           END-PERFORM

           MOVE SPACES TO REPOUT-LINHA
           WRITE REPOUT-LINHA
           MOVE SPACES TO WS-DET
           MOVE "APONTAMENTO"  TO DET-TIPO
           MOVE "CARTEIRINHA"  TO DET-CART
           MOVE "MATRICULA"    TO DET-MATRICULA
           MOVE "DP"           TO DET-SEQ
           MOVE "TP"           TO DET-TIPO-PLANO
           MOVE "NOME"         TO DET-NOME
           MOVE "DETALHE (VALORES EM CENTAVOS)" TO DET-INFO
           MOVE WS-DET TO REPOUT-LINHA
           WRITE REPOUT-LINHA
           MOVE ALL "-" TO REPOUT-LINHA
           WRITE REPOUT-LINHA.

       2100-SOMAR-LINHA SECTION.
           IF FAT-LINHA = SPACES
               EXIT SECTION
           END-IF
           PERFORM 7000-SEPARAR-CAMPOS
           EVALUATE WS-CAMPO-1
               WHEN "H"
                   MOVE "S" TO WS-TEM-CABECALHO
                   MOVE WS-CAMPO-2 TO WS-OPERADORA
                   MOVE WS-CAMPO-3 TO WS-COMPETENCIA
               WHEN "M"
                   ADD 1 TO WS-SOMA-QTD
                   ADD FUNCTION NUMVAL(WS-CAMPO-4) TO WS-SOMA-TOTAL
               WHEN "C"
                   ADD 1 TO WS-SOMA-QTD
                   ADD FUNCTION NUMVAL(WS-CAMPO-5) TO WS-SOMA-TOTAL
               WHEN "T"
                   MOVE "S" TO WS-TEM-TRAILER
                   MOVE FUNCTION NUMVAL(WS-CAMPO-2) TO WS-TRL-QTD
                   MOVE FUNCTION NUMVAL(WS-CAMPO-3) TO WS-TRL-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-APONTAR SECTION.
      *> Segunda passada: cada mensalidade e cada coparticipacao
      *> contra o cadastro.
           OPEN I-O COPART-FILE
           IF NOT WS-PLC-OK
               OPEN OUTPUT COPART-FILE
               CLOSE COPART-FILE
               OPEN I-O COPART-FILE
           END-IF

           MOVE 0 TO WS-NUM-LINHA
           OPEN INPUT FATURA-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ FATURA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NUM-LINHA
                       PERFORM 3100-TRATAR-LINHA
               END-READ
           END-PERFORM
           CLOSE FATURA-FILE
           CLOSE COPART-FILE.

       3100-TRATAR-LINHA SECTION.
           IF FAT-LINHA = SPACES
               EXIT SECTION
           END-IF
           PERFORM 7000-SEPARAR-CAMPOS
           EVALUATE WS-CAMPO-1
               WHEN "M"
                   MOVE WS-CAMPO-2 TO WS-CARTEIRINHA
                   MOVE WS-CAMPO-3 TO WS-NOME-FATURA
                   MOVE FUNCTION NUMVAL(WS-CAMPO-4) TO WS-VALOR
                   PERFORM 3200-MENSALIDADE
               WHEN "C"
                   MOVE WS-CAMPO-2 TO WS-CARTEIRINHA
                   MOVE SPACES TO WS-NOME-FATURA
                   IF WS-CAMPO-3(1:8) IS NOT NUMERIC
                       ADD 1 TO WS-QTD-INVALIDAS
                       PERFORM 3900-LINHA-INVALIDA
                       EXIT SECTION
                   END-IF
                   MOVE WS-CAMPO-3(1:8) TO WS-DATA-ATEND
                   MOVE WS-CAMPO-4 TO WS-PROCEDIMENTO
                   MOVE FUNCTION NUMVAL(WS-CAMPO-5) TO WS-VALOR
                   PERFORM 3300-COPARTICIPACAO
               WHEN "H"
               WHEN "T"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-QTD-INVALIDAS
                   PERFORM 3900-LINHA-INVALIDA
           END-EVALUATE.

       3200-MENSALIDADE SECTION.
           ADD 1 TO WS-QTD-MENSAL
           ADD WS-VALOR TO WS-TOT-MENSAL
           PERFORM 7100-ACHAR-ADESAO

           IF WS-ACHOU NOT = "S"
               ADD 1 TO WS-QTD-SEM-ADESAO
               ADD WS-VALOR TO WS-TOT-INDEVIDO
               MOVE "SEM ADESAO" TO DET-TIPO
               PERFORM 7300-DETALHE-FATURA
               EXIT SECTION
           END-IF

           IF WS-ADS-FATURADA(WS-A) = "S"
               ADD 1 TO WS-QTD-DUPLICADA
               ADD WS-VALOR TO WS-TOT-INDEVIDO
               MOVE "DUPLICADA" TO DET-TIPO
               PERFORM 7300-DETALHE-FATURA
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-ADS-FATURADA(WS-A)

           IF WS-ADS-VIGENTE(WS-A) NOT = "S" OR WS-FUNC-ATIVO NOT = "S"
               ADD 1 TO WS-QTD-ENCERRADA
               ADD WS-VALOR TO WS-TOT-INDEVIDO
               MOVE "ENCERRADA" TO DET-TIPO
               PERFORM 7300-DETALHE-FATURA
               EXIT SECTION
           END-IF

           IF WS-VALOR NOT = WS-ADS-MENSAL(WS-A)
               ADD 1 TO WS-QTD-DIVERGENTE
               MOVE "DIVERGENTE" TO DET-TIPO
               PERFORM 7300-DETALHE-FATURA
           END-IF.

       3300-COPARTICIPACAO SECTION.
      *> Recupera so o que cabe na adesao: vida cadastrada, titular
      *> ativo e atendimento dentro da vigencia. O resto e cobranca a
      *> contestar, nao desconto.
           ADD 1 TO WS-QTD-COPART
           ADD WS-VALOR TO WS-TOT-COPART
           PERFORM 7100-ACHAR-ADESAO

           MOVE "N" TO WS-RECUPERAVEL
           IF WS-ACHOU = "S" AND WS-FUNC-ATIVO = "S"
               MOVE WS-ADS-DATA-FIM(WS-A) TO WS-FIM-VIGENCIA
               IF WS-FIM-VIGENCIA = 0
                   MOVE 99999999 TO WS-FIM-VIGENCIA
               END-IF
               IF WS-DATA-ATEND >= WS-ADS-DATA-INI(WS-A)
                       AND WS-DATA-ATEND <= WS-FIM-VIGENCIA
                   MOVE "S" TO WS-RECUPERAVEL
               END-IF
           END-IF
           IF WS-RECUPERAVEL NOT = "S"
               ADD 1 TO WS-QTD-CONTESTAR
               ADD WS-VALOR TO WS-TOT-CONTESTAR
               MOVE "COPART CONT." TO DET-TIPO
               PERFORM 7300-DETALHE-FATURA
               EXIT SECTION
           END-IF

           MOVE SPACES TO PLC-REC
           MOVE WS-ADS-MATRICULA(WS-A) TO PLC-MATRICULA
           MOVE WS-COMPETENCIA         TO PLC-COMPETENCIA
           MOVE WS-NUM-LINHA           TO PLC-SEQ
           MOVE WS-ADS-DEP-SEQ(WS-A)   TO PLC-DEP-SEQ
           MOVE WS-CARTEIRINHA         TO PLC-CARTEIRINHA
           MOVE WS-DATA-ATEND          TO PLC-DATA-ATEND
           MOVE WS-PROCEDIMENTO        TO PLC-PROCEDIMENTO
           MOVE WS-VALOR               TO PLC-VALOR
           MOVE "PENDENTE"             TO PLC-STATUS
           WRITE PLC-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-JA-GRAVADA
           END-WRITE

           ADD 1 TO WS-QTD-RECUPERAR
           ADD WS-VALOR TO WS-TOT-RECUPERAR
           MOVE "COPART" TO DET-TIPO
           PERFORM 7300-DETALHE-FATURA.

       3900-LINHA-INVALIDA SECTION.
           ADD 1 TO WS-QTD-APONTAMENTOS
           MOVE SPACES TO REPOUT-LINHA
           STRING
               "LINHA INVALIDA: " DELIMITED BY SIZE
               FAT-LINHA(1:100)   DELIMITED BY SIZE
               INTO REPOUT-LINHA
           END-STRING
           WRITE REPOUT-LINHA.

       4000-NAO-FATURADAS SECTION.
      *> Adesao vigente de titular ativo que a operadora nao cobrou:
      *> ou a vida nao foi incluida la (e esta sem cobertura) ou a
      *> fatura veio incompleta.
           IF WS-ADS-VIGENTE(WS-A) NOT = "S"
                   OR WS-ADS-FATURADA(WS-A) = "S"
               EXIT SECTION
           END-IF
           PERFORM 7200-ACHAR-TITULAR
           IF WS-FUNC-ATIVO NOT = "S"
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-NAO-FATURADA
           MOVE SPACES TO WS-NOME-FATURA
           MOVE WS-ADS-CART(WS-A) TO WS-CARTEIRINHA
           MOVE 0 TO WS-VALOR
           MOVE "NAO FATURADA" TO DET-TIPO
           PERFORM 7300-DETALHE-FATURA.

       7000-SEPARAR-CAMPOS SECTION.
           MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                          WS-CAMPO-4 WS-CAMPO-5
           UNSTRING FAT-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-1
                    WS-CAMPO-2
                    WS-CAMPO-3
                    WS-CAMPO-4
                    WS-CAMPO-5
           END-UNSTRING.

       7100-ACHAR-ADESAO SECTION.
      *> Carteirinha -> adesao (WS-A) e situacao do titular.
           MOVE "N" TO WS-ACHOU
           MOVE "N" TO WS-FUNC-ATIVO
           MOVE SPACES TO WS-NOME-TITULAR
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > WS-ADS-QTD OR WS-ACHOU = "S"
               IF WS-ADS-CART(WS-A) = WS-CARTEIRINHA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-A
               PERFORM 7200-ACHAR-TITULAR
           END-IF.

       7200-ACHAR-TITULAR SECTION.
           MOVE "N" TO WS-FUNC-ATIVO
           MOVE SPACES TO WS-NOME-TITULAR
           MOVE "M"                    TO FSNP-OPERACAO
           MOVE WS-ADS-MATRICULA(WS-A) TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS = "OK"
               MOVE FSNP-NOME TO WS-NOME-TITULAR
               IF FSNP-SITUACAO = "A"
                   MOVE "S" TO WS-FUNC-ATIVO
               END-IF
           END-IF.

       7300-DETALHE-FATURA SECTION.
      *> Linha de apontamento; DET-TIPO ja preenchido.
           IF DET-TIPO NOT = "COPART"
               ADD 1 TO WS-QTD-APONTAMENTOS
           END-IF
           MOVE WS-CARTEIRINHA TO DET-CART
           MOVE SPACES TO DET-MATRICULA DET-SEQ DET-TIPO-PLANO
                          DET-INFO
           IF WS-ACHOU = "S" OR DET-TIPO = "NAO FATURADA"
               MOVE WS-ADS-MATRICULA(WS-A) TO DET-MATRICULA
               MOVE WS-ADS-DEP-SEQ(WS-A)   TO DET-SEQ
               MOVE WS-ADS-TIPO(WS-A)      TO DET-TIPO-PLANO
               MOVE WS-NOME-TITULAR        TO DET-NOME
           ELSE
               MOVE WS-NOME-FATURA         TO DET-NOME
           END-IF

           MOVE WS-VALOR TO WS-VALOR-ED
           EVALUATE DET-TIPO
               WHEN "DIVERGENTE"
                   MOVE WS-ADS-MENSAL(WS-A) TO WS-VALOR2-ED
                   STRING
                       "COBRADO="     DELIMITED BY SIZE
                       WS-VALOR-ED    DELIMITED BY SIZE
                       " CADASTRO="   DELIMITED BY SIZE
                       WS-VALOR2-ED   DELIMITED BY SIZE
                       INTO DET-INFO
                   END-STRING
               WHEN "NAO FATURADA"
                   MOVE WS-ADS-MENSAL(WS-A) TO WS-VALOR2-ED
                   STRING
                       "MENSALIDADE=" DELIMITED BY SIZE
                       WS-VALOR2-ED   DELIMITED BY SIZE
                       INTO DET-INFO
                   END-STRING
               WHEN "COPART"
               WHEN "COPART CONT."
                   STRING
                       WS-DATA-ATEND(7:2)   DELIMITED BY SIZE
                       "/"                  DELIMITED BY SIZE
                       WS-DATA-ATEND(5:2)   DELIMITED BY SIZE
                       "/"                  DELIMITED BY SIZE
                       WS-DATA-ATEND(1:4)   DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       WS-PROCEDIMENTO(1:15) DELIMITED BY SIZE
                       " "                  DELIMITED BY SIZE
                       WS-VALOR-ED          DELIMITED BY SIZE
                       INTO DET-INFO
                   END-STRING
               WHEN OTHER
                   STRING
                       "COBRADO="     DELIMITED BY SIZE
                       WS-VALOR-ED    DELIMITED BY SIZE
                       INTO DET-INFO
                   END-STRING
           END-EVALUATE
           MOVE WS-DET TO REPOUT-LINHA
           WRITE REPOUT-LINHA.

       9000-FINALIZAR SECTION.
           MOVE ALL "-" TO REPOUT-LINHA
           WRITE REPOUT-LINHA
           IF NOT WS-FATURA-RECUSADA
               PERFORM 9100-TOTAIS
           ELSE
               MOVE "PLANO-COPART NAO GRAVADO" TO REPOUT-LINHA
               WRITE REPOUT-LINHA
           END-IF
           CLOSE REPORT-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           EVALUATE TRUE
               WHEN WS-FATURA-RECUSADA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-APONTAMENTOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           DISPLAY "PLANO-FATURA-CONFERE: ADESOES=" WS-ADS-QTD
               " MENSALIDADES=" WS-QTD-MENSAL
               " COPART=" WS-QTD-COPART
               " A-RECUPERAR=" WS-QTD-RECUPERAR
               " APONTAMENTOS=" WS-QTD-APONTAMENTOS.

       9100-TOTAIS SECTION.
           MOVE WS-QTD-MENSAL TO WS-QTD-ED
           MOVE WS-TOT-MENSAL TO WS-VALOR-ED
           MOVE SPACES TO REPOUT-LINHA
           STRING
               "MENSALIDADES COBRADAS:     " DELIMITED BY SIZE
               WS-QTD-ED                     DELIMITED BY SIZE
               "  VALOR="                    DELIMITED BY SIZE
               WS-VALOR-ED                   DELIMITED BY SIZE
               INTO REPOUT-LINHA
           END-STRING
           WRITE REPOUT-LINHA

           MOVE WS-QTD-COPART TO WS-QTD-ED
           MOVE WS-TOT-COPART TO WS-VALOR-ED
           MOVE SPACES TO REPOUT-LINHA
           STRING
               "COPARTICIPACOES COBRADAS:  " DELIMITED BY SIZE
               WS-QTD-ED                     DELIMITED BY SIZE
               "  VALOR="                    DELIMITED BY SIZE
               WS-VALOR-ED                   DELIMITED BY SIZE
               INTO REPOUT-LINHA
           END-STRING
           WRITE REPOUT-LINHA

           COMPUTE WS-SOMA-QTD =
               WS-QTD-SEM-ADESAO + WS-QTD-ENCERRADA + WS-QTD-DUPLICADA
           MOVE WS-SOMA-QTD     TO WS-QTD-ED
           MOVE WS-TOT-INDEVIDO TO WS-VALOR-ED
           MOVE SPACES TO REPOUT-LINHA
           STRING
               "MENSALIDADES A CONTESTAR:  " DELIMITED BY SIZE
               WS-QTD-ED                     DELIMITED BY SIZE
               "  VALOR="                    DELIMITED BY SIZE
               WS-VALOR-ED                   DELIMITED BY SIZE
               INTO REPOUT-LINHA
           END-STRING
           WRITE REPOUT-LINHA

           MOVE SPACES TO REPOUT-LINHA
           STRING
               "  SEM ADESAO="  DELIMITED BY SIZE
               WS-QTD-SEM-ADESAO DELIMITED BY SIZE
               " ENCERRADAS="   DELIMITED BY SIZE
               WS-QTD-ENCERRADA DELIMITED BY SIZE
               " DUPLICADAS="   DELIMITED BY SIZE
               WS-QTD-DUPLICADA DELIMITED BY SIZE
               " DIVERGENTES="  DELIMITED BY SIZE
               WS-QTD-DIVERGENTE DELIMITED BY SIZE
               " NAO FATURADAS=" DELIMITED BY SIZE
               WS-QTD-NAO-FATURADA DELIMITED BY SIZE
               " INVALIDAS="    DELIMITED BY SIZE
               WS-QTD-INVALIDAS DELIMITED BY SIZE
               INTO REPOUT-LINHA
           END-STRING
           WRITE REPOUT-LINHA

           MOVE WS-QTD-RECUPERAR TO WS-QTD-ED
           MOVE WS-TOT-RECUPERAR TO WS-VALOR-ED
           MOVE SPACES TO REPOUT-LINHA
           STRING
               "COPART A RECUPERAR EM FOLHA:" DELIMITED BY SIZE
               WS-QTD-ED                      DELIMITED BY SIZE
               "  VALOR="                     DELIMITED BY SIZE
               WS-VALOR-ED                    DELIMITED BY SIZE
               "  JA GRAVADAS="               DELIMITED BY SIZE
               WS-QTD-JA-GRAVADA              DELIMITED BY SIZE
               INTO REPOUT-LINHA
           END-STRING
           WRITE REPOUT-LINHA

           MOVE WS-QTD-CONTESTAR TO WS-QTD-ED
           MOVE WS-TOT-CONTESTAR TO WS-VALOR-ED
           MOVE SPACES TO REPOUT-LINHA
           STRING
               "COPART A CONTESTAR:        " DELIMITED BY SIZE
               WS-QTD-ED                     DELIMITED BY SIZE
               "  VALOR="                    DELIMITED BY SIZE
               WS-VALOR-ED                   DELIMITED BY SIZE
               INTO REPOUT-LINHA
           END-STRING
           WRITE REPOUT-LINHA.
