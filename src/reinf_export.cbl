       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINF-EXPORT.

      *> Exportacao mensal dos eventos da EFD-Reinf das retencoes
      *> feitas nos pagamentos a fornecedores, o lado de terceiros
      *> que o ESOCIAL-EXPORT nao cobre: R-2010 (INSS retido na
      *> cessao de mao de obra) e R-4020 (IRRF e PIS/COFINS/CSLL
      *> retidos de pessoa juridica), um evento por prestador, mais
      *> o fechamento de cada serie (R-2099 e R-4099). Parte das
      *> retencoes gravadas pelo BOLETO-BATCH no RETENCAO-FORN e so
      *> declara a nota cujo boleto ja consta PAGO no
      *> BOLETO-REGISTER, na competencia da data do pagamento
      *> guardada no BOLETO-PAGOS-HIST -- a Reinf e pelo pagamento,
      *> nao pela entrada nem pelo vencimento. O ISS e municipal e
      *> fica de fora.
      *>
      *> REINF-COMPETENCIA (MMAAAA) escolhe a competencia (mes do
      *> pagamento da nota); em branco assume o mes corrente.
      *> REINF-EMPRESA (padrao 01) escolhe a empresa tomadora, cujo
      *> CNPJ vem do EMPRESA-CADASTRO. Com REINF-REENVIO = "S" saem
      *> so os prestadores da lista de recusas do REINF-RETORNO para
      *> a competencia, ja corrigidos, entre a reabertura (R-2098 e
      *> R-4098) e o novo fechamento do periodo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCAO-FILE ASSIGN TO "RETENCAO-FORN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-RET-FS.
           SELECT BOLETO-REG-FILE ASSIGN TO "BOLETO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-BARRAS
               FILE STATUS IS WS-BREG-FS.
           SELECT PAGOS-HIST-FILE ASSIGN TO "BOLETO-PAGOS-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGH-BARRAS
               FILE STATUS IS WS-PGH-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT WORKLIST-FILE ASSIGN TO "REINF-WORKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.
           SELECT EVENTOS-FILE ASSIGN TO "REINF-EVENTOS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENCAO-FILE.
       01  RET-REC.
           05  RET-CHAVE.
               10  RET-BARRAS-ORIGEM PIC X(44).
               10  RET-TIPO          PIC X(04).
           05  RET-SEQ               PIC 9(06).
           05  RET-CNPJ              PIC 9(14).
           05  RET-DESCRICAO         PIC X(30).
           05  RET-VENC-ORIGEM       PIC 9(08).
           05  RET-BASE              PIC 9(10).
           05  RET-ALIQ              PIC 9(05).
           05  RET-VALOR             PIC 9(10).
           05  RET-RECEITA           PIC X(04).
           05  RET-MUNICIPIO         PIC X(07).
           05  RET-VENC              PIC 9(08).
           05  RET-BARRAS-GUIA       PIC X(44).
           05  RET-DATA-ENTRADA      PIC X(08).
           05  RET-EMPRESA           PIC X(02).

       FD  BOLETO-REG-FILE.
       01  BREG-REC.
           05  BREG-BARRAS           PIC X(44).
           05  BREG-CNPJ             PIC 9(14).
           05  BREG-VALOR            PIC 9(10).
           05  BREG-VENC             PIC 9(08).
           05  BREG-DATA-ENTRADA     PIC X(08).
           05  BREG-STATUS           PIC X(10).

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

      *> Lista de recusas gravada pelo REINF-RETORNO.
       FD  WORKLIST-FILE.
       01  WORK-REC.
           05  WORK-TIPO             PIC X(06).
           05  FILLER                PIC X(02).
           05  WORK-COMPETENCIA      PIC X(06).
           05  FILLER                PIC X(02).
           05  WORK-CNPJ-PRESTADOR   PIC 9(14).
           05  FILLER                PIC X(02).
           05  WORK-MOTIVO           PIC X(40).

      *> Evento posicional, um por prestador e serie, no mesmo
      *> espirito do ESOCIAL-EVENTOS. Nos fechamentos (R-2099 e
      *> R-4099) EVT-QTD-NOTAS leva a quantidade de eventos da serie
      *> e o prestador vai zerado. FILLER-EVT-FUTURO reserva espaco
      *> para campos novos sem deslocar as colunas publicadas.
       FD  EVENTOS-FILE.
       01  EVT-REC.
           05  EVT-TIPO              PIC X(06).
           05  EVT-COMPETENCIA       PIC X(06).
           05  EVT-CNPJ-EMPRESA      PIC 9(14).
           05  EVT-CNPJ-PRESTADOR    PIC 9(14).
           05  EVT-QTD-NOTAS         PIC 9(05).
           05  EVT-BASE              PIC 9(15).
           05  EVT-INSS              PIC 9(15).
           05  EVT-IRRF              PIC 9(15).
           05  EVT-CSRF              PIC 9(15).
           05  EVT-REENVIO           PIC X(01).
           05  FILLER-EVT-FUTURO     PIC X(10) VALUE SPACES.
       01  EVT-TRAILER-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RET-FS                 PIC X(02) VALUE SPACES.
           88  WS-RET-OK                        VALUE "00".
       01  WS-BREG-FS                PIC X(02) VALUE SPACES.
           88  WS-BREG-OK                       VALUE "00".
       01  WS-PGH-FS                 PIC X(02) VALUE SPACES.
           88  WS-PGH-OK                        VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-WORK-FS                PIC X(02) VALUE SPACES.
           88  WS-WORK-OK                       VALUE "00".

       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".
       01  WS-BREG-ABERTO            PIC X(01) VALUE "N".
       01  WS-PGH-ABERTO             PIC X(01) VALUE "N".
       01  WS-RET-ABERTO             PIC X(01) VALUE "N".

       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-COMP-AAAAMM            PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE "01".
       01  WS-CNPJ-EMPRESA           PIC 9(14) VALUE ZEROS.
       01  WS-REENVIO                PIC X(01) VALUE "N".
       01  WS-RET-EMPRESA            PIC X(02) VALUE SPACES.

      *> Nota corrente: as retencoes de uma nota chegam juntas (a
      *> chave comeca pelo codigo de barras do boleto), entao o
      *> boleto de origem e lido uma vez so por nota.
       01  WS-ORIGEM-ATUAL           PIC X(44) VALUE SPACES.
       01  WS-ORIGEM-PAGA            PIC X(01) VALUE "N".
       01  WS-DATA-PGTO              PIC X(08) VALUE SPACES.
       01  WS-BASE-IR-SOMADA         PIC X(01) VALUE "N".

      *> Totais por prestador da competencia.
       01  WS-PRESTADORES.
           05  WS-PR-QTD             PIC 9(04) COMP-5 VALUE 0.
           05  WS-PR-LINHA OCCURS 2000 TIMES.
               10  WS-PR-CNPJ        PIC 9(14).
               10  WS-PR-NOTAS       PIC 9(05).
               10  WS-PR-NOTAS-INSS  PIC 9(05).
               10  WS-PR-BASE-INSS   PIC 9(15).
               10  WS-PR-INSS        PIC 9(15).
               10  WS-PR-BASE-IR     PIC 9(15).
               10  WS-PR-IRRF        PIC 9(15).
               10  WS-PR-CSRF        PIC 9(15).
       01  WS-PR-TROCA               PIC X(99).
       01  WS-PR-IDX                 PIC 9(04) COMP-5 VALUE 0.
       01  WS-PR-CHEIA               PIC X(01) VALUE "N".

      *> Prestadores recusados a reenviar (REINF-REENVIO = "S").
       01  WS-RECUSAS.
           05  WS-RC-QTD             PIC 9(04) COMP-5 VALUE 0.
           05  WS-RC-CNPJ OCCURS 500 TIMES
                                     PIC 9(14).
       01  WS-RC-ACHOU               PIC X(01) VALUE "N".

       01  WS-PER-TIPO               PIC X(06) VALUE SPACES.
       01  WS-PER-QTD                PIC 9(05) VALUE ZEROS.

       01  WS-I                      PIC 9(04) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(04) COMP-5 VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NAO-PAGAS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-R2010          PIC 9(05) VALUE ZEROS.
           05  WS-QTD-R4020          PIC 9(05) VALUE ZEROS.
           05  WS-QTD-EVENTOS        PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-CENTAVOS     PIC S9(15) VALUE ZEROS.

       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

       COPY "competencia_trava.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL WS-FIM-ARQUIVO
           PERFORM 3000-ORDENAR
           PERFORM 4000-GERAR-EVENTOS
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "REINF-COMPETENCIA"
           IF WS-COMPETENCIA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
               STRING
                   WS-DATA-HOJE(5:2) WS-DATA-HOJE(1:4)
                   INTO WS-COMPETENCIA
               END-STRING
           END-IF
           IF WS-COMPETENCIA IS NOT NUMERIC
               DISPLAY "REINF-EXPORT: REINF-COMPETENCIA INVALIDA: "
                   WS-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           STRING WS-COMPETENCIA(3:4) WS-COMPETENCIA(1:2)
               DELIMITED BY SIZE
               INTO WS-COMP-AAAAMM
           END-STRING

           ACCEPT WS-EMPRESA FROM ENVIRONMENT "REINF-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           ACCEPT WS-REENVIO FROM ENVIRONMENT "REINF-REENVIO"
           IF WS-REENVIO NOT = "S"
               MOVE "N" TO WS-REENVIO
           END-IF
           DISPLAY "REINF-EXPORT: COMPETENCIA " WS-COMPETENCIA
               " EMPRESA " WS-EMPRESA " REENVIO " WS-REENVIO

           PERFORM 1050-CONFERIR-TRAVA

           PERFORM 1200-BUSCAR-EMPRESA
           IF WS-CNPJ-EMPRESA = 0
               DISPLAY "REINF-EXPORT: EMPRESA " WS-EMPRESA
                   " SEM CNPJ NO EMPRESA-CADASTRO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-REENVIO = "S"
               PERFORM 1300-CARREGAR-RECUSAS
               IF WS-RC-QTD = 0
                   DISPLAY "REINF-EXPORT: NENHUMA RECUSA DA "
                       "COMPETENCIA NA REINF-WORKLIST, NADA A REENVIAR"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT EVENTOS-FILE

           OPEN INPUT BOLETO-REG-FILE
           IF WS-BREG-OK
               MOVE "S" TO WS-BREG-ABERTO
           ELSE
               DISPLAY "REINF-EXPORT: AVISO - BOLETO-REGISTER "
                   "INDISPONIVEL, NENHUMA NOTA CONSTA PAGA"
           END-IF
           OPEN INPUT PAGOS-HIST-FILE
           IF WS-PGH-OK
               MOVE "S" TO WS-PGH-ABERTO
           ELSE
               DISPLAY "REINF-EXPORT: AVISO - BOLETO-PAGOS-HIST "
                   "INDISPONIVEL, DATA DO PAGAMENTO PELO "
                   "BOLETO-REGISTER"
           END-IF

           OPEN INPUT RETENCAO-FILE
           IF NOT WS-RET-OK
               DISPLAY "REINF-EXPORT: RETENCAO-FORN NAO ENCONTRADO, "
                   "NADA A EXPORTAR"
               MOVE "S" TO WS-EOF
           ELSE
               MOVE "S" TO WS-RET-ABERTO
               PERFORM 1100-LER-PROXIMO
           END-IF.

       1050-CONFERIR-TRAVA SECTION.
      *> Competencia travada no fechamento mensal da empresa: a
      *> rodada e recusada antes de gravar qualquer coisa.
           MOVE WS-COMPETENCIA TO CTRV-COMPETENCIA
           MOVE WS-EMPRESA     TO CTRV-EMPRESA
           CALL "COMPETENCIA-TRAVA" USING COMPETENCIA-TRAVA-PARAMS
           END-CALL
           IF CTRV-STATUS = "TRV"
               DISPLAY "REINF-EXPORT: COMPETENCIA " WS-COMPETENCIA
                   " TRAVADA NO FECHAMENTO MENSAL (EMPRESA "
                   CTRV-EMP-TRAVA " EM " CTRV-DATA-TRAVA ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-LER-PROXIMO SECTION.
           READ RETENCAO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       1200-BUSCAR-EMPRESA SECTION.
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
                       IF EMP-CODIGO = WS-EMPRESA
                           IF EMP-CNPJ IS NUMERIC
                               MOVE EMP-CNPJ TO WS-CNPJ-EMPRESA
                           END-IF
                           MOVE "S" TO WS-EOF-AUX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE.

       1300-CARREGAR-RECUSAS SECTION.
      *> Prestadores recusados na competencia; o mesmo prestador
      *> pode ter vindo recusado nas duas series e entra uma vez.
           OPEN INPUT WORKLIST-FILE
           IF NOT WS-WORK-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ WORKLIST-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       IF WORK-COMPETENCIA = WS-COMPETENCIA
                               AND WORK-CNPJ-PRESTADOR IS NUMERIC
                           PERFORM 1350-GUARDAR-RECUSA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKLIST-FILE.

       1350-GUARDAR-RECUSA SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RC-QTD
               IF WS-RC-CNPJ(WS-I) = WORK-CNPJ-PRESTADOR
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF WS-RC-QTD < 500
               ADD 1 TO WS-RC-QTD
               MOVE WORK-CNPJ-PRESTADOR TO WS-RC-CNPJ(WS-RC-QTD)
           END-IF.

       2000-PROCESSAR SECTION.
      *> Retencao sem empresa gravada e da empresa padrao.
           MOVE RET-EMPRESA TO WS-RET-EMPRESA
           IF WS-RET-EMPRESA = SPACES
               MOVE "01" TO WS-RET-EMPRESA
           END-IF
      *> A competencia e conferida por nota, na data do pagamento
      *> (2100-NOVA-NOTA).
           IF WS-RET-EMPRESA NOT = WS-EMPRESA
                   OR RET-TIPO = "ISS"
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           IF WS-REENVIO = "S"
               MOVE "N" TO WS-RC-ACHOU
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RC-QTD
                   IF WS-RC-CNPJ(WS-I) = RET-CNPJ
                       MOVE "S" TO WS-RC-ACHOU
                   END-IF
               END-PERFORM
               IF WS-RC-ACHOU = "N"
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
               END-IF
           END-IF

           IF RET-BARRAS-ORIGEM NOT = WS-ORIGEM-ATUAL
               PERFORM 2100-NOVA-NOTA
           END-IF
           IF WS-ORIGEM-PAGA = "N" OR WS-PR-IDX = 0
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           EVALUATE RET-TIPO
               WHEN "INSS"
                   ADD 1 TO WS-PR-NOTAS-INSS(WS-PR-IDX)
                   ADD RET-BASE  TO WS-PR-BASE-INSS(WS-PR-IDX)
                   ADD RET-VALOR TO WS-PR-INSS(WS-PR-IDX)
               WHEN "IRRF"
                   PERFORM 2200-SOMAR-BASE-IR
                   ADD RET-VALOR TO WS-PR-IRRF(WS-PR-IDX)
               WHEN "CSRF"
                   PERFORM 2200-SOMAR-BASE-IR
                   ADD RET-VALOR TO WS-PR-CSRF(WS-PR-IDX)
           END-EVALUATE
           ADD RET-VALOR TO WS-TOTAL-CENTAVOS

           PERFORM 1100-LER-PROXIMO.

       2100-NOVA-NOTA SECTION.
      *> So entra na Reinf a nota cujo boleto consta PAGO, e so na
      *> competencia em que foi pago. A data e a do
      *> BOLETO-PAGOS-HIST; pagamento confirmado antes dele existir
      *> fica com a que o BOLETO-RETORNO gravou no BOLETO-REGISTER
      *> ao baixar o boleto. Nao paga conta como pendente so na
      *> competencia do vencimento.
           MOVE RET-BARRAS-ORIGEM TO WS-ORIGEM-ATUAL
           MOVE "N" TO WS-ORIGEM-PAGA
           MOVE "N" TO WS-BASE-IR-SOMADA
           MOVE 0 TO WS-PR-IDX
           MOVE SPACES TO WS-DATA-PGTO
           IF WS-BREG-ABERTO = "S"
               MOVE RET-BARRAS-ORIGEM TO BREG-BARRAS
               READ BOLETO-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BREG-STATUS = "PAGO"
                           MOVE "S" TO WS-ORIGEM-PAGA
                           MOVE BREG-DATA-ENTRADA TO WS-DATA-PGTO
                       END-IF
               END-READ
           END-IF
           IF WS-ORIGEM-PAGA = "N"
               IF RET-VENC-ORIGEM(1:6) = WS-COMP-AAAAMM
                   ADD 1 TO WS-QTD-NAO-PAGAS
               END-IF
               EXIT SECTION
           END-IF

           PERFORM 2150-LER-PAGAMENTO
           IF WS-DATA-PGTO(1:6) NOT = WS-COMP-AAAAMM
               MOVE "N" TO WS-ORIGEM-PAGA
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PR-QTD
               IF WS-PR-CNPJ(WS-I) = RET-CNPJ
                   MOVE WS-I TO WS-PR-IDX
               END-IF
           END-PERFORM
           IF WS-PR-IDX = 0
               IF WS-PR-QTD >= 2000
                   IF WS-PR-CHEIA = "N"
                       DISPLAY "REINF-EXPORT: MAIS DE 2000 "
                           "PRESTADORES NA COMPETENCIA"
                       MOVE "S" TO WS-PR-CHEIA
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PR-QTD
               MOVE WS-PR-QTD TO WS-PR-IDX
               MOVE RET-CNPJ TO WS-PR-CNPJ(WS-PR-IDX)
               MOVE 0 TO WS-PR-NOTAS(WS-PR-IDX)
                         WS-PR-NOTAS-INSS(WS-PR-IDX)
                         WS-PR-BASE-INSS(WS-PR-IDX)
                         WS-PR-INSS(WS-PR-IDX)
                         WS-PR-BASE-IR(WS-PR-IDX)
                         WS-PR-IRRF(WS-PR-IDX)
                         WS-PR-CSRF(WS-PR-IDX)
           END-IF
           ADD 1 TO WS-PR-NOTAS(WS-PR-IDX).

       2150-LER-PAGAMENTO SECTION.
           IF WS-PGH-ABERTO NOT = "S"
               EXIT SECTION
           END-IF
           MOVE RET-BARRAS-ORIGEM TO PGH-BARRAS
           READ PAGOS-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PGH-DATA-PGTO NOT = SPACES
                       MOVE PGH-DATA-PGTO TO WS-DATA-PGTO
                   END-IF
           END-READ.

       2200-SOMAR-BASE-IR SECTION.
      *> IRRF e CSRF da mesma nota tem a mesma base (o bruto): soma
      *> uma vez so.
           IF WS-BASE-IR-SOMADA = "N"
               ADD RET-BASE TO WS-PR-BASE-IR(WS-PR-IDX)
               MOVE "S" TO WS-BASE-IR-SOMADA
           END-IF.

       3000-ORDENAR SECTION.
      *> Prestadores por CNPJ, troca simples como no ESOCIAL-EXPORT.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-PR-QTD
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-PR-QTD - WS-I
                   IF WS-PR-CNPJ(WS-J) > WS-PR-CNPJ(WS-J + 1)
                       MOVE WS-PR-LINHA(WS-J)     TO WS-PR-TROCA
                       MOVE WS-PR-LINHA(WS-J + 1) TO WS-PR-LINHA(WS-J)
                       MOVE WS-PR-TROCA TO WS-PR-LINHA(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-GERAR-EVENTOS SECTION.
           IF WS-REENVIO = "S"
               MOVE 0 TO WS-PER-QTD
               MOVE "R-2098" TO WS-PER-TIPO
               PERFORM 4300-EVENTO-PERIODO
               MOVE "R-4098" TO WS-PER-TIPO
               PERFORM 4300-EVENTO-PERIODO
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PR-QTD
               IF WS-PR-INSS(WS-I) > 0
                   PERFORM 4100-EVENTO-R2010
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PR-QTD
               IF WS-PR-IRRF(WS-I) > 0 OR WS-PR-CSRF(WS-I) > 0
                   PERFORM 4200-EVENTO-R4020
               END-IF
           END-PERFORM

           MOVE "R-2099"     TO WS-PER-TIPO
           MOVE WS-QTD-R2010 TO WS-PER-QTD
           PERFORM 4300-EVENTO-PERIODO
           MOVE "R-4099"     TO WS-PER-TIPO
           MOVE WS-QTD-R4020 TO WS-PER-QTD
           PERFORM 4300-EVENTO-PERIODO.

       4100-EVENTO-R2010 SECTION.
           PERFORM 4400-LIMPAR-EVENTO
           MOVE "R-2010"                 TO EVT-TIPO
           MOVE WS-PR-CNPJ(WS-I)         TO EVT-CNPJ-PRESTADOR
           MOVE WS-PR-NOTAS-INSS(WS-I)   TO EVT-QTD-NOTAS
           MOVE WS-PR-BASE-INSS(WS-I)    TO EVT-BASE
           MOVE WS-PR-INSS(WS-I)         TO EVT-INSS
           WRITE EVT-REC
           ADD 1 TO WS-QTD-R2010 WS-QTD-EVENTOS.

       4200-EVENTO-R4020 SECTION.
           PERFORM 4400-LIMPAR-EVENTO
           MOVE "R-4020"                 TO EVT-TIPO
           MOVE WS-PR-CNPJ(WS-I)         TO EVT-CNPJ-PRESTADOR
           MOVE WS-PR-NOTAS(WS-I)        TO EVT-QTD-NOTAS
           MOVE WS-PR-BASE-IR(WS-I)      TO EVT-BASE
           MOVE WS-PR-IRRF(WS-I)         TO EVT-IRRF
           MOVE WS-PR-CSRF(WS-I)         TO EVT-CSRF
           WRITE EVT-REC
           ADD 1 TO WS-QTD-R4020 WS-QTD-EVENTOS.

       4300-EVENTO-PERIODO SECTION.
      *> Reabertura ou fechamento da serie: so empresa e competencia.
           PERFORM 4400-LIMPAR-EVENTO
           MOVE WS-PER-TIPO TO EVT-TIPO
           MOVE WS-PER-QTD  TO EVT-QTD-NOTAS
           WRITE EVT-REC
           ADD 1 TO WS-QTD-EVENTOS.

       4400-LIMPAR-EVENTO SECTION.
           MOVE SPACES          TO EVT-REC
           MOVE WS-COMPETENCIA  TO EVT-COMPETENCIA
           MOVE WS-CNPJ-EMPRESA TO EVT-CNPJ-EMPRESA
           MOVE 0 TO EVT-CNPJ-PRESTADOR EVT-QTD-NOTAS EVT-BASE
                     EVT-INSS EVT-IRRF EVT-CSRF
           MOVE WS-REENVIO      TO EVT-REENVIO.

       9000-FINALIZAR SECTION.
      *> Trailer de totais de controle no mesmo formato dos outros
      *> arquivos de saida em lote do sistema.
           MOVE WS-QTD-EVENTOS    TO WS-CTRL-QTD
           MOVE WS-TOTAL-CENTAVOS TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO EVT-TRAILER-REC
           WRITE EVT-TRAILER-REC

           IF WS-RET-ABERTO = "S"
               CLOSE RETENCAO-FILE
           END-IF
           IF WS-BREG-ABERTO = "S"
               CLOSE BOLETO-REG-FILE
           END-IF
           IF WS-PGH-ABERTO = "S"
               CLOSE PAGOS-HIST-FILE
           END-IF
           CLOSE EVENTOS-FILE

           DISPLAY "REINF-EXPORT: EVENTOS=" WS-QTD-EVENTOS
               " R-2010=" WS-QTD-R2010
               " R-4020=" WS-QTD-R4020
               " RETENCOES-LIDAS=" WS-QTD-LIDOS
               " NOTAS-NAO-PAGAS=" WS-QTD-NAO-PAGAS.
