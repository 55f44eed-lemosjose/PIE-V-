      *> apontou. As horas e as taxas aplicadas saem no
      *> HORAS-VERBAS, que o PAYROLL-RUN imprime no holerite para o
      *> funcionario conferir. A planilha de multiplicar na mao sai
      *> de cena. O HORAS-INTAKE vem do relogio de ponto (PONTO-AFD,
      *> que apura o AFD de cada local contra a escala de turno).
      *>
      *> O IRRF gerado ja sai com a deducao dos dependentes
      *> (DEPENDENTE-CONTA), senao a critica de encargos do
      *> PAYROLL-RUN reteria quem tem dependente. A quota do
      *> salario-familia e apurada aqui e listada no HORAS-REPORT,
      *> mas o credito e feito uma unica vez, pelo PAYROLL-RUN, como
      *> os demais modulos sobre o liquido -- o PAYROLL-IN gerado nao
      *> a carrega, para nao pagar em dobro.
      *>
      *> Banco de horas: onde o acordo coletivo manda a extra para o
      *> banco (BANCO-HORAS-REGRA, por empresa e setor), as extras
      *> 50%/100% da competencia viram credito no BANCO-HORAS
      *> (indexado por matricula + mes de acumulo) em vez de sair no
      *> PAYROLL-IN; a folga compensatoria apontada (HORIN-FOLGA)
      *> debita o saldo mais antigo primeiro. Saldo de mes que passou
      *> do prazo do acordo sem compensar e pago automaticamente,
      *> pela taxa vigente, no PAYROLL-IN gerado, e o saldo que
      *> sobra vai no HORAS-VERBAS para o holerite.
      *>
      *> BANCO-HORAS-REGRA: linhas EMPRESA;SETOR;MODO;PRAZO
      *>   EMPRESA = codigo da empresa ("00" = padrao do grupo)
      *>   SETOR   = codigo do setor; em branco, a empresa inteira
      *>   MODO    = B (extra vai para o banco) ou P (extra paga)
      *>   PRAZO   = meses para compensar; em branco, 6
      *> Vale a linha mais especifica: empresa+setor, empresa, grupo+
      *> setor, grupo. Sem linha aplicavel (ou sem a tabela) a extra
      *> e paga no mes, como sempre foi.
      *>
      *> O banco e refeito da primeira competencia ate a da geracao a
      *> cada rodada (creditos e folgas de cada mes sao o que o
      *> apontamento daquele mes trouxe), entao gerar de novo a mesma
      *> competencia nao credita nem paga duas vezes. Saldo vencido
      *> numa competencia sem geracao sai na geracao seguinte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HORAS-REPORT-FILE ASSIGN TO "HORAS-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGRA-BH-FILE ASSIGN TO "BANCO-HORAS-REGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRA-FS.
           SELECT BANCO-HORAS-FILE ASSIGN TO "BANCO-HORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WS-BH-FS.

       DATA DIVISION.
       FILE SECTION.
      *> Horas em centesimos de hora (ex.: 150 = 1,50h).
      *> HORIN-SEMANA (AAAAMMDD do inicio da semana) so vem no
      *> apontamento do semanalista, com as horas normais em
      *> HORIN-NORMAIS; esse e pago pela folha semanal e nao entra
      *> aqui.
       FD  HORAS-INTAKE-FILE.
       01  HORIN-REC.
           05  HORIN-MATRICULA       PIC 9(09).
           05  HORIN-HE50            PIC 9(05).
           05  HORIN-HE100           PIC 9(05).
           05  HORIN-NOTURNA         PIC 9(05).
           05  HORIN-FOLGA           PIC 9(05).
           05  HORIN-NORMAIS         PIC 9(05).
           05  HORIN-SEMANA          PIC 9(08).

       FD  PAYROLL-IN-FILE.
       01  PAYIN-REC.
           05  HV-QTDNOT             PIC 9(05).
           05  HV-TAXANOT            PIC 9(09).
           05  HV-VALNOT             PIC 9(15).
           05  HV-QTDBH50            PIC 9(05).
           05  HV-VALBH50            PIC 9(15).
           05  HV-QTDBH100           PIC 9(05).
           05  HV-VALBH100           PIC 9(15).
           05  HV-BH-SALDO           PIC 9(07).

       FD  HORAS-REPORT-FILE.
       01  HOROUT-LINHA              PIC X(80).

       FD  REGRA-BH-FILE.
       01  REGRA-LINHA               PIC X(80).

      *> Um registro por matricula e mes de acumulo (AAAAMM): o que
      *> entrou, o que foi compensado por folga, o que venceu e foi
      *> pago e o saldo. Horas em centesimos de hora.
       FD  BANCO-HORAS-FILE.
       01  BH-REC.
           05  BH-CHAVE.
               10  BH-MATRICULA      PIC 9(09).
               10  BH-MES            PIC 9(06).
           05  BH-PRAZO              PIC 9(02).
           05  BH-CRED50             PIC 9(05).
           05  BH-CRED100            PIC 9(05).
           05  BH-FOLGA              PIC 9(05).
           05  BH-FOLGA-SEM-SALDO    PIC 9(05).
           05  BH-COMP50             PIC 9(05).
           05  BH-COMP100            PIC 9(05).
           05  BH-PAGO50             PIC 9(05).
           05  BH-PAGO100            PIC 9(05).
           05  BH-PAGO-COMP          PIC 9(06).
           05  BH-SALDO50            PIC 9(05).
           05  BH-SALDO100           PIC 9(05).
           05  BH-DATA-ATUALIZ       PIC 9(08).
           05  FILLER                PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-HORAS-FS               PIC X(02) VALUE SPACES.
           88  WS-HORAS-OK                      VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-REGRA-FS               PIC X(02) VALUE SPACES.
           88  WS-REGRA-OK                      VALUE "00".
       01  WS-BH-FS                  PIC X(02) VALUE SPACES.
           88  WS-BH-OK                         VALUE "00".
       01  WS-TEM-BANCO              PIC X(01) VALUE "N".
       01  WS-EOF-BH                 PIC X(01) VALUE "N".

       COPY "func_tabela.cpy".

               10  WS-HT-HE50        PIC 9(05).
               10  WS-HT-HE100       PIC 9(05).
               10  WS-HT-NOTURNA     PIC 9(05).
               10  WS-HT-FOLGA       PIC 9(05).

      *> Regras do banco de horas por empresa e setor.
       01  WS-REGRA-TAB.
           05  WS-REGRA-QTD          PIC 9(03) COMP-5 VALUE 0.
           05  WS-REGRA OCCURS 200 TIMES.
               10  WS-REGRA-EMPRESA  PIC X(02).
               10  WS-REGRA-SETOR    PIC X(10).
               10  WS-REGRA-MODO     PIC X(01).
               10  WS-REGRA-PRAZO    PIC 9(02).
       01  WS-CAMPO-EMPRESA          PIC X(02) VALUE SPACES.
       01  WS-CAMPO-SETOR            PIC X(10) VALUE SPACES.
       01  WS-CAMPO-MODO             PIC X(01) VALUE SPACES.
       01  WS-CAMPO-PRAZO            PIC X(04) VALUE SPACES.
       01  WS-RG                     PIC 9(03) COMP-5 VALUE 0.
       01  WS-RG-NIVEL               PIC 9(01) VALUE 0.
       01  WS-RG-MELHOR              PIC 9(01) VALUE 0.
       01  WS-MODO-BH                PIC X(01) VALUE "P".
           88  WS-EXTRA-NO-BANCO                VALUE "B".
       01  WS-PRAZO-BH               PIC 9(02) VALUE 6.

      *> Meses do banco da matricula, em ordem de acumulo, refeitos
      *> a cada geracao.
       01  WS-BH-TAB.
           05  WS-BT-QTD             PIC 9(03) COMP-5 VALUE 0.
           05  WS-BT OCCURS 120 TIMES.
               10  WS-BT-NOVO        PIC X(01).
               10  WS-BT-IDX         PIC 9(07).
               10  WS-BT-DADOS.
                   15  WS-BT-MATRICULA   PIC 9(09).
                   15  WS-BT-MES         PIC 9(06).
                   15  WS-BT-PRAZO       PIC 9(02).
                   15  WS-BT-CRED50      PIC 9(05).
                   15  WS-BT-CRED100     PIC 9(05).
                   15  WS-BT-FOLGA       PIC 9(05).
                   15  WS-BT-SEM-SALDO   PIC 9(05).
                   15  WS-BT-COMP50      PIC 9(05).
                   15  WS-BT-COMP100     PIC 9(05).
                   15  WS-BT-PAGO50      PIC 9(05).
                   15  WS-BT-PAGO100     PIC 9(05).
                   15  WS-BT-PAGO-COMP   PIC 9(06).
                   15  WS-BT-SALDO50     PIC 9(05).
                   15  WS-BT-SALDO100    PIC 9(05).
                   15  WS-BT-DATA-ATUALIZ PIC 9(08).
                   15  FILLER            PIC X(19).
       01  WS-BT-I                   PIC 9(03) COMP-5 VALUE 0.
       01  WS-BT-J                   PIC 9(03) COMP-5 VALUE 0.
       01  WS-BT-ATUAL               PIC 9(03) COMP-5 VALUE 0.
       01  WS-BH-COMP                PIC 9(06) VALUE 0.
       01  WS-BH-MES-W               PIC 9(06) VALUE 0.
       01  WS-BH-MES-W-R REDEFINES WS-BH-MES-W.
           05  WS-BH-MES-AAAA        PIC 9(04).
           05  WS-BH-MES-MM          PIC 9(02).
       01  WS-BH-IDX-W               PIC 9(07) VALUE 0.
       01  WS-BH-IDX-X               PIC 9(07) VALUE 0.
       01  WS-BH-IDX-COMP            PIC 9(07) VALUE 0.
       01  WS-BH-FALTA               PIC 9(05) VALUE 0.
       01  WS-BH-TIRA                PIC 9(05) VALUE 0.
       01  WS-BH-ATIVIDADE           PIC X(01) VALUE "N".
       01  WS-BH-PAGO50-REG          PIC 9(05) VALUE 0.
       01  WS-BH-PAGO100-REG         PIC 9(05) VALUE 0.
       01  WS-BH-SALDO-REG           PIC 9(07) VALUE 0.
       01  WS-BH-FOLGA-REG           PIC 9(05) VALUE 0.
       01  WS-BH-SEM-SALDO-REG       PIC 9(05) VALUE 0.
       01  WS-BH-CRED50-REG          PIC 9(05) VALUE 0.
       01  WS-BH-CRED100-REG         PIC 9(05) VALUE 0.
       01  WS-VAL-BH50               PIC S9(15) VALUE 0.
       01  WS-VAL-BH100              PIC S9(15) VALUE 0.
       01  WS-CALC-TAXA              PIC 9(09) VALUE 0.
       01  WS-CALC-QTD               PIC 9(07) VALUE 0.
       01  WS-BH-AVISO-TAB           PIC X(01) VALUE "N".

       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-SI                     PIC 9(05) COMP-5 VALUE 0.
       01  WS-SJ                     PIC 9(05) COMP-5 VALUE 0.
       01  WS-HT-TROCA               PIC X(29) VALUE SPACES.
       01  WS-TAXA-HORA              PIC 9(09) COMP-5 VALUE 0.
       01  WS-TAXA-HE50              PIC 9(09) COMP-5 VALUE 0.
       01  WS-TAXA-HE100             PIC 9(09) COMP-5 VALUE 0.
       01  WS-HE50-REG               PIC 9(05) COMP-5 VALUE 0.
       01  WS-HE100-REG              PIC 9(05) COMP-5 VALUE 0.
       01  WS-NOT-REG                PIC 9(05) COMP-5 VALUE 0.
       01  WS-FOLGA-REG              PIC 9(05) VALUE 0.

       01  WS-ENC-PARAMS.
           05  WS-ENC-DATA-REF       PIC 9(08).
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
       01  WS-DEP-ED                 PIC Z(09)9.99.

      *> Remontagem de centavos para o texto "reais,centavos".
       01  WS-FMT-REAIS              PIC 9(13) COMP-5 VALUE 0.
           05  WS-QTD-GERADOS        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-COM-HORAS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-CADASTRO   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-COM-DEPEND     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-COM-BANCO      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-BH-VENCIDO     PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-SALFAM       PIC S9(15) VALUE ZEROS.
           05  WS-TOTAL-LIQUIDO      PIC S9(15) VALUE ZEROS.

       01  WS-CTRL-IN.
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

       COPY "competencia_trava.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
                   INTO WS-COMPETENCIA
               END-STRING
           END-IF
           PERFORM 1050-CONFERIR-TRAVA

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-BH-COMP =
               FUNCTION NUMVAL(WS-COMPETENCIA(3:4)) * 100
               + FUNCTION NUMVAL(WS-COMPETENCIA(1:2))
           MOVE WS-BH-COMP TO WS-BH-MES-W
           PERFORM 3390-INDICE-MES
           MOVE WS-BH-IDX-W TO WS-BH-IDX-COMP

           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
               MOVE "S" TO WS-EOF
           END-IF

           PERFORM 1200-CARREGAR-REGRAS

           OPEN OUTPUT PAYROLL-IN-FILE
           OPEN OUTPUT VERBAS-FILE
           OPEN OUTPUT HORAS-REPORT-FILE
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
               DISPLAY "HORAS-CALC: COMPETENCIA " WS-COMPETENCIA
                   " TRAVADA NO FECHAMENTO MENSAL (EMPRESA "
                   CTRV-EMP-TRAVA " EM " CTRV-DATA-TRAVA ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-CARREGAR-REGRAS SECTION.
      *> Sem a tabela de regras toda extra e paga no mes. O banco
      *> abre mesmo sem regra de banco vigente: saldo de acordo
      *> antigo continua sendo compensado e vencendo.
           OPEN INPUT REGRA-BH-FILE
           IF WS-REGRA-OK
               MOVE "N" TO WS-EOF-BH
               PERFORM UNTIL WS-EOF-BH = "S"
                   READ REGRA-BH-FILE
                       AT END
                           MOVE "S" TO WS-EOF-BH
                       NOT AT END
                           PERFORM 1210-APLICAR-REGRA
                   END-READ
               END-PERFORM
               CLOSE REGRA-BH-FILE
           END-IF

           OPEN I-O BANCO-HORAS-FILE
           IF WS-BH-OK
               MOVE "S" TO WS-TEM-BANCO
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-RG FROM 1 BY 1
               UNTIL WS-RG > WS-REGRA-QTD
               IF WS-REGRA-MODO(WS-RG) = "B"
                   MOVE "S" TO WS-TEM-BANCO
               END-IF
           END-PERFORM
           IF WS-TEM-BANCO = "S"
               OPEN OUTPUT BANCO-HORAS-FILE
               CLOSE BANCO-HORAS-FILE
               OPEN I-O BANCO-HORAS-FILE
               IF NOT WS-BH-OK
                   DISPLAY "HORAS-CALC: BANCO-HORAS INDISPONIVEL "
                       "(STATUS=" WS-BH-FS ") - EXTRAS PAGAS NO MES"
                   MOVE "N" TO WS-TEM-BANCO
               END-IF
           END-IF.

       1210-APLICAR-REGRA SECTION.
           IF REGRA-LINHA = SPACES OR REGRA-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           IF WS-REGRA-QTD >= 200
               DISPLAY "HORAS-CALC: BANCO-HORAS-REGRA COM MAIS DE 200 "
                   "LINHAS, EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CAMPO-EMPRESA WS-CAMPO-SETOR
                          WS-CAMPO-MODO WS-CAMPO-PRAZO
           UNSTRING REGRA-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-EMPRESA
                    WS-CAMPO-SETOR
                    WS-CAMPO-MODO
                    WS-CAMPO-PRAZO
           END-UNSTRING
           IF WS-CAMPO-EMPRESA = SPACES
                   OR (WS-CAMPO-MODO NOT = "B"
                       AND WS-CAMPO-MODO NOT = "P")
               DISPLAY "HORAS-CALC: LINHA INVALIDA NA "
                   "BANCO-HORAS-REGRA: " REGRA-LINHA
               EXIT SECTION
           END-IF

           ADD 1 TO WS-REGRA-QTD
           MOVE WS-CAMPO-EMPRESA TO WS-REGRA-EMPRESA(WS-REGRA-QTD)
           MOVE WS-CAMPO-SETOR   TO WS-REGRA-SETOR(WS-REGRA-QTD)
           MOVE WS-CAMPO-MODO    TO WS-REGRA-MODO(WS-REGRA-QTD)
           MOVE 6 TO WS-REGRA-PRAZO(WS-REGRA-QTD)
           IF WS-CAMPO-PRAZO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-PRAZO)
                   TO WS-REGRA-PRAZO(WS-REGRA-QTD)
           END-IF.

       1100-LER-PROXIMO SECTION.
           READ HORAS-INTAKE-FILE
               AT END

       2000-CARREGAR-HORAS SECTION.
      *> So os apontamentos da competencia da geracao entram; o
      *> resto e ruido de arquivo velho e sai no relatorio. O
      *> apontamento semanal e da folha semanal e passa calado.
           IF HORIN-SEMANA IS NUMERIC AND HORIN-SEMANA > 0
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           IF HORIN-COMPETENCIA NOT = WS-COMPETENCIA
               MOVE SPACES TO HOROUT-LINHA
               STRING
               MOVE HORIN-HE50      TO WS-HT-HE50(WS-HT-QTD)
               MOVE HORIN-HE100     TO WS-HT-HE100(WS-HT-QTD)
               MOVE HORIN-NOTURNA   TO WS-HT-NOTURNA(WS-HT-QTD)
      *> Apontamento do formato antigo nao traz a folga.
               MOVE 0 TO WS-HT-FOLGA(WS-HT-QTD)
               IF HORIN-FOLGA IS NUMERIC
                   MOVE HORIN-FOLGA TO WS-HT-FOLGA(WS-HT-QTD)
               END-IF
           END-IF

           PERFORM 1100-LER-PROXIMO.

           MOVE "N" TO WS-TEM-HORAS
           MOVE 0 TO WS-HE50-REG WS-HE100-REG WS-NOT-REG
                     WS-FOLGA-REG
           IF WS-HT-QTD > 0
               SEARCH ALL WS-HT-ENTRADA
                   AT END
                       MOVE WS-HT-HE50(WS-HT-IDX)  TO WS-HE50-REG
                       MOVE WS-HT-HE100(WS-HT-IDX) TO WS-HE100-REG
                       MOVE WS-HT-NOTURNA(WS-HT-IDX) TO WS-NOT-REG
                       MOVE WS-HT-FOLGA(WS-HT-IDX) TO WS-FOLGA-REG
               END-SEARCH
           END-IF

           PERFORM 3200-RESOLVER-REGRA
           PERFORM 3300-BANCO-HORAS

      *> Quantidades em centesimos de hora e taxas em centavos:
      *> divide por 100 para o valor ficar em centavos.
           COMPUTE WS-VAL-HE50 =
           COMPUTE WS-VAL-NOT =
               WS-NOT-REG * WS-TAXA-NOT / 100

      *> Saldo vencido do banco pago pela taxa de hoje.
           MOVE WS-TAXA-HE50 TO WS-CALC-TAXA
           COMPUTE WS-VAL-BH50 =
               WS-BH-PAGO50-REG * WS-CALC-TAXA / 100
           MOVE WS-TAXA-HE100 TO WS-CALC-TAXA
           COMPUTE WS-VAL-BH100 =
               WS-BH-PAGO100-REG * WS-CALC-TAXA / 100

           COMPUTE WS-BRUTO = FT-SALARIO(WS-I)
               + WS-VAL-HE50 + WS-VAL-HE100 + WS-VAL-NOT
               + WS-VAL-BH50 + WS-VAL-BH100

           MOVE FT-MATRICULA(WS-I) TO WS-DEPC-MATRICULA
           MOVE FUNCTION NUMVAL(WS-DATA-HOJE) TO WS-DEPC-DATA-REF
           CALL "DEPENDENTE-CONTA" USING WS-DEPC-PARAMS
           END-CALL

           MOVE FUNCTION NUMVAL(WS-DATA-HOJE) TO WS-ENC-DATA-REF
           MOVE WS-BRUTO TO WS-ENC-BRUTO
           MOVE WS-DEPC-QTD-IRRF   TO WS-ENC-QTD-DEP-IRRF
           MOVE WS-DEPC-QTD-SALFAM TO WS-ENC-QTD-DEP-SALFAM
           CALL "ENCARGOS-CALC" USING WS-ENC-PARAMS
           END-CALL
           COMPUTE WS-LIQUIDO =
               WS-BRUTO - WS-ENC-INSS - WS-ENC-IRRF
           IF WS-DEPC-QTD-IRRF > 0 OR WS-ENC-SALFAM > 0
               PERFORM 3500-LISTAR-DEPENDENTES
           END-IF

           MOVE SPACES TO PAYIN-REC
           MOVE FT-MATRICULA(WS-I) TO PAYIN-MATRICULA

           IF WS-TEM-HORAS = "S"
               ADD 1 TO WS-QTD-COM-HORAS
           END-IF
           IF WS-BH-ATIVIDADE = "S"
               PERFORM 3600-LISTAR-BANCO
           END-IF
           IF WS-TEM-HORAS = "S" OR WS-BH-ATIVIDADE = "S"
               MOVE SPACES TO HV-REC
               MOVE FT-MATRICULA(WS-I) TO HV-MATRICULA
               MOVE WS-COMPETENCIA     TO HV-COMPETENCIA
               MOVE WS-NOT-REG         TO HV-QTDNOT
               MOVE WS-TAXA-NOT        TO HV-TAXANOT
               MOVE WS-VAL-NOT         TO HV-VALNOT
               MOVE WS-BH-PAGO50-REG   TO HV-QTDBH50
               MOVE WS-VAL-BH50        TO HV-VALBH50
               MOVE WS-BH-PAGO100-REG  TO HV-QTDBH100
               MOVE WS-VAL-BH100       TO HV-VALBH100
               MOVE WS-BH-SALDO-REG    TO HV-BH-SALDO
               WRITE HV-REC
           END-IF.

       3500-LISTAR-DEPENDENTES SECTION.
      *> Uma linha por matricula com dependente: deducao aplicada no
      *> IRRF gerado e a quota que a folha vai creditar.
           ADD 1 TO WS-QTD-COM-DEPEND
           ADD WS-ENC-SALFAM TO WS-TOTAL-SALFAM
           MOVE SPACES TO HOROUT-LINHA
           COMPUTE WS-DEP-ED = WS-ENC-DEDUCAO-DEP / 100
           STRING
               "DEPENDENTES MAT "  DELIMITED BY SIZE
               FT-MATRICULA(WS-I) DELIMITED BY SIZE
               " IRRF="            DELIMITED BY SIZE
               WS-DEPC-QTD-IRRF   DELIMITED BY SIZE
               " DEDUCAO="        DELIMITED BY SIZE
               WS-DEP-ED          DELIMITED BY SIZE
               INTO HOROUT-LINHA
           END-STRING
           IF WS-ENC-SALFAM > 0
               COMPUTE WS-DEP-ED = WS-ENC-SALFAM / 100
               STRING
                   " SAL-FAMILIA="    DELIMITED BY SIZE
                   WS-DEP-ED          DELIMITED BY SIZE
                   INTO HOROUT-LINHA(57:24)
               END-STRING
           END-IF
           WRITE HOROUT-LINHA.

       3200-RESOLVER-REGRA SECTION.
      *> Linha mais especifica ganha: empresa+setor (4), empresa
      *> (3), grupo+setor (2), grupo (1). Sem nenhuma, paga.
           MOVE "P" TO WS-MODO-BH
           MOVE 6   TO WS-PRAZO-BH
           MOVE 0   TO WS-RG-MELHOR
           PERFORM VARYING WS-RG FROM 1 BY 1
               UNTIL WS-RG > WS-REGRA-QTD
               MOVE 0 TO WS-RG-NIVEL
               EVALUATE TRUE
                   WHEN WS-REGRA-EMPRESA(WS-RG) = WS-EMPRESA
                           AND WS-REGRA-SETOR(WS-RG) = FT-SETOR(WS-I)
                       MOVE 4 TO WS-RG-NIVEL
                   WHEN WS-REGRA-EMPRESA(WS-RG) = WS-EMPRESA
                           AND WS-REGRA-SETOR(WS-RG) = SPACES
                       MOVE 3 TO WS-RG-NIVEL
                   WHEN WS-REGRA-EMPRESA(WS-RG) = "00"
                           AND WS-REGRA-SETOR(WS-RG) = FT-SETOR(WS-I)
                       MOVE 2 TO WS-RG-NIVEL
                   WHEN WS-REGRA-EMPRESA(WS-RG) = "00"
                           AND WS-REGRA-SETOR(WS-RG) = SPACES
                       MOVE 1 TO WS-RG-NIVEL
               END-EVALUATE
               IF WS-RG-NIVEL > WS-RG-MELHOR
                   MOVE WS-RG-NIVEL TO WS-RG-MELHOR
                   MOVE WS-REGRA-MODO(WS-RG)  TO WS-MODO-BH
                   MOVE WS-REGRA-PRAZO(WS-RG) TO WS-PRAZO-BH
               END-IF
           END-PERFORM.

       3300-BANCO-HORAS SECTION.
      *> Credito das extras do mes (quando vao para o banco), folga
      *> apontada e vencimento, refeitos sobre os meses do banco da
      *> matricula. Devolve o vencido a pagar e o saldo.
           MOVE "N" TO WS-BH-ATIVIDADE
           MOVE 0 TO WS-BH-PAGO50-REG WS-BH-PAGO100-REG
                     WS-BH-SALDO-REG WS-BH-SEM-SALDO-REG
                     WS-BH-CRED50-REG WS-BH-CRED100-REG
           MOVE WS-FOLGA-REG TO WS-BH-FOLGA-REG
           IF WS-TEM-BANCO NOT = "S"
               EXIT SECTION
           END-IF

           IF WS-EXTRA-NO-BANCO
               MOVE WS-HE50-REG  TO WS-BH-CRED50-REG
               MOVE WS-HE100-REG TO WS-BH-CRED100-REG
               MOVE 0 TO WS-HE50-REG WS-HE100-REG
           END-IF

           PERFORM 3310-CARREGAR-MESES
           IF WS-BT-QTD = 0 AND WS-BH-CRED50-REG = 0
                   AND WS-BH-CRED100-REG = 0 AND WS-BH-FOLGA-REG = 0
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-BH-ATIVIDADE
           ADD 1 TO WS-QTD-COM-BANCO

           PERFORM 3320-MES-DA-COMPETENCIA
           IF WS-BT-ATUAL = 0
               MOVE WS-BH-CRED50-REG  TO WS-HE50-REG
               MOVE WS-BH-CRED100-REG TO WS-HE100-REG
               MOVE 0 TO WS-BH-CRED50-REG WS-BH-CRED100-REG
               EXIT SECTION
           END-IF
           MOVE WS-BH-CRED50-REG  TO WS-BT-CRED50(WS-BT-ATUAL)
           MOVE WS-BH-CRED100-REG TO WS-BT-CRED100(WS-BT-ATUAL)
           MOVE WS-BH-FOLGA-REG   TO WS-BT-FOLGA(WS-BT-ATUAL)
           MOVE WS-PRAZO-BH       TO WS-BT-PRAZO(WS-BT-ATUAL)

      *> O que ja saiu pago em geracao de competencia anterior fica
      *> como pago; o resto e refeito.
           PERFORM VARYING WS-BT-I FROM 1 BY 1
               UNTIL WS-BT-I > WS-BT-QTD
               IF WS-BT-MES(WS-BT-I) <= WS-BH-COMP
                   MOVE 0 TO WS-BT-COMP50(WS-BT-I)
                             WS-BT-COMP100(WS-BT-I)
                             WS-BT-SALDO50(WS-BT-I)
                             WS-BT-SALDO100(WS-BT-I)
                             WS-BT-SEM-SALDO(WS-BT-I)
                   IF WS-BT-PAGO-COMP(WS-BT-I) = 0
                           OR WS-BT-PAGO-COMP(WS-BT-I) >= WS-BH-COMP
                       MOVE 0 TO WS-BT-PAGO50(WS-BT-I)
                                 WS-BT-PAGO100(WS-BT-I)
                                 WS-BT-PAGO-COMP(WS-BT-I)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 3330-REFAZER-MES
               VARYING WS-BH-IDX-X FROM WS-BT-IDX(1) BY 1
               UNTIL WS-BH-IDX-X > WS-BH-IDX-COMP

           PERFORM 3380-GRAVAR-MESES.

       3310-CARREGAR-MESES SECTION.
           MOVE 0 TO WS-BT-QTD
           MOVE FT-MATRICULA(WS-I) TO BH-MATRICULA
           MOVE 0 TO BH-MES
           MOVE "N" TO WS-EOF-BH
           START BANCO-HORAS-FILE KEY NOT < BH-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-BH
           END-START
           PERFORM UNTIL WS-EOF-BH = "S"
               READ BANCO-HORAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-BH
                   NOT AT END
                       IF BH-MATRICULA NOT = FT-MATRICULA(WS-I)
                           MOVE "S" TO WS-EOF-BH
                       ELSE
                           PERFORM 3315-GUARDAR-MES
                       END-IF
               END-READ
           END-PERFORM.

       3315-GUARDAR-MES SECTION.
           IF WS-BT-QTD >= 120
               IF WS-BH-AVISO-TAB = "N"
                   MOVE "S" TO WS-BH-AVISO-TAB
                   DISPLAY "HORAS-CALC: BANCO COM MAIS DE 120 MESES "
                       "NA MATRICULA " BH-MATRICULA " - MESES "
                       "RECENTES IGNORADOS"
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO WS-BT-QTD
           MOVE "N"    TO WS-BT-NOVO(WS-BT-QTD)
           MOVE BH-REC TO WS-BT-DADOS(WS-BT-QTD)
           MOVE BH-MES TO WS-BH-MES-W
           PERFORM 3390-INDICE-MES
           MOVE WS-BH-IDX-W TO WS-BT-IDX(WS-BT-QTD).

       3320-MES-DA-COMPETENCIA SECTION.
      *> Mes da competencia no banco; novo entra na posicao da
      *> ordem de acumulo.
           MOVE 0 TO WS-BT-ATUAL
           PERFORM VARYING WS-BT-I FROM 1 BY 1
               UNTIL WS-BT-I > WS-BT-QTD OR WS-BT-ATUAL > 0
               IF WS-BT-MES(WS-BT-I) = WS-BH-COMP
                   MOVE WS-BT-I TO WS-BT-ATUAL
               END-IF
           END-PERFORM
           IF WS-BT-ATUAL > 0
               EXIT SECTION
           END-IF
           IF WS-BT-QTD >= 120
               EXIT SECTION
           END-IF

           MOVE 1 TO WS-BT-ATUAL
           PERFORM VARYING WS-BT-I FROM 1 BY 1
               UNTIL WS-BT-I > WS-BT-QTD
               IF WS-BT-MES(WS-BT-I) < WS-BH-COMP
                   COMPUTE WS-BT-ATUAL = WS-BT-I + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BT-J FROM WS-BT-QTD BY -1
               UNTIL WS-BT-J < WS-BT-ATUAL
               MOVE WS-BT(WS-BT-J) TO WS-BT(WS-BT-J + 1)
           END-PERFORM
           ADD 1 TO WS-BT-QTD

           MOVE SPACES TO WS-BT(WS-BT-ATUAL)
           INITIALIZE WS-BT(WS-BT-ATUAL)
           MOVE "S"                TO WS-BT-NOVO(WS-BT-ATUAL)
           MOVE FT-MATRICULA(WS-I) TO WS-BT-MATRICULA(WS-BT-ATUAL)
           MOVE WS-BH-COMP         TO WS-BT-MES(WS-BT-ATUAL)
           MOVE WS-BH-IDX-COMP     TO WS-BT-IDX(WS-BT-ATUAL).

       3330-REFAZER-MES SECTION.
      *> Mes X do banco: entra o credito do mes, a folga do mes
      *> baixa do saldo mais antigo (50% antes de 100%), e o saldo
      *> de mes que completou o prazo vence.
           MOVE 0 TO WS-BT-ATUAL
           PERFORM VARYING WS-BT-I FROM 1 BY 1
               UNTIL WS-BT-I > WS-BT-QTD OR WS-BT-ATUAL > 0
               IF WS-BT-IDX(WS-BT-I) = WS-BH-IDX-X
                   MOVE WS-BT-I TO WS-BT-ATUAL
               END-IF
           END-PERFORM

           IF WS-BT-ATUAL > 0
               MOVE WS-BT-CRED50(WS-BT-ATUAL)
                   TO WS-BT-SALDO50(WS-BT-ATUAL)
               MOVE WS-BT-CRED100(WS-BT-ATUAL)
                   TO WS-BT-SALDO100(WS-BT-ATUAL)
               MOVE WS-BT-FOLGA(WS-BT-ATUAL) TO WS-BH-FALTA
               PERFORM VARYING WS-BT-J FROM 1 BY 1
                   UNTIL WS-BT-J > WS-BT-QTD OR WS-BH-FALTA = 0
                       OR WS-BT-IDX(WS-BT-J) > WS-BH-IDX-X
                   PERFORM 3340-COMPENSAR
               END-PERFORM
               MOVE WS-BH-FALTA TO WS-BT-SEM-SALDO(WS-BT-ATUAL)
           END-IF

           PERFORM VARYING WS-BT-J FROM 1 BY 1
               UNTIL WS-BT-J > WS-BT-QTD
                   OR WS-BT-IDX(WS-BT-J) > WS-BH-IDX-X
               IF WS-BT-SALDO50(WS-BT-J) + WS-BT-SALDO100(WS-BT-J) > 0
                       AND WS-BH-IDX-X >=
                           WS-BT-IDX(WS-BT-J) + WS-BT-PRAZO(WS-BT-J)
                   PERFORM 3350-VENCER
               END-IF
           END-PERFORM.

       3340-COMPENSAR SECTION.
           IF WS-BT-SALDO50(WS-BT-J) > WS-BH-FALTA
               MOVE WS-BH-FALTA TO WS-BH-TIRA
           ELSE
               MOVE WS-BT-SALDO50(WS-BT-J) TO WS-BH-TIRA
           END-IF
           SUBTRACT WS-BH-TIRA FROM WS-BT-SALDO50(WS-BT-J)
           ADD WS-BH-TIRA TO WS-BT-COMP50(WS-BT-J)
           SUBTRACT WS-BH-TIRA FROM WS-BH-FALTA

           IF WS-BT-SALDO100(WS-BT-J) > WS-BH-FALTA
               MOVE WS-BH-FALTA TO WS-BH-TIRA
           ELSE
               MOVE WS-BT-SALDO100(WS-BT-J) TO WS-BH-TIRA
           END-IF
           SUBTRACT WS-BH-TIRA FROM WS-BT-SALDO100(WS-BT-J)
           ADD WS-BH-TIRA TO WS-BT-COMP100(WS-BT-J)
           SUBTRACT WS-BH-TIRA FROM WS-BH-FALTA.

       3350-VENCER SECTION.
      *> Pago em geracao anterior fica como estava; senao vence
      *> nesta geracao e entra no PAYROLL-IN.
           IF WS-BT-PAGO-COMP(WS-BT-J) = 0
               MOVE WS-BT-SALDO50(WS-BT-J)  TO WS-BT-PAGO50(WS-BT-J)
               MOVE WS-BT-SALDO100(WS-BT-J) TO WS-BT-PAGO100(WS-BT-J)
               MOVE WS-BH-COMP TO WS-BT-PAGO-COMP(WS-BT-J)
           END-IF
           MOVE 0 TO WS-BT-SALDO50(WS-BT-J) WS-BT-SALDO100(WS-BT-J).

       3380-GRAVAR-MESES SECTION.
           PERFORM VARYING WS-BT-I FROM 1 BY 1
               UNTIL WS-BT-I > WS-BT-QTD
               IF WS-BT-MES(WS-BT-I) <= WS-BH-COMP
                   IF WS-BT-PAGO-COMP(WS-BT-I) = WS-BH-COMP
                       ADD WS-BT-PAGO50(WS-BT-I)  TO WS-BH-PAGO50-REG
                       ADD WS-BT-PAGO100(WS-BT-I) TO WS-BH-PAGO100-REG
                   END-IF
                   COMPUTE WS-BH-SALDO-REG = WS-BH-SALDO-REG
                       + WS-BT-SALDO50(WS-BT-I)
                       + WS-BT-SALDO100(WS-BT-I)
                   IF WS-BT-MES(WS-BT-I) = WS-BH-COMP
                       MOVE WS-BT-SEM-SALDO(WS-BT-I)
                           TO WS-BH-SEM-SALDO-REG
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-DATA-HOJE)
                       TO WS-BT-DATA-ATUALIZ(WS-BT-I)
                   MOVE WS-BT-DADOS(WS-BT-I) TO BH-REC
                   IF WS-BT-NOVO(WS-BT-I) = "S"
                       WRITE BH-REC
                           INVALID KEY
                               DISPLAY "AVISO: FALHA AO GRAVAR BANCO "
                                   "DE HORAS DA MATRICULA "
                                   BH-MATRICULA
                       END-WRITE
                   ELSE
                       REWRITE BH-REC
                           INVALID KEY
                               DISPLAY "AVISO: FALHA AO ATUALIZAR "
                                   "BANCO DE HORAS DA MATRICULA "
                                   BH-MATRICULA
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BH-PAGO50-REG > 0 OR WS-BH-PAGO100-REG > 0
               ADD 1 TO WS-QTD-BH-VENCIDO
           END-IF.

       3390-INDICE-MES SECTION.
      *> AAAAMM -> numero corrido de meses, para somar prazo.
           COMPUTE WS-BH-IDX-W =
               WS-BH-MES-AAAA * 12 + WS-BH-MES-MM - 1.

       3600-LISTAR-BANCO SECTION.
      *> Movimento do banco da matricula na competencia.
           MOVE SPACES TO HOROUT-LINHA
           COMPUTE WS-CALC-QTD = WS-BH-PAGO50-REG + WS-BH-PAGO100-REG
           STRING
               "BANCO HORAS MAT "  DELIMITED BY SIZE
               FT-MATRICULA(WS-I) DELIMITED BY SIZE
               " CRED="            DELIMITED BY SIZE
               WS-BH-CRED50-REG   DELIMITED BY SIZE
               "+"                 DELIMITED BY SIZE
               WS-BH-CRED100-REG  DELIMITED BY SIZE
               " FOLGA="           DELIMITED BY SIZE
               WS-BH-FOLGA-REG    DELIMITED BY SIZE
               " VENC="            DELIMITED BY SIZE
               WS-CALC-QTD(3:5)   DELIMITED BY SIZE
               " SALDO="           DELIMITED BY SIZE
               WS-BH-SALDO-REG    DELIMITED BY SIZE
               INTO HOROUT-LINHA
           END-STRING
           WRITE HOROUT-LINHA
           IF WS-BH-SEM-SALDO-REG > 0
               MOVE SPACES TO HOROUT-LINHA
               STRING
                   "  FOLGA SEM SALDO NO BANCO MAT " DELIMITED BY SIZE
                   FT-MATRICULA(WS-I)   DELIMITED BY SIZE
                   ": "                 DELIMITED BY SIZE
                   WS-BH-SEM-SALDO-REG  DELIMITED BY SIZE
                   INTO HOROUT-LINHA
               END-STRING
               WRITE HOROUT-LINHA
           END-IF.

       8000-FORMATAR-CENTAVOS SECTION.
           COMPUTE WS-FMT-REAIS = WS-FMT-ENTRADA / 100
           COMPUTE WS-FMT-CENTS =
               INTO HOROUT-LINHA
           END-STRING
           WRITE HOROUT-LINHA
           IF WS-QTD-COM-BANCO > 0
               MOVE SPACES TO HOROUT-LINHA
               STRING
                   "COM BANCO DE HORAS: " DELIMITED BY SIZE
                   WS-QTD-COM-BANCO       DELIMITED BY SIZE
                   "  COM SALDO VENCIDO PAGO: " DELIMITED BY SIZE
                   WS-QTD-BH-VENCIDO      DELIMITED BY SIZE
                   INTO HOROUT-LINHA
               END-STRING
               WRITE HOROUT-LINHA
           END-IF
           IF WS-QTD-COM-DEPEND > 0
               COMPUTE WS-DEP-ED = WS-TOTAL-SALFAM / 100
               MOVE SPACES TO HOROUT-LINHA
               STRING
                   "COM DEPENDENTES: "  DELIMITED BY SIZE
                   WS-QTD-COM-DEPEND    DELIMITED BY SIZE
                   "  SALARIO-FAMILIA A CREDITAR NA FOLHA: "
                       DELIMITED BY SIZE
                   WS-DEP-ED            DELIMITED BY SIZE
                   INTO HOROUT-LINHA
               END-STRING
               WRITE HOROUT-LINHA
           END-IF

      *> Trailer de controle no relatorio: contagem + total liquido.
           MOVE WS-QTD-GERADOS   TO WS-CTRL-QTD
           IF WS-HORAS-OK
               CLOSE HORAS-INTAKE-FILE
           END-IF
           IF WS-TEM-BANCO = "S"
               CLOSE BANCO-HORAS-FILE
           END-IF
           CLOSE PAYROLL-IN-FILE
           CLOSE VERBAS-FILE
           CLOSE HORAS-REPORT-FILE
