       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADRO-MOVIMENTO.

      *> Relatorio mensal de movimento do quadro por empresa e setor:
      *> quadro inicial, admissoes, desligamentos, transferencias entre
      *> setores (entrada e saida), quadro final e turnover, com a
      *> tendencia dos ultimos 12 meses -- a contagem que a gerencia
      *> pedia todo mes e que ate aqui saia a mao do relatorio ODBC.
      *>
      *> O quadro de cada fim de mes e reconstituido de tras para a
      *> frente: parte da situacao atual da tabela de funcionarios e
      *> desfaz, em ordem inversa, o que o FUNC-HISTORIA registrou
      *> depois daquele mes:
      *>
      *>   admissao      FT-ADMISSAO; sem ela, a data da inclusao (I)
      *>                 na trilha
      *>   desligamento  inativacao (B), desligamento (T) ou exclusao
      *>                 (E) -- so o primeiro de cada funcionario conta
      *>   transferencia alteracao (A) com setor antes diferente do
      *>                 setor depois
      *>
      *> A empresa do funcionario e a do ultimo pagamento no
      *> PAYROLL-HIST ate a competencia (em branco vale "01", como na
      *> folha). Turnover = ((admissoes + desligamentos) / 2) sobre o
      *> quadro medio ((inicial + final) / 2), em percentual; a
      *> transferencia entre setores nao entra no turnover.
      *>
      *> Conferencia com a folha: o quadro final da empresa tem que
      *> bater com as cabecas pagas pelo PAYROLL-RUN na competencia
      *> (registros do PAYROLL-HIST), descontado quem foi desligado no
      *> mes e recebeu o saldo. Ativo sem pagamento e pago fora do
      *> quadro saem listados e o lote termina com RETURN-CODE 4; 8 sem
      *> a tabela de funcionarios.
      *>
      *> QUADRO-COMPETENCIA (MMAAAA) escolhe a competencia; em branco
      *> vale a FOLHA-COMPETENCIA e, sem ela, o mes corrente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-HIST-FILE ASSIGN TO "FUNC-HISTORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHIST-FS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-HIST-FILE.
       01  FHIST-REC.
           05  FHIST-TIMESTAMP       PIC X(14).
           05  FILLER                PIC X(01).
           05  FHIST-OPERADOR        PIC X(10).
           05  FILLER                PIC X(01).
           05  FHIST-OPERACAO        PIC X(01).
           05  FILLER                PIC X(01).
           05  FHIST-MATRICULA       PIC 9(09).
           05  FILLER                PIC X(01).
           05  FHIST-ANTES.
               10  FHIST-ANT-NOME    PIC X(50).
               10  FHIST-ANT-CPF     PIC 9(09).
               10  FHIST-ANT-SALARIO PIC 9(15).
               10  FHIST-ANT-SETOR   PIC X(10).
           05  FILLER                PIC X(01).
           05  FHIST-DEPOIS.
               10  FHIST-DEP-NOME    PIC X(50).
               10  FHIST-DEP-CPF     PIC 9(09).
               10  FHIST-DEP-SALARIO PIC 9(15).
               10  FHIST-DEP-SETOR   PIC X(10).

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

       WORKING-STORAGE SECTION.
       COPY "func_tabela.cpy".

       01  WS-FHIST-FS               PIC X(02) VALUE SPACES.
           88  WS-FHIST-OK                      VALUE "00".
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-TEM-FOLHA              PIC X(01) VALUE "N".

       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-COMP-AAAAMM            PIC 9(06) VALUE 0.
       01  WS-ANO                    PIC 9(04) VALUE 0.
       01  WS-MES                    PIC 9(02) VALUE 0.
       01  WS-AAAAMM                 PIC 9(06) VALUE 0.

      *> Fins de mes da janela, AAAAMM: WS-LIM(13) e a competencia,
      *> WS-LIM(1) o mes anterior ao primeiro mes da tendencia. O mes
      *> M da tendencia (1 a 12) vai de WS-LIM(M) a WS-LIM(M + 1).
       01  WS-JANELA.
           05  WS-LIM                PIC 9(06) OCCURS 13 TIMES.

      *> Um registro por funcionario: os da tabela nas mesmas posicoes
      *> dela (1 a FT-QTD), depois os que so aparecem na trilha
      *> (excluidos) ou na folha.
       01  WS-PES-QTD                PIC 9(05) COMP-5 VALUE 0.
       01  WS-PESSOAS.
           05  WS-PES OCCURS 6000 TIMES.
               10  WS-PES-MATRICULA  PIC 9(09).
               10  WS-PES-NOME       PIC X(30).
               10  WS-PES-EMPRESA    PIC X(02).
               10  WS-PES-SETOR      PIC X(10).
               10  WS-PES-ATIVO      PIC X(01).
               10  WS-PES-ADMISSAO   PIC 9(08).
               10  WS-PES-ADM-R REDEFINES WS-PES-ADMISSAO.
                   15  WS-PES-ADM-AAAAMM PIC 9(06).
                   15  FILLER        PIC 9(02).
               10  WS-PES-ADM-FT     PIC X(01).
               10  WS-PES-DESLIGADO  PIC X(01).
               10  WS-PES-ULT-EV     PIC 9(05) COMP-5.
               10  WS-PES-HIST-MES   PIC 9(06).
               10  WS-PES-PAGO       PIC X(01).
               10  WS-PES-ATIVO-FIM  PIC X(01).
               10  WS-PES-DESL-MES   PIC X(01).

      *> Desligamentos (D) e transferencias (T) na ordem da trilha,
      *> encadeados por funcionario do mais recente para o mais antigo
      *> (WS-EV-ANTERIOR) para o desfazer de tras para a frente.
       01  WS-EV-QTD                 PIC 9(05) COMP-5 VALUE 0.
       01  WS-EVENTOS.
           05  WS-EV OCCURS 20000 TIMES.
               10  WS-EV-PESSOA      PIC 9(05) COMP-5.
               10  WS-EV-ANTERIOR    PIC 9(05) COMP-5.
               10  WS-EV-AAAAMM      PIC 9(06).
               10  WS-EV-TIPO        PIC X(01).
               10  WS-EV-SETOR-DE    PIC X(10).
               10  WS-EV-SETOR-PARA  PIC X(10).

      *> Celulas empresa + setor: quadro em cada fim de mes da janela
      *> e o movimento de cada mes da tendencia.
       01  WS-CEL-QTD                PIC 9(05) COMP-5 VALUE 0.
       01  WS-CELULAS.
           05  WS-CEL OCCURS 500 TIMES.
               10  WS-CEL-EMPRESA    PIC X(02).
               10  WS-CEL-SETOR      PIC X(10).
               10  WS-CEL-QUADRO     PIC 9(05) COMP-5 OCCURS 13.
               10  WS-CEL-ADM        PIC 9(05) COMP-5 OCCURS 12.
               10  WS-CEL-DEM        PIC 9(05) COMP-5 OCCURS 12.
               10  WS-CEL-TIN        PIC 9(05) COMP-5 OCCURS 12.
               10  WS-CEL-TOUT       PIC 9(05) COMP-5 OCCURS 12.
       01  WS-CEL-TROCA              PIC X(300) VALUE SPACES.

      *> Totais da empresa corrente e do grupo, por mes da janela.
       01  WS-TOT-EMPRESA.
           05  WS-TE-QUADRO          PIC 9(07) COMP-5 OCCURS 13.
           05  WS-TE-ADM             PIC 9(07) COMP-5 OCCURS 12.
           05  WS-TE-DEM             PIC 9(07) COMP-5 OCCURS 12.
           05  WS-TE-TIN             PIC 9(07) COMP-5 OCCURS 12.
           05  WS-TE-TOUT            PIC 9(07) COMP-5 OCCURS 12.
       01  WS-TOT-GRUPO.
           05  WS-TG-QUADRO          PIC 9(07) COMP-5 OCCURS 13.
           05  WS-TG-ADM             PIC 9(07) COMP-5 OCCURS 12.
           05  WS-TG-DEM             PIC 9(07) COMP-5 OCCURS 12.
           05  WS-TG-TIN             PIC 9(07) COMP-5 OCCURS 12.
           05  WS-TG-TOUT            PIC 9(07) COMP-5 OCCURS 12.

       01  WS-PX                     PIC 9(05) COMP-5 VALUE 0.
       01  WS-CX                     PIC 9(05) COMP-5 VALUE 0.
       01  WS-EVX                    PIC 9(05) COMP-5 VALUE 0.
       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-M                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-MATRICULA-BUSCA        PIC 9(09) VALUE 0.
       01  WS-CRIAR                  PIC X(01) VALUE "N".
       01  WS-EMPRESA-BUSCA          PIC X(02) VALUE SPACES.
       01  WS-SETOR-BUSCA            PIC X(10) VALUE SPACES.
       01  WS-ATIVO                  PIC X(01) VALUE "N".
       01  WS-SETOR                  PIC X(10) VALUE SPACES.
       01  WS-EMPRESA-CORRENTE       PIC X(02) VALUE SPACES.
       01  WS-TIPO-EVENTO            PIC X(01) VALUE SPACE.
       01  WS-SETOR-DE               PIC X(10) VALUE SPACES.
       01  WS-SETOR-PARA             PIC X(10) VALUE SPACES.

       01  WS-TURNOVER               PIC 9(05)V99 VALUE 0.
       01  WS-CALC-INI               PIC 9(07) VALUE 0.
       01  WS-CALC-FIM               PIC 9(07) VALUE 0.
       01  WS-CALC-ADM               PIC 9(07) VALUE 0.
       01  WS-CALC-DEM               PIC 9(07) VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-HISTORIA       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-FOLHA          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-ESTOURO        PIC 9(07) VALUE ZEROS.
           05  WS-EMP-FINAL          PIC 9(07) VALUE ZEROS.
           05  WS-EMP-PAGOS          PIC 9(07) VALUE ZEROS.
           05  WS-EMP-DESL-PAGOS     PIC 9(07) VALUE ZEROS.
           05  WS-EMP-DIVERGENCIAS   PIC 9(07) VALUE ZEROS.
           05  WS-GRP-FINAL          PIC 9(07) VALUE ZEROS.
           05  WS-GRP-PAGOS          PIC 9(07) VALUE ZEROS.
           05  WS-GRP-DESL-PAGOS     PIC 9(07) VALUE ZEROS.
           05  WS-GRP-DIVERGENCIAS   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-EMPRESAS       PIC 9(03) VALUE ZEROS.

       01  WS-LINHA-COLUNAS.
           05  FILLER                PIC X(14) VALUE "  SETOR".
           05  FILLER                PIC X(08) VALUE " INIC.  ".
           05  FILLER                PIC X(08) VALUE " ADMIS  ".
           05  FILLER                PIC X(08) VALUE "DESLIG  ".
           05  FILLER                PIC X(08) VALUE "TR-ENT  ".
           05  FILLER                PIC X(08) VALUE "TR-SAI  ".
           05  FILLER                PIC X(08) VALUE " FINAL  ".
           05  FILLER                PIC X(08) VALUE "TURNOV.%".

       01  WS-LINHA-MOV.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LM-ROTULO             PIC X(12).
           05  LM-INICIAL            PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LM-ADM                PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LM-DEM                PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LM-TIN                PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LM-TOUT               PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LM-FINAL              PIC ZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LM-TURNOVER           PIC ZZZZ9.99.

       01  WS-LINHA-DIVERGENCIA.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  LD-MATRICULA          PIC 9(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LD-NOME               PIC X(28).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LD-MOTIVO             PIC X(35).

       01  WS-RW.
           05  WS-RW-OPERACAO        PIC X(01).
           05  WS-RW-ARQUIVO         PIC X(20).
           05  WS-RW-TITULO          PIC X(40).
           05  WS-RW-LINHA           PIC X(80).
           05  WS-RW-STATUS          PIC X(03).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 1100-CARREGAR-QUADRO
           PERFORM 1200-CARREGAR-HISTORIA
           PERFORM 1300-CARREGAR-FOLHA
           PERFORM 2000-RECONSTITUIR
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PES-QTD
           PERFORM 2500-CONTAR-EVENTOS
               VARYING WS-EVX FROM 1 BY 1 UNTIL WS-EVX > WS-EV-QTD
           PERFORM 2800-ORDENAR-CELULAS
           PERFORM 3000-EMITIR-RELATORIO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "QUADRO-COMPETENCIA"
           IF WS-COMPETENCIA = SPACES
               ACCEPT WS-COMPETENCIA
                   FROM ENVIRONMENT "FOLHA-COMPETENCIA"
           END-IF
           IF WS-COMPETENCIA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
               STRING
                   WS-DATA-HOJE(5:2) WS-DATA-HOJE(1:4)
                   INTO WS-COMPETENCIA
               END-STRING
           END-IF
           IF WS-COMPETENCIA IS NOT NUMERIC
                   OR WS-COMPETENCIA(1:2) < "01"
                   OR WS-COMPETENCIA(1:2) > "12"
               DISPLAY "QUADRO-MOVIMENTO: COMPETENCIA INVALIDA "
                   WS-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "QUADRO-MOVIMENTO: COMPETENCIA " WS-COMPETENCIA

      *> Janela de 13 fins de mes, da competencia para tras.
           MOVE WS-COMPETENCIA(3:4) TO WS-ANO
           MOVE WS-COMPETENCIA(1:2) TO WS-MES
           COMPUTE WS-COMP-AAAAMM = WS-ANO * 100 + WS-MES
           PERFORM VARYING WS-J FROM 13 BY -1 UNTIL WS-J < 1
               COMPUTE WS-LIM(WS-J) = WS-ANO * 100 + WS-MES
               SUBTRACT 1 FROM WS-MES
               IF WS-MES = 0
                   MOVE 12 TO WS-MES
                   SUBTRACT 1 FROM WS-ANO
               END-IF
           END-PERFORM

           INITIALIZE WS-TOT-GRUPO

           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
                   "funcionarios, status=" FT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-CARREGAR-QUADRO SECTION.
      *> Situacao atual de cada funcionario da tabela, no mesmo indice
      *> dela -- a busca pela matricula cai direto pelo SEARCH ALL.
           MOVE FT-QTD TO WS-PES-QTD
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > FT-QTD
               INITIALIZE WS-PES(WS-PX)
               MOVE FT-MATRICULA(WS-PX) TO WS-PES-MATRICULA(WS-PX)
               MOVE FT-NOME(WS-PX)      TO WS-PES-NOME(WS-PX)
               MOVE FT-SETOR(WS-PX)     TO WS-PES-SETOR(WS-PX)
               MOVE "N" TO WS-PES-ATIVO(WS-PX)
               IF FT-SITUACAO(WS-PX) = "A"
                   MOVE "S" TO WS-PES-ATIVO(WS-PX)
               END-IF
               MOVE "N" TO WS-PES-ADM-FT(WS-PX)
               IF FT-ADMISSAO(WS-PX) IS NUMERIC
                       AND FT-ADMISSAO(WS-PX) > 0
                   MOVE FT-ADMISSAO(WS-PX) TO WS-PES-ADMISSAO(WS-PX)
                   MOVE "S" TO WS-PES-ADM-FT(WS-PX)
               END-IF
               MOVE "N" TO WS-PES-DESLIGADO(WS-PX)
               MOVE "N" TO WS-PES-PAGO(WS-PX)
               MOVE "N" TO WS-PES-ATIVO-FIM(WS-PX)
               MOVE "N" TO WS-PES-DESL-MES(WS-PX)
           END-PERFORM.

       1200-CARREGAR-HISTORIA SECTION.
           OPEN INPUT FUNC-HIST-FILE
           IF NOT WS-FHIST-OK
               DISPLAY "QUADRO-MOVIMENTO: AVISO - FUNC-HISTORIA "
                   "INDISPONIVEL, QUADRO SEM MOVIMENTO NA JANELA"
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ FUNC-HIST-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF FHIST-TIMESTAMP(1:8) IS NUMERIC
                               AND FHIST-MATRICULA IS NUMERIC
                           ADD 1 TO WS-QTD-HISTORIA
                           PERFORM 1210-REGISTRAR-OPERACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-HIST-FILE
           MOVE "N" TO WS-EOF.

       1210-REGISTRAR-OPERACAO SECTION.
           MOVE FHIST-MATRICULA TO WS-MATRICULA-BUSCA
           MOVE "S" TO WS-CRIAR
           PERFORM 8000-LOCALIZAR-PESSOA
           IF WS-PX = 0
               EXIT SECTION
           END-IF
           IF WS-PES-NOME(WS-PX) = SPACES
      *> Fora da tabela (excluido): setor e nome da propria trilha.
               IF FHIST-ANT-SETOR NOT = SPACES
                   MOVE FHIST-ANT-SETOR TO WS-PES-SETOR(WS-PX)
                   MOVE FHIST-ANT-NOME  TO WS-PES-NOME(WS-PX)
               ELSE
                   MOVE FHIST-DEP-SETOR TO WS-PES-SETOR(WS-PX)
                   MOVE FHIST-DEP-NOME  TO WS-PES-NOME(WS-PX)
               END-IF
           END-IF
           MOVE FHIST-TIMESTAMP(1:6) TO WS-AAAAMM

           EVALUATE FHIST-OPERACAO
               WHEN "I"
                   IF WS-PES-ADM-FT(WS-PX) NOT = "S"
                       MOVE FHIST-TIMESTAMP(1:8)
                           TO WS-PES-ADMISSAO(WS-PX)
                   END-IF
                   MOVE "N" TO WS-PES-DESLIGADO(WS-PX)
               WHEN "B"
               WHEN "T"
               WHEN "E"
      *> Inativar e depois desligar (ou excluir) e uma saida so.
                   IF WS-PES-DESLIGADO(WS-PX) NOT = "S"
                       MOVE "S" TO WS-PES-DESLIGADO(WS-PX)
                       MOVE "D"             TO WS-TIPO-EVENTO
                       MOVE FHIST-ANT-SETOR TO WS-SETOR-DE
                       MOVE SPACES          TO WS-SETOR-PARA
                       PERFORM 1220-GRAVAR-EVENTO
                   END-IF
               WHEN "A"
                   IF FHIST-ANT-SETOR NOT = FHIST-DEP-SETOR
                           AND FHIST-ANT-SETOR NOT = SPACES
                           AND FHIST-DEP-SETOR NOT = SPACES
                       MOVE "T"             TO WS-TIPO-EVENTO
                       MOVE FHIST-ANT-SETOR TO WS-SETOR-DE
                       MOVE FHIST-DEP-SETOR TO WS-SETOR-PARA
                       PERFORM 1220-GRAVAR-EVENTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1220-GRAVAR-EVENTO SECTION.
           IF WS-EV-QTD >= 20000
               ADD 1 TO WS-QTD-ESTOURO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-EV-QTD
           MOVE WS-PX                 TO WS-EV-PESSOA(WS-EV-QTD)
           MOVE WS-PES-ULT-EV(WS-PX)  TO WS-EV-ANTERIOR(WS-EV-QTD)
           MOVE WS-AAAAMM             TO WS-EV-AAAAMM(WS-EV-QTD)
           MOVE WS-TIPO-EVENTO        TO WS-EV-TIPO(WS-EV-QTD)
           MOVE WS-SETOR-DE           TO WS-EV-SETOR-DE(WS-EV-QTD)
           MOVE WS-SETOR-PARA         TO WS-EV-SETOR-PARA(WS-EV-QTD)
           MOVE WS-EV-QTD             TO WS-PES-ULT-EV(WS-PX).

       1300-CARREGAR-FOLHA SECTION.
      *> Empresa de cada funcionario (ultimo pagamento ate a
      *> competencia) e quem foi pago na propria competencia. 13o,
      *> ferias e diferencas (mes 13 a 16) nao contam cabeca.
           OPEN INPUT PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "QUADRO-MOVIMENTO: AVISO - PAYROLL-HIST "
                   "INDISPONIVEL, SEM CONFERENCIA COM A FOLHA"
           ELSE
               MOVE "S" TO WS-TEM-FOLHA
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-FIM-ARQUIVO
                   READ PAYROLL-HIST-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM 1310-REGISTRAR-PAGAMENTO
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HIST-FILE
               MOVE "N" TO WS-EOF
           END-IF

           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PES-QTD
               IF WS-PES-EMPRESA(WS-PX) = SPACES
                   MOVE "01" TO WS-PES-EMPRESA(WS-PX)
               END-IF
      *> Pago sem celula nenhuma no quadro ainda aparece no bloco da
      *> empresa dele, para a divergencia sair listada.
               IF WS-PES-PAGO(WS-PX) = "S"
                   MOVE WS-PES-EMPRESA(WS-PX) TO WS-EMPRESA-BUSCA
                   MOVE WS-PES-SETOR(WS-PX)   TO WS-SETOR-BUSCA
                   PERFORM 8300-LOCALIZAR-CELULA
               END-IF
           END-PERFORM.

       1310-REGISTRAR-PAGAMENTO SECTION.
           IF HIST-COMPETENCIA IS NOT NUMERIC
                   OR HIST-COMPETENCIA(1:2) < "01"
                   OR HIST-COMPETENCIA(1:2) > "12"
               EXIT SECTION
           END-IF
           MOVE HIST-COMPETENCIA(3:4) TO WS-ANO
           MOVE HIST-COMPETENCIA(1:2) TO WS-MES
           COMPUTE WS-AAAAMM = WS-ANO * 100 + WS-MES
           IF WS-AAAAMM > WS-COMP-AAAAMM
               EXIT SECTION
           END-IF

           MOVE HIST-MATRICULA TO WS-MATRICULA-BUSCA
           MOVE "N" TO WS-CRIAR
           IF HIST-COMPETENCIA = WS-COMPETENCIA
               MOVE "S" TO WS-CRIAR
           END-IF
           PERFORM 8000-LOCALIZAR-PESSOA
           IF WS-PX = 0
               EXIT SECTION
           END-IF
           IF WS-PES-NOME(WS-PX) = SPACES
               MOVE HIST-NOME TO WS-PES-NOME(WS-PX)
           END-IF

           IF WS-AAAAMM >= WS-PES-HIST-MES(WS-PX)
               MOVE WS-AAAAMM    TO WS-PES-HIST-MES(WS-PX)
               MOVE HIST-EMPRESA TO WS-PES-EMPRESA(WS-PX)
           END-IF
           IF HIST-COMPETENCIA = WS-COMPETENCIA
               MOVE "S" TO WS-PES-PAGO(WS-PX)
               ADD 1 TO WS-QTD-FOLHA
           END-IF.

       2000-RECONSTITUIR SECTION.
      *> Parte da situacao atual e desfaz os eventos da pessoa do mais
      *> recente para o mais antigo, contando-a em cada fim de mes da
      *> janela em que estava admitida e ativa. Desfeito tudo, o setor
      *> que sobra e o da admissao.
           MOVE WS-PES-ATIVO(WS-PX)  TO WS-ATIVO
           MOVE WS-PES-SETOR(WS-PX)  TO WS-SETOR
           MOVE WS-PES-ULT-EV(WS-PX) TO WS-EVX
           MOVE WS-PES-EMPRESA(WS-PX) TO WS-EMPRESA-BUSCA

           PERFORM VARYING WS-J FROM 13 BY -1 UNTIL WS-J < 1
               PERFORM UNTIL WS-EVX = 0
                       OR WS-EV-AAAAMM(WS-EVX) <= WS-LIM(WS-J)
                   PERFORM 2100-DESFAZER-EVENTO
               END-PERFORM
               IF WS-ATIVO = "S"
                       AND WS-PES-ADM-AAAAMM(WS-PX) <= WS-LIM(WS-J)
                   MOVE WS-SETOR TO WS-SETOR-BUSCA
                   PERFORM 8300-LOCALIZAR-CELULA
                   IF WS-CX > 0
                       ADD 1 TO WS-CEL-QUADRO(WS-CX, WS-J)
                   END-IF
                   IF WS-J = 13
                       MOVE "S" TO WS-PES-ATIVO-FIM(WS-PX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM UNTIL WS-EVX = 0
               PERFORM 2100-DESFAZER-EVENTO
           END-PERFORM

           MOVE WS-PES-ADM-AAAAMM(WS-PX) TO WS-AAAAMM
           PERFORM 8200-MES-DA-JANELA
           IF WS-M > 0
               MOVE WS-SETOR TO WS-SETOR-BUSCA
               PERFORM 8300-LOCALIZAR-CELULA
               IF WS-CX > 0
                   ADD 1 TO WS-CEL-ADM(WS-CX, WS-M)
               END-IF
           END-IF.

       2100-DESFAZER-EVENTO SECTION.
           IF WS-EV-TIPO(WS-EVX) = "D"
               MOVE "S" TO WS-ATIVO
           END-IF
           MOVE WS-EV-SETOR-DE(WS-EVX) TO WS-SETOR
           MOVE WS-EV-ANTERIOR(WS-EVX) TO WS-EVX.

       2500-CONTAR-EVENTOS SECTION.
           MOVE WS-EV-AAAAMM(WS-EVX) TO WS-AAAAMM
           PERFORM 8200-MES-DA-JANELA
           IF WS-M = 0
               EXIT SECTION
           END-IF
           MOVE WS-EV-PESSOA(WS-EVX) TO WS-PX
           MOVE WS-PES-EMPRESA(WS-PX) TO WS-EMPRESA-BUSCA
           MOVE WS-EV-SETOR-DE(WS-EVX) TO WS-SETOR-BUSCA
           PERFORM 8300-LOCALIZAR-CELULA
           IF WS-CX = 0
               EXIT SECTION
           END-IF

           IF WS-EV-TIPO(WS-EVX) = "D"
               ADD 1 TO WS-CEL-DEM(WS-CX, WS-M)
               IF WS-M = 12
                   MOVE "S" TO WS-PES-DESL-MES(WS-PX)
               END-IF
           ELSE
               ADD 1 TO WS-CEL-TOUT(WS-CX, WS-M)
               MOVE WS-EV-SETOR-PARA(WS-EVX) TO WS-SETOR-BUSCA
               PERFORM 8300-LOCALIZAR-CELULA
               IF WS-CX > 0
                   ADD 1 TO WS-CEL-TIN(WS-CX, WS-M)
               END-IF
           END-IF.

       2800-ORDENAR-CELULAS SECTION.
      *> Empresa + setor, troca simples como no HR-DELTA-APPLY: a
      *> quebra por empresa do relatorio depende dessa ordem.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-CEL-QTD
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CEL-QTD - WS-I
                   IF WS-CEL-EMPRESA(WS-J) > WS-CEL-EMPRESA(WS-J + 1)
                       OR (WS-CEL-EMPRESA(WS-J) =
                               WS-CEL-EMPRESA(WS-J + 1)
                           AND WS-CEL-SETOR(WS-J) >
                               WS-CEL-SETOR(WS-J + 1))
                       MOVE WS-CEL(WS-J)     TO WS-CEL-TROCA
                       MOVE WS-CEL(WS-J + 1) TO WS-CEL(WS-J)
                       MOVE WS-CEL-TROCA     TO WS-CEL(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-EMITIR-RELATORIO SECTION.
           MOVE "I"             TO WS-RW-OPERACAO
           MOVE "QUADRO-REPORT" TO WS-RW-ARQUIVO
           MOVE SPACES          TO WS-RW-TITULO
           STRING
               "MOVIMENTO DO QUADRO - COMP. " DELIMITED BY SIZE
               WS-COMPETENCIA(1:2)            DELIMITED BY SIZE
               "/"                            DELIMITED BY SIZE
               WS-COMPETENCIA(3:4)            DELIMITED BY SIZE
               INTO WS-RW-TITULO
           END-STRING
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "L" TO WS-RW-OPERACAO

           MOVE SPACES TO WS-EMPRESA-CORRENTE
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CEL-QTD
               IF WS-CEL-EMPRESA(WS-CX) NOT = WS-EMPRESA-CORRENTE
                   IF WS-EMPRESA-CORRENTE NOT = SPACES
                       PERFORM 3500-FECHAR-EMPRESA
                   END-IF
                   MOVE WS-CEL-EMPRESA(WS-CX) TO WS-EMPRESA-CORRENTE
                   PERFORM 3100-ABRIR-EMPRESA
               END-IF
               PERFORM 3200-LINHA-SETOR
           END-PERFORM
           IF WS-EMPRESA-CORRENTE NOT = SPACES
               PERFORM 3500-FECHAR-EMPRESA
           END-IF

           PERFORM 3800-TOTAL-GRUPO.

       3100-ABRIR-EMPRESA SECTION.
           ADD 1 TO WS-QTD-EMPRESAS
           INITIALIZE WS-TOT-EMPRESA
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "EMPRESA "          DELIMITED BY SIZE
               WS-EMPRESA-CORRENTE DELIMITED BY SIZE
               " - MOVIMENTO DA COMPETENCIA POR SETOR"
                                   DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-LINHA-COLUNAS TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       3200-LINHA-SETOR SECTION.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 13
               ADD WS-CEL-QUADRO(WS-CX, WS-J) TO WS-TE-QUADRO(WS-J)
           END-PERFORM
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               ADD WS-CEL-ADM(WS-CX, WS-M)  TO WS-TE-ADM(WS-M)
               ADD WS-CEL-DEM(WS-CX, WS-M)  TO WS-TE-DEM(WS-M)
               ADD WS-CEL-TIN(WS-CX, WS-M)  TO WS-TE-TIN(WS-M)
               ADD WS-CEL-TOUT(WS-CX, WS-M) TO WS-TE-TOUT(WS-M)
           END-PERFORM

      *> Setor sem ninguem e sem movimento na competencia nao sai.
           IF WS-CEL-QUADRO(WS-CX, 12) = 0
                   AND WS-CEL-QUADRO(WS-CX, 13) = 0
                   AND WS-CEL-ADM(WS-CX, 12) = 0
                   AND WS-CEL-DEM(WS-CX, 12) = 0
                   AND WS-CEL-TIN(WS-CX, 12) = 0
                   AND WS-CEL-TOUT(WS-CX, 12) = 0
               EXIT SECTION
           END-IF

           MOVE WS-CEL-SETOR(WS-CX) TO LM-ROTULO
           IF WS-CEL-SETOR(WS-CX) = SPACES
               MOVE "(SEM SETOR)" TO LM-ROTULO
           END-IF
           MOVE WS-CEL-QUADRO(WS-CX, 12) TO WS-CALC-INI
           MOVE WS-CEL-QUADRO(WS-CX, 13) TO WS-CALC-FIM
           MOVE WS-CEL-ADM(WS-CX, 12)    TO WS-CALC-ADM
           MOVE WS-CEL-DEM(WS-CX, 12)    TO WS-CALC-DEM
           MOVE WS-CEL-TIN(WS-CX, 12)    TO LM-TIN
           MOVE WS-CEL-TOUT(WS-CX, 12)   TO LM-TOUT
           PERFORM 3900-GRAVAR-LINHA-MOV.

       3500-FECHAR-EMPRESA SECTION.
           MOVE "TOTAL"          TO LM-ROTULO
           MOVE WS-TE-QUADRO(12) TO WS-CALC-INI
           MOVE WS-TE-QUADRO(13) TO WS-CALC-FIM
           MOVE WS-TE-ADM(12)    TO WS-CALC-ADM
           MOVE WS-TE-DEM(12)    TO WS-CALC-DEM
           MOVE WS-TE-TIN(12)    TO LM-TIN
           MOVE WS-TE-TOUT(12)   TO LM-TOUT
           PERFORM 3900-GRAVAR-LINHA-MOV

      *> Tendencia dos 12 meses da empresa, do mais antigo para a
      *> competencia.
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "EMPRESA "          DELIMITED BY SIZE
               WS-EMPRESA-CORRENTE DELIMITED BY SIZE
               " - TENDENCIA DOS ULTIMOS 12 MESES"
                                   DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-LINHA-COLUNAS TO WS-RW-LINHA
           MOVE "  MES/ANO" TO WS-RW-LINHA(1:14)
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               MOVE SPACES TO LM-ROTULO
               MOVE WS-LIM(WS-M + 1) TO WS-AAAAMM
               STRING
                   WS-AAAAMM(5:2) "/" WS-AAAAMM(1:4)
                   DELIMITED BY SIZE INTO LM-ROTULO
               END-STRING
               MOVE WS-TE-QUADRO(WS-M)     TO WS-CALC-INI
               MOVE WS-TE-QUADRO(WS-M + 1) TO WS-CALC-FIM
               MOVE WS-TE-ADM(WS-M)        TO WS-CALC-ADM
               MOVE WS-TE-DEM(WS-M)        TO WS-CALC-DEM
               MOVE WS-TE-TIN(WS-M)        TO LM-TIN
               MOVE WS-TE-TOUT(WS-M)       TO LM-TOUT
               PERFORM 3900-GRAVAR-LINHA-MOV
           END-PERFORM

           PERFORM 3600-CONFERIR-FOLHA

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 13
               ADD WS-TE-QUADRO(WS-J) TO WS-TG-QUADRO(WS-J)
           END-PERFORM
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               ADD WS-TE-ADM(WS-M)  TO WS-TG-ADM(WS-M)
               ADD WS-TE-DEM(WS-M)  TO WS-TG-DEM(WS-M)
               ADD WS-TE-TIN(WS-M)  TO WS-TG-TIN(WS-M)
               ADD WS-TE-TOUT(WS-M) TO WS-TG-TOUT(WS-M)
           END-PERFORM.

       3600-CONFERIR-FOLHA SECTION.
      *> Quadro final da empresa contra as cabecas pagas na
      *> competencia; desligado no mes que recebeu o saldo explica a
      *> diferenca e nao e divergencia.
           MOVE WS-TE-QUADRO(13) TO WS-EMP-FINAL
           MOVE 0 TO WS-EMP-PAGOS WS-EMP-DESL-PAGOS WS-EMP-DIVERGENCIAS

           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "EMPRESA "          DELIMITED BY SIZE
               WS-EMPRESA-CORRENTE DELIMITED BY SIZE
               " - CONFERENCIA COM A FOLHA DA COMPETENCIA"
                                   DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           IF WS-TEM-FOLHA NOT = "S"
               MOVE "    PAYROLL-HIST INDISPONIVEL - SEM CONFERENCIA"
                   TO WS-RW-LINHA
               CALL "REPORT-WRITER" USING WS-RW
               END-CALL
               ADD WS-EMP-FINAL TO WS-GRP-FINAL
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PES-QTD
               IF WS-PES-EMPRESA(WS-PX) = WS-EMPRESA-CORRENTE
                   PERFORM 3610-CONFERIR-PESSOA
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-RW-LINHA
           STRING
               "    QUADRO FINAL="   DELIMITED BY SIZE
               WS-EMP-FINAL          DELIMITED BY SIZE
               " DESLIG.PAGOS="      DELIMITED BY SIZE
               WS-EMP-DESL-PAGOS     DELIMITED BY SIZE
               " PAGOS NA FOLHA="    DELIMITED BY SIZE
               WS-EMP-PAGOS          DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           MOVE SPACES TO WS-RW-LINHA
           IF WS-EMP-DIVERGENCIAS = 0
                   AND WS-EMP-FINAL + WS-EMP-DESL-PAGOS = WS-EMP-PAGOS
               MOVE "    QUADRO CONFERE COM A FOLHA" TO WS-RW-LINHA
           ELSE
               STRING
                   "    *** QUADRO NAO CONFERE COM A FOLHA - "
                                         DELIMITED BY SIZE
                   WS-EMP-DIVERGENCIAS   DELIMITED BY SIZE
                   " DIVERGENCIA(S)"     DELIMITED BY SIZE
                   INTO WS-RW-LINHA
               END-STRING
           END-IF
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           ADD WS-EMP-FINAL        TO WS-GRP-FINAL
           ADD WS-EMP-PAGOS        TO WS-GRP-PAGOS
           ADD WS-EMP-DESL-PAGOS   TO WS-GRP-DESL-PAGOS
           ADD WS-EMP-DIVERGENCIAS TO WS-GRP-DIVERGENCIAS.

       3610-CONFERIR-PESSOA SECTION.
           IF WS-PES-PAGO(WS-PX) = "S"
               ADD 1 TO WS-EMP-PAGOS
           END-IF
           EVALUATE TRUE
               WHEN WS-PES-ATIVO-FIM(WS-PX) = "S"
                       AND WS-PES-PAGO(WS-PX) = "S"
                   CONTINUE
               WHEN WS-PES-ATIVO-FIM(WS-PX) = "S"
                   MOVE "NO QUADRO, SEM PAGAMENTO NO MES"
                       TO LD-MOTIVO
                   PERFORM 3620-LINHA-DIVERGENCIA
               WHEN WS-PES-PAGO(WS-PX) NOT = "S"
                   CONTINUE
               WHEN WS-PES-DESL-MES(WS-PX) = "S"
                   ADD 1 TO WS-EMP-DESL-PAGOS
               WHEN OTHER
                   MOVE "PAGO, FORA DO QUADRO NO FIM DO MES"
                       TO LD-MOTIVO
                   PERFORM 3620-LINHA-DIVERGENCIA
           END-EVALUATE.

       3620-LINHA-DIVERGENCIA SECTION.
           ADD 1 TO WS-EMP-DIVERGENCIAS
           MOVE WS-PES-MATRICULA(WS-PX) TO LD-MATRICULA
           MOVE WS-PES-NOME(WS-PX)      TO LD-NOME
           MOVE WS-LINHA-DIVERGENCIA    TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       3800-TOTAL-GRUPO SECTION.
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "GRUPO - TENDENCIA DOS ULTIMOS 12 MESES"
               TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-LINHA-COLUNAS TO WS-RW-LINHA
           MOVE "  MES/ANO" TO WS-RW-LINHA(1:14)
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               MOVE SPACES TO LM-ROTULO
               MOVE WS-LIM(WS-M + 1) TO WS-AAAAMM
               STRING
                   WS-AAAAMM(5:2) "/" WS-AAAAMM(1:4)
                   DELIMITED BY SIZE INTO LM-ROTULO
               END-STRING
               MOVE WS-TG-QUADRO(WS-M)     TO WS-CALC-INI
               MOVE WS-TG-QUADRO(WS-M + 1) TO WS-CALC-FIM
               MOVE WS-TG-ADM(WS-M)        TO WS-CALC-ADM
               MOVE WS-TG-DEM(WS-M)        TO WS-CALC-DEM
               MOVE WS-TG-TIN(WS-M)        TO LM-TIN
               MOVE WS-TG-TOUT(WS-M)       TO LM-TOUT
               PERFORM 3900-GRAVAR-LINHA-MOV
           END-PERFORM.

       3900-GRAVAR-LINHA-MOV SECTION.
           MOVE WS-CALC-INI TO LM-INICIAL
           MOVE WS-CALC-FIM TO LM-FINAL
           MOVE WS-CALC-ADM TO LM-ADM
           MOVE WS-CALC-DEM TO LM-DEM
           MOVE 0 TO WS-TURNOVER
           IF WS-CALC-INI + WS-CALC-FIM > 0
               COMPUTE WS-TURNOVER ROUNDED =
                   (WS-CALC-ADM + WS-CALC-DEM) * 100
                   / (WS-CALC-INI + WS-CALC-FIM)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-TURNOVER
               END-COMPUTE
           END-IF
           MOVE WS-TURNOVER TO LM-TURNOVER
           MOVE WS-LINHA-MOV TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       8000-LOCALIZAR-PESSOA SECTION.
      *> WS-MATRICULA-BUSCA -> WS-PX (0 = nao achou). Com WS-CRIAR
      *> "S" quem nao esta em lugar nenhum entra no fim, inativo.
           MOVE 0 TO WS-PX
           IF FT-QTD > 0
               SET FT-IDX TO 1
               SEARCH ALL FT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN FT-MATRICULA(FT-IDX) = WS-MATRICULA-BUSCA
                       SET WS-PX TO FT-IDX
               END-SEARCH
           END-IF
           IF WS-PX > 0
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-I FROM FT-QTD BY 1
                   UNTIL WS-I >= WS-PES-QTD OR WS-PX > 0
               IF WS-PES-MATRICULA(WS-I + 1) = WS-MATRICULA-BUSCA
                   COMPUTE WS-PX = WS-I + 1
               END-IF
           END-PERFORM
           IF WS-PX > 0 OR WS-CRIAR NOT = "S"
               EXIT SECTION
           END-IF

           IF WS-PES-QTD >= 6000
               ADD 1 TO WS-QTD-ESTOURO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PES-QTD
           MOVE WS-PES-QTD TO WS-PX
           INITIALIZE WS-PES(WS-PX)
           MOVE WS-MATRICULA-BUSCA TO WS-PES-MATRICULA(WS-PX)
           MOVE "N" TO WS-PES-ATIVO(WS-PX)
           MOVE "N" TO WS-PES-ADM-FT(WS-PX)
           MOVE "N" TO WS-PES-DESLIGADO(WS-PX)
           MOVE "N" TO WS-PES-PAGO(WS-PX)
           MOVE "N" TO WS-PES-ATIVO-FIM(WS-PX)
           MOVE "N" TO WS-PES-DESL-MES(WS-PX).

       8200-MES-DA-JANELA SECTION.
      *> WS-AAAAMM -> mes da tendencia WS-M (1 a 12; 0 = fora).
           MOVE 0 TO WS-M
           PERFORM VARYING WS-I FROM 2 BY 1
                   UNTIL WS-I > 13 OR WS-M > 0
               IF WS-LIM(WS-I) = WS-AAAAMM
                   COMPUTE WS-M = WS-I - 1
               END-IF
           END-PERFORM.

       8300-LOCALIZAR-CELULA SECTION.
      *> WS-EMPRESA-BUSCA + WS-SETOR-BUSCA -> WS-CX, criando a celula
      *> zerada quando ainda nao existe (0 = tabela cheia).
           MOVE 0 TO WS-CX
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CEL-QTD OR WS-CX > 0
               IF WS-CEL-EMPRESA(WS-I) = WS-EMPRESA-BUSCA
                       AND WS-CEL-SETOR(WS-I) = WS-SETOR-BUSCA
                   MOVE WS-I TO WS-CX
               END-IF
           END-PERFORM
           IF WS-CX > 0
               EXIT SECTION
           END-IF
           IF WS-CEL-QTD >= 500
               ADD 1 TO WS-QTD-ESTOURO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CEL-QTD
           MOVE WS-CEL-QTD TO WS-CX
           INITIALIZE WS-CEL(WS-CX)
           MOVE WS-EMPRESA-BUSCA TO WS-CEL-EMPRESA(WS-CX)
           MOVE WS-SETOR-BUSCA   TO WS-CEL-SETOR(WS-CX).

       9000-FINALIZAR SECTION.
           MOVE "F" TO WS-RW-OPERACAO
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "QUADRO FINAL="        DELIMITED BY SIZE
               WS-GRP-FINAL           DELIMITED BY SIZE
               " PAGOS="              DELIMITED BY SIZE
               WS-GRP-PAGOS           DELIMITED BY SIZE
               " DESLIG.PAGOS="       DELIMITED BY SIZE
               WS-GRP-DESL-PAGOS      DELIMITED BY SIZE
               " DIVERGENCIAS="       DELIMITED BY SIZE
               WS-GRP-DIVERGENCIAS    DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           IF WS-TEM-FOLHA NOT = "S"
                   OR WS-GRP-DIVERGENCIAS > 0
                   OR WS-GRP-FINAL + WS-GRP-DESL-PAGOS
                       NOT = WS-GRP-PAGOS
                   OR WS-QTD-ESTOURO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-QTD-ESTOURO > 0
               DISPLAY "QUADRO-MOVIMENTO: AVISO - " WS-QTD-ESTOURO
                   " REGISTRO(S) ALEM DA CAPACIDADE DAS TABELAS"
           END-IF

           DISPLAY "QUADRO-MOVIMENTO: EMPRESAS=" WS-QTD-EMPRESAS
               " TRILHA=" WS-QTD-HISTORIA
               " QUADRO-FINAL=" WS-GRP-FINAL
               " PAGOS=" WS-GRP-PAGOS
               " DIVERGENCIAS=" WS-GRP-DIVERGENCIAS.
