       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRF-ANUAL.

      *> Declaracao anual do imposto retido na fonte (DIRF), montada
      *> do historico de folha (PAYROLL-HIST) em vez das listagens
      *> que o contador redigitava. Para o ano-calendario (DIRF-ANO,
      *> AAAA; em branco vale o INFORME-ANO e depois o ano anterior
      *> ao corrente, como no INFORME-RENDIMENTOS) sai um arquivo
      *> posicional por CNPJ do EMPRESA-CADASTRO, com um registro de
      *> beneficiario por CPF e os valores mes a mes:
      *>
      *>   RTRT  = rendimento tributavel (bruto postado; historico
      *>           antigo sem bruto vale pelo liquido)
      *>   RTPO  = previdencia oficial (INSS do empregado)
      *>   RTIRF = imposto retido
      *>
      *> Meses 01 a 12 pela competencia; o 13o ("13"/"14") na 13a
      *> posicao; ferias ("15") e diferenca retroativa ("16") no mes
      *> em que foram pagas (postagem no historico), em dezembro
      *> quando a postagem e de outro ano.
      *>
      *> A PLR ("17"), de tributacao exclusiva (codigo de receita
      *> 3562), fica fora do RTRT/RTIRF e sai em registros proprios,
      *> no mes do pagamento:
      *>
      *>   RTPLR = participacao nos lucros paga
      *>   IRPLR = imposto retido na tabela exclusiva da PLR
      *>
      *> O acordo ou condenacao trabalhista ("18", do PROCESSO-LANCTO,
      *> IRRF no codigo 5936) tambem sai em registros proprios, no mes
      *> do pagamento, como rendimento recebido acumuladamente:
      *>
      *>   RTRRA = rendimento pago por decisao da Justica do Trabalho
      *>   IRRRA = imposto retido sobre ele
      *>
      *> O arquivo sai primeiro como previa (DIRF-PREVIA-Enn). A
      *> conferencia (DIRF-CONCILIACAO) compara, matricula a
      *> matricula, o que foi gravado com as linhas TOTAL ANO (e
      *> PLR ANO e RRA ANO) do INFORME-RENDIMENTOS do mesmo
      *> ano-base; so com tudo batendo a previa e liberada como
      *> DIRF-ANUAL-Enn e registrada no TRANSMISSAO-REGISTER.
      *> Qualquer diferenca -- ou informe ausente, ou de outro ano --
      *> retem o arquivo (RC 8).
      *>
      *> Autonomos pagos por RPA (RPA-HIST) entram depois dos
      *> empregados, num bloco aberto pelo registro IDREC com o
      *> codigo de receita 0588: um BPFDEC por CPF (matricula zero)
      *> e os valores RTRT/RTPO/RTIRF no mes do pagamento. Contam no
      *> trailer e no total liberado, mas ficam fora da conferencia
      *> com o informe, que e so de empregados.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.
           SELECT RPA-HIST-FILE ASSIGN TO "RPA-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPH-CHAVE
               FILE STATUS IS WS-RPH-FS.
           SELECT INFORME-FILE ASSIGN TO "INFORME-RENDIMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INF-FS.
           SELECT PREVIA-FILE ASSIGN TO DYNAMIC WS-NOME-PREVIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-FS.
           SELECT DIRF-FILE ASSIGN TO DYNAMIC WS-NOME-DIRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRF-FS.
           SELECT CONCILIACAO-FILE ASSIGN TO "DIRF-CONCILIACAO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA-FILE.
       01  EMPRESA-REC.
           05  EMP-CODIGO            PIC X(02).
           05  EMP-NOME              PIC X(30).
           05  EMP-CNPJ              PIC 9(14).

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

       FD  RPA-HIST-FILE.
       01  RPH-REC.
           05  RPH-CHAVE.
               10  RPH-CPF           PIC 9(11).
               10  RPH-ANOMES        PIC 9(06).
               10  RPH-SEQ           PIC 9(03).
           05  RPH-EMPRESA           PIC X(02).
           05  RPH-NOME              PIC X(50).
           05  RPH-DATA-PGTO         PIC 9(08).
           05  RPH-BRUTO             PIC S9(15).
           05  RPH-INSS              PIC S9(15).
           05  RPH-IRRF              PIC S9(15).
           05  RPH-ISS               PIC S9(15).
           05  RPH-LIQUIDO           PIC S9(15).
           05  RPH-TRILHO            PIC X(01).
           05  RPH-SERVICO           PIC X(60).

       FD  INFORME-FILE.
       01  INF-LINHA                 PIC X(80).

       FD  PREVIA-FILE.
       01  PRV-REC                   PIC X(210).

       FD  DIRF-FILE.
       01  DIRF-REC                  PIC X(210).

       FD  CONCILIACAO-FILE.
       01  CONC-LINHA                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-RPH-FS                 PIC X(02) VALUE SPACES.
           88  WS-RPH-OK                        VALUE "00".
       01  WS-INF-FS                 PIC X(02) VALUE SPACES.
           88  WS-INF-OK                        VALUE "00".
       01  WS-PRV-FS                 PIC X(02) VALUE SPACES.
           88  WS-PRV-OK                        VALUE "00".
       01  WS-DIRF-FS                PIC X(02) VALUE SPACES.
           88  WS-DIRF-OK                       VALUE "00".
       01  WS-EOF-EMP                PIC X(01) VALUE "N".
           88  WS-FIM-EMPRESAS                  VALUE "S".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".

       01  WS-ANO-REF                PIC X(04) VALUE SPACES.
       01  WS-ANO-CORRENTE           PIC 9(04) VALUE 0.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-EMPRESA-REG            PIC X(02) VALUE SPACES.
       01  WS-NOME-PREVIA            PIC X(20) VALUE SPACES.
       01  WS-NOME-DIRF              PIC X(20) VALUE SPACES.

       COPY "func_snapshot.cpy".

       01  WS-CPF-PARAMS.
           05  WS-CPF-9              PIC 9(09).
           05  WS-DIGITOS-RES        PIC 9(02).
           05  WS-STATUS-CPF         PIC X(03).
           05  WS-CPF-FORMATADO      PIC X(14).

      *> Totais por matricula lidos das linhas TOTAL ANO do informe;
      *> ao lado, o que o arquivo da declaracao gravou para a mesma
      *> matricula (somando as empresas). O informe sai na ordem do
      *> historico indexado, isto e, por matricula.
       01  WS-INFORME-TABELA.
           05  WS-INF-QTD            PIC 9(05) VALUE 0.
           05  WS-INF-ENTRADA OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-INF-QTD
                   ASCENDING KEY IS WS-INF-MATRICULA
                   INDEXED BY WS-INF-IDX.
               10  WS-INF-MATRICULA  PIC 9(09).
               10  WS-INF-RENDIMENTO PIC S9(15) COMP-5.
               10  WS-INF-INSS       PIC S9(15) COMP-5.
               10  WS-INF-IRRF       PIC S9(15) COMP-5.
               10  WS-DEC-RENDIMENTO PIC S9(15) COMP-5.
               10  WS-DEC-INSS       PIC S9(15) COMP-5.
               10  WS-DEC-IRRF       PIC S9(15) COMP-5.
               10  WS-INF-PLR        PIC S9(15) COMP-5.
               10  WS-INF-PLR-IRRF   PIC S9(15) COMP-5.
               10  WS-DEC-PLR        PIC S9(15) COMP-5.
               10  WS-DEC-PLR-IRRF   PIC S9(15) COMP-5.
               10  WS-INF-RRA        PIC S9(15) COMP-5.
               10  WS-INF-RRA-IRRF   PIC S9(15) COMP-5.
               10  WS-DEC-RRA        PIC S9(15) COMP-5.
               10  WS-DEC-RRA-IRRF   PIC S9(15) COMP-5.
       01  WS-INFORME-ANO-OK         PIC X(01) VALUE "N".
       01  WS-INF-MATRICULA-LIDA     PIC 9(09) VALUE 0.
       01  WS-INF-CAMPO              PIC X(15) VALUE SPACES.
       01  WS-INF-VALOR              PIC S9(15) VALUE 0.

      *> Empresas processadas, para a liberacao depois da conferencia.
       01  WS-EMP-TABELA.
           05  WS-EMP-QTD-TAB        PIC 9(03) COMP-5 VALUE 0.
           05  WS-EMP-ITEM OCCURS 100 TIMES.
               10  WS-EMP-COD        PIC X(02).
               10  WS-EMP-BENEF      PIC 9(07).
               10  WS-EMP-RENDIMENTO PIC S9(15).
               10  WS-EMP-IRRF       PIC S9(15).
       01  WS-E                      PIC 9(03) COMP-5 VALUE 0.

      *> Beneficiario corrente: quebra por matricula dentro da
      *> empresa, valores por mes (13a posicao = 13o salario).
       01  WS-MATRICULA-ATUAL        PIC 9(09) VALUE ZEROS.
       01  WS-NOME-ATUAL             PIC X(50) VALUE SPACES.
       01  WS-TEM-BLOCO              PIC X(01) VALUE "N".
           88  WS-TEM-BLOCO-SIM                 VALUE "S".
       01  WS-MESES.
           05  WS-MES-ITEM OCCURS 13 TIMES.
               10  WS-MES-RENDIMENTO PIC S9(15) COMP-5.
               10  WS-MES-INSS       PIC S9(15) COMP-5.
               10  WS-MES-IRRF       PIC S9(15) COMP-5.
               10  WS-MES-PLR        PIC S9(15) COMP-5.
               10  WS-MES-PLR-IRRF   PIC S9(15) COMP-5.
               10  WS-MES-RRA        PIC S9(15) COMP-5.
               10  WS-MES-RRA-IRRF   PIC S9(15) COMP-5.
       01  WS-M                      PIC 9(02) VALUE 0.

      *> Autonomo corrente (RPA-HIST, ordem de CPF).
       01  WS-EOF-RPA                PIC X(01) VALUE "N".
       01  WS-CPF-RPA-ATUAL          PIC 9(11) VALUE 0.
       01  WS-NOME-RPA-ATUAL         PIC X(50) VALUE SPACES.
       01  WS-TEM-IDREC              PIC X(01) VALUE "N".
       01  WS-EMP-QTD-AUT            PIC 9(07) VALUE ZEROS.
       01  WS-EMP-REND-AUT           PIC S9(15) VALUE ZEROS.
       01  WS-BEN-PLR                PIC S9(15) VALUE 0.
       01  WS-BEN-PLR-IRRF           PIC S9(15) VALUE 0.
       01  WS-BEN-RRA                PIC S9(15) VALUE 0.
       01  WS-BEN-RRA-IRRF           PIC S9(15) VALUE 0.
       01  WS-BEN-RENDIMENTO         PIC S9(15) VALUE 0.
       01  WS-BEN-INSS               PIC S9(15) VALUE 0.
       01  WS-BEN-IRRF               PIC S9(15) VALUE 0.
       01  WS-RENDIMENTO             PIC S9(15) VALUE 0.
       01  WS-INSS                   PIC S9(15) VALUE 0.
       01  WS-IRRF                   PIC S9(15) VALUE 0.
       01  WS-CPF-BENEF              PIC 9(11) VALUE 0.

      *> Registros posicionais da declaracao. FILLER no fim de cada
      *> um reserva espaco para campos novos sem deslocar colunas.
       01  WS-DIRF-CABEC.
           05  CAB-TIPO              PIC X(06) VALUE "DECPJ".
           05  CAB-CNPJ              PIC 9(14).
           05  CAB-NOME              PIC X(30).
           05  CAB-ANO               PIC X(04).
           05  CAB-EMPRESA           PIC X(02).
           05  CAB-DATA              PIC X(08).
           05  FILLER                PIC X(146) VALUE SPACES.
       01  WS-DIRF-BENEF.
           05  BEN-TIPO              PIC X(06) VALUE "BPFDEC".
           05  BEN-CPF               PIC 9(11).
           05  BEN-NOME              PIC X(50).
           05  BEN-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(134) VALUE SPACES.
       01  WS-DIRF-IDREC.
           05  IDR-TIPO              PIC X(06) VALUE "IDREC".
           05  IDR-CODIGO            PIC X(04) VALUE "0588".
           05  FILLER                PIC X(200) VALUE SPACES.
       01  WS-DIRF-VALORES.
           05  VAL-TIPO              PIC X(06).
           05  VAL-CPF               PIC 9(11).
           05  VAL-MES               PIC 9(13) OCCURS 13 TIMES.
           05  VAL-TOTAL             PIC 9(15).
           05  FILLER                PIC X(09) VALUE SPACES.

      *> Totais da empresa corrente e do arquivo inteiro.
       01  WS-EMP-QTD                PIC 9(07) VALUE ZEROS.
       01  WS-EMP-REND-TOTAL         PIC S9(15) VALUE ZEROS.
       01  WS-EMP-IRRF-TOTAL         PIC S9(15) VALUE ZEROS.
       01  WS-ARQ-QTD                PIC 9(07) VALUE ZEROS.
       01  WS-ARQ-RENDIMENTO         PIC S9(15) VALUE ZEROS.
       01  WS-ARQ-INSS               PIC S9(15) VALUE ZEROS.
       01  WS-ARQ-IRRF               PIC S9(15) VALUE ZEROS.
       01  WS-TOT-INF-RENDIMENTO     PIC S9(15) VALUE ZEROS.
       01  WS-TOT-INF-INSS           PIC S9(15) VALUE ZEROS.
       01  WS-TOT-INF-IRRF           PIC S9(15) VALUE ZEROS.
       01  WS-ARQ-PLR                PIC S9(15) VALUE ZEROS.
       01  WS-ARQ-PLR-IRRF           PIC S9(15) VALUE ZEROS.
       01  WS-TOT-INF-PLR            PIC S9(15) VALUE ZEROS.
       01  WS-TOT-INF-PLR-IRRF       PIC S9(15) VALUE ZEROS.
       01  WS-ARQ-RRA                PIC S9(15) VALUE ZEROS.
       01  WS-ARQ-RRA-IRRF           PIC S9(15) VALUE ZEROS.
       01  WS-TOT-INF-RRA            PIC S9(15) VALUE ZEROS.
       01  WS-TOT-INF-RRA-IRRF       PIC S9(15) VALUE ZEROS.
       01  WS-QTD-SEM-CPF            PIC 9(07) VALUE ZEROS.
       01  WS-QTD-DIVERGENCIAS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-LIBERADOS          PIC 9(03) VALUE ZEROS.

       01  WS-VALOR-REAIS            PIC S9(13)V99 VALUE ZEROS.
       01  WS-ED-1                   PIC -(12)9,99.
       01  WS-ED-2                   PIC -(12)9,99.
       01  WS-ED-3                   PIC -(12)9,99.
       01  WS-ED-4                   PIC -(12)9,99.

       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

      *> Registro do arquivo liberado (TRANSMISSAO-REG).
       01  WS-TRS-PARAMS.
           05  WS-TRS-OPERACAO       PIC X(01).
           05  WS-TRS-ARQUIVO        PIC X(24).
           05  WS-TRS-EMPRESA        PIC X(02).
           05  WS-TRS-QTD            PIC 9(09).
           05  WS-TRS-TOTAL          PIC S9(15).
           05  WS-TRS-STATUS-RET     PIC X(03).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-GERAR-EMPRESAS UNTIL WS-FIM-EMPRESAS
           PERFORM 5000-CONCILIAR
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-ANO-REF FROM ENVIRONMENT "DIRF-ANO"
           IF WS-ANO-REF = SPACES
               ACCEPT WS-ANO-REF FROM ENVIRONMENT "INFORME-ANO"
           END-IF
           IF WS-ANO-REF = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
                   TO WS-ANO-CORRENTE
               SUBTRACT 1 FROM WS-ANO-CORRENTE
               MOVE WS-ANO-CORRENTE TO WS-ANO-REF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "ERRO: snapshot de funcionarios "
                   "indisponivel, status=" FSNP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               DISPLAY "DIRF-ANUAL: EMPRESA-CADASTRO NAO "
                   "ENCONTRADO (STATUS=" WS-EMP-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-CARREGAR-INFORMES

           OPEN OUTPUT CONCILIACAO-FILE
           MOVE SPACES TO CONC-LINHA
           STRING
               "DIRF - CONFERENCIA COM OS INFORMES DE RENDIMENTOS"
                                             DELIMITED BY SIZE
               " - ANO-CALENDARIO "          DELIMITED BY SIZE
               WS-ANO-REF                    DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA
           MOVE ALL "-" TO CONC-LINHA
           WRITE CONC-LINHA

           DISPLAY "DIRF-ANUAL: ANO-CALENDARIO " WS-ANO-REF.

       1200-CARREGAR-INFORMES SECTION.
      *> Do informe interessam o cabecalho (ano-base), as linhas
      *> MATRICULA e as linhas TOTAL ANO, PLR ANO e RRA ANO (estas
      *> logo apos o TOTAL ANO da mesma matricula), em colunas fixas:
      *> rendimento 12-26, INSS 28-42, IRRF 44-58.
           OPEN INPUT INFORME-FILE
           IF NOT WS-INF-OK
               DISPLAY "DIRF-ANUAL: INFORME-RENDIMENTOS NAO "
                   "ENCONTRADO - SEM CONFERENCIA O ARQUIVO FICA RETIDO"
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ INFORME-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       PERFORM 1250-APLICAR-LINHA-INFORME
               END-READ
           END-PERFORM
           CLOSE INFORME-FILE

           IF WS-INFORME-ANO-OK NOT = "S"
               DISPLAY "DIRF-ANUAL: INFORME-RENDIMENTOS NAO E DO "
                   "ANO-BASE " WS-ANO-REF
           END-IF.

       1250-APLICAR-LINHA-INFORME SECTION.
           EVALUATE TRUE
               WHEN INF-LINHA(1:34) =
                       "INFORME DE RENDIMENTOS - ANO-BASE "
                   IF INF-LINHA(35:4) = WS-ANO-REF
                       MOVE "S" TO WS-INFORME-ANO-OK
                   END-IF
               WHEN INF-LINHA(1:11) = "MATRICULA: "
                   IF INF-LINHA(12:9) IS NUMERIC
                       MOVE INF-LINHA(12:9) TO WS-INF-MATRICULA-LIDA
                   END-IF
               WHEN INF-LINHA(1:11) = "  TOTAL ANO"
                   IF WS-INF-QTD >= 5000
                       DISPLAY "DIRF-ANUAL: INFORME COM MAIS DE 5000 "
                           "FUNCIONARIOS, EXCEDENTE IGNORADO"
                       EXIT SECTION
                   END-IF
                   ADD 1 TO WS-INF-QTD
                   MOVE WS-INF-MATRICULA-LIDA
                       TO WS-INF-MATRICULA(WS-INF-QTD)
                   MOVE INF-LINHA(12:15) TO WS-INF-CAMPO
                   PERFORM 1260-CONVERTER-CAMPO
                   MOVE WS-INF-VALOR TO WS-INF-RENDIMENTO(WS-INF-QTD)
                   MOVE INF-LINHA(28:15) TO WS-INF-CAMPO
                   PERFORM 1260-CONVERTER-CAMPO
                   MOVE WS-INF-VALOR TO WS-INF-INSS(WS-INF-QTD)
                   MOVE INF-LINHA(44:15) TO WS-INF-CAMPO
                   PERFORM 1260-CONVERTER-CAMPO
                   MOVE WS-INF-VALOR TO WS-INF-IRRF(WS-INF-QTD)
                   MOVE 0 TO WS-DEC-RENDIMENTO(WS-INF-QTD)
                             WS-DEC-INSS(WS-INF-QTD)
                             WS-DEC-IRRF(WS-INF-QTD)
                             WS-INF-PLR(WS-INF-QTD)
                             WS-INF-PLR-IRRF(WS-INF-QTD)
                             WS-DEC-PLR(WS-INF-QTD)
                             WS-DEC-PLR-IRRF(WS-INF-QTD)
                             WS-INF-RRA(WS-INF-QTD)
                             WS-INF-RRA-IRRF(WS-INF-QTD)
                             WS-DEC-RRA(WS-INF-QTD)
                             WS-DEC-RRA-IRRF(WS-INF-QTD)
                   ADD WS-INF-RENDIMENTO(WS-INF-QTD)
                       TO WS-TOT-INF-RENDIMENTO
                   ADD WS-INF-INSS(WS-INF-QTD) TO WS-TOT-INF-INSS
                   ADD WS-INF-IRRF(WS-INF-QTD) TO WS-TOT-INF-IRRF
               WHEN INF-LINHA(1:11) = "  PLR ANO"
                   IF WS-INF-QTD = 0
                       EXIT SECTION
                   END-IF
                   IF WS-INF-MATRICULA(WS-INF-QTD)
                           NOT = WS-INF-MATRICULA-LIDA
                       EXIT SECTION
                   END-IF
                   MOVE INF-LINHA(12:15) TO WS-INF-CAMPO
                   PERFORM 1260-CONVERTER-CAMPO
                   MOVE WS-INF-VALOR TO WS-INF-PLR(WS-INF-QTD)
                   MOVE INF-LINHA(44:15) TO WS-INF-CAMPO
                   PERFORM 1260-CONVERTER-CAMPO
                   MOVE WS-INF-VALOR TO WS-INF-PLR-IRRF(WS-INF-QTD)
                   ADD WS-INF-PLR(WS-INF-QTD) TO WS-TOT-INF-PLR
                   ADD WS-INF-PLR-IRRF(WS-INF-QTD)
                       TO WS-TOT-INF-PLR-IRRF
               WHEN INF-LINHA(1:11) = "  RRA ANO"
                   IF WS-INF-QTD = 0
                       EXIT SECTION
                   END-IF
                   IF WS-INF-MATRICULA(WS-INF-QTD)
                           NOT = WS-INF-MATRICULA-LIDA
                       EXIT SECTION
                   END-IF
                   MOVE INF-LINHA(12:15) TO WS-INF-CAMPO
                   PERFORM 1260-CONVERTER-CAMPO
                   MOVE WS-INF-VALOR TO WS-INF-RRA(WS-INF-QTD)
                   MOVE INF-LINHA(44:15) TO WS-INF-CAMPO
                   PERFORM 1260-CONVERTER-CAMPO
                   MOVE WS-INF-VALOR TO WS-INF-RRA-IRRF(WS-INF-QTD)
                   ADD WS-INF-RRA(WS-INF-QTD) TO WS-TOT-INF-RRA
                   ADD WS-INF-RRA-IRRF(WS-INF-QTD)
                       TO WS-TOT-INF-RRA-IRRF
           END-EVALUATE.

       1260-CONVERTER-CAMPO SECTION.
      *> Valor editado "-1234,56" de volta para centavos.
           MOVE 0 TO WS-INF-VALOR
           IF WS-INF-CAMPO NOT = SPACES
               COMPUTE WS-INF-VALOR ROUNDED =
                   FUNCTION NUMVAL(WS-INF-CAMPO) * 100
           END-IF.

       2000-GERAR-EMPRESAS SECTION.
           READ EMPRESA-FILE
               AT END
                   MOVE "S" TO WS-EOF-EMP
               NOT AT END
                   MOVE EMP-CODIGO TO WS-EMPRESA
                   PERFORM 3000-GERAR-UMA
           END-READ.

       3000-GERAR-UMA SECTION.
           IF WS-EMP-QTD-TAB >= 100
               DISPLAY "DIRF-ANUAL: MAIS DE 100 EMPRESAS, EMPRESA "
                   WS-EMPRESA " IGNORADA"
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-EMP-QTD WS-EMP-REND-TOTAL WS-EMP-IRRF-TOTAL

           MOVE SPACES TO WS-NOME-PREVIA
           STRING "DIRF-PREVIA-E" WS-EMPRESA INTO WS-NOME-PREVIA
           END-STRING

           OPEN INPUT PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "DIRF-ANUAL: PAYROLL-HIST NAO ENCONTRADO, "
                   "NADA A DECLARAR"
               MOVE "S" TO WS-EOF-EMP
               EXIT SECTION
           END-IF

           OPEN OUTPUT PREVIA-FILE
           MOVE EMP-CNPJ     TO CAB-CNPJ
           MOVE EMP-NOME     TO CAB-NOME
           MOVE WS-ANO-REF   TO CAB-ANO
           MOVE WS-EMPRESA   TO CAB-EMPRESA
           MOVE WS-DATA-HOJE TO CAB-DATA
           MOVE WS-DIRF-CABEC TO PRV-REC
           WRITE PRV-REC

           MOVE "N" TO WS-TEM-BLOCO
           MOVE "N" TO WS-EOF
           PERFORM 3100-LER-HIST
           PERFORM UNTIL WS-FIM-ARQUIVO
               PERFORM 3200-AVALIAR-LANCAMENTO
               PERFORM 3100-LER-HIST
           END-PERFORM
           CLOSE PAYROLL-HIST-FILE
           IF WS-TEM-BLOCO-SIM
               PERFORM 3500-FECHAR-BENEFICIARIO
           END-IF

           PERFORM 3700-GERAR-AUTONOMOS

      *> Trailer de controle: beneficiarios e rendimento total em
      *> centavos, no formato dos outros arquivos de saida em lote.
           MOVE WS-EMP-QTD        TO WS-CTRL-QTD
           MOVE WS-EMP-REND-TOTAL TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO PRV-REC
           WRITE PRV-REC
           CLOSE PREVIA-FILE

           ADD 1 TO WS-EMP-QTD-TAB
           MOVE WS-EMPRESA        TO WS-EMP-COD(WS-EMP-QTD-TAB)
           MOVE WS-EMP-QTD        TO WS-EMP-BENEF(WS-EMP-QTD-TAB)
           MOVE WS-EMP-REND-TOTAL TO WS-EMP-RENDIMENTO(WS-EMP-QTD-TAB)
           MOVE WS-EMP-IRRF-TOTAL TO WS-EMP-IRRF(WS-EMP-QTD-TAB)

           COMPUTE WS-VALOR-REAIS = WS-EMP-REND-TOTAL / 100
           MOVE WS-VALOR-REAIS TO WS-ED-1
           COMPUTE WS-VALOR-REAIS = WS-EMP-IRRF-TOTAL / 100
           MOVE WS-VALOR-REAIS TO WS-ED-2
           MOVE SPACES TO CONC-LINHA
           STRING
               "EMPRESA "             DELIMITED BY SIZE
               WS-EMPRESA             DELIMITED BY SIZE
               " CNPJ "               DELIMITED BY SIZE
               EMP-CNPJ               DELIMITED BY SIZE
               " BENEFICIARIOS "      DELIMITED BY SIZE
               WS-EMP-QTD             DELIMITED BY SIZE
               " RENDIMENTO "         DELIMITED BY SIZE
               WS-ED-1                DELIMITED BY SIZE
               " IRRF "               DELIMITED BY SIZE
               WS-ED-2                DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA

           DISPLAY "DIRF-ANUAL: EMPRESA " WS-EMPRESA
               " BENEFICIARIOS=" WS-EMP-QTD
               " RENDIMENTO=" WS-EMP-REND-TOTAL
               " IRRF=" WS-EMP-IRRF-TOTAL.

       3100-LER-HIST SECTION.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.

       3200-AVALIAR-LANCAMENTO SECTION.
      *> Historico anterior a empresa no registro vale como empresa
      *> 01, a empresa unica de antes da rodada multi-empresa.
           MOVE HIST-EMPRESA TO WS-EMPRESA-REG
           IF WS-EMPRESA-REG = SPACES
               MOVE "01" TO WS-EMPRESA-REG
           END-IF
           IF WS-EMPRESA-REG NOT = WS-EMPRESA
               EXIT SECTION
           END-IF
           IF HIST-COMPETENCIA(3:4) NOT = WS-ANO-REF
               EXIT SECTION
           END-IF

           IF WS-TEM-BLOCO-SIM
                   AND HIST-MATRICULA NOT = WS-MATRICULA-ATUAL
               PERFORM 3500-FECHAR-BENEFICIARIO
           END-IF
           IF NOT WS-TEM-BLOCO-SIM
               PERFORM 3400-ABRIR-BENEFICIARIO
           END-IF

      *> Mesma regra do informe: sem bruto postado (historico
      *> antigo) o liquido vale como rendimento.
           MOVE 0 TO WS-RENDIMENTO WS-INSS WS-IRRF
           IF HIST-BRUTO IS NUMERIC AND HIST-BRUTO > 0
               MOVE HIST-BRUTO TO WS-RENDIMENTO
               IF HIST-INSS IS NUMERIC
                   MOVE HIST-INSS TO WS-INSS
               END-IF
               IF HIST-IRRF IS NUMERIC
                   MOVE HIST-IRRF TO WS-IRRF
               END-IF
           ELSE
               MOVE HIST-VALOR TO WS-RENDIMENTO
           END-IF

           EVALUATE TRUE
               WHEN HIST-COMPETENCIA(1:2) = "13" OR "14"
                   MOVE 13 TO WS-M
               WHEN HIST-COMPETENCIA(1:2) = "15" OR "16" OR "17"
                                           OR "18"
                   IF HIST-DATA(1:4) = WS-ANO-REF
                           AND HIST-DATA(5:2) >= "01"
                           AND HIST-DATA(5:2) <= "12"
                       MOVE HIST-DATA(5:2) TO WS-M
                   ELSE
                       MOVE 12 TO WS-M
                   END-IF
               WHEN HIST-COMPETENCIA(1:2) >= "01"
                       AND HIST-COMPETENCIA(1:2) <= "12"
                   MOVE HIST-COMPETENCIA(1:2) TO WS-M
               WHEN OTHER
                   MOVE 12 TO WS-M
           END-EVALUATE

      *> PLR em registros proprios, fora do rendimento tributavel.
           IF HIST-COMPETENCIA(1:2) = "17"
               ADD WS-RENDIMENTO TO WS-MES-PLR(WS-M)
               ADD WS-IRRF       TO WS-MES-PLR-IRRF(WS-M)
               EXIT SECTION
           END-IF
      *> Acordo/condenacao trabalhista, idem.
           IF HIST-COMPETENCIA(1:2) = "18"
               ADD WS-RENDIMENTO TO WS-MES-RRA(WS-M)
               ADD WS-IRRF       TO WS-MES-RRA-IRRF(WS-M)
               EXIT SECTION
           END-IF

           ADD WS-RENDIMENTO TO WS-MES-RENDIMENTO(WS-M)
           ADD WS-INSS       TO WS-MES-INSS(WS-M)
           ADD WS-IRRF       TO WS-MES-IRRF(WS-M).

       3400-ABRIR-BENEFICIARIO SECTION.
           MOVE HIST-MATRICULA TO WS-MATRICULA-ATUAL
           MOVE HIST-NOME      TO WS-NOME-ATUAL
           MOVE "S"            TO WS-TEM-BLOCO
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
               MOVE 0 TO WS-MES-RENDIMENTO(WS-M)
                         WS-MES-INSS(WS-M)
                         WS-MES-IRRF(WS-M)
                         WS-MES-PLR(WS-M)
                         WS-MES-PLR-IRRF(WS-M)
                         WS-MES-RRA(WS-M)
                         WS-MES-RRA-IRRF(WS-M)
           END-PERFORM.

       3500-FECHAR-BENEFICIARIO SECTION.
           MOVE "N" TO WS-TEM-BLOCO
           PERFORM 3550-RESOLVER-CPF

           MOVE WS-CPF-BENEF       TO BEN-CPF
           MOVE WS-NOME-ATUAL      TO BEN-NOME
           MOVE WS-MATRICULA-ATUAL TO BEN-MATRICULA
           MOVE WS-DIRF-BENEF TO PRV-REC
           WRITE PRV-REC
           ADD 1 TO WS-EMP-QTD

      *> Uma linha por tipo de valor; previdencia e imposto so
      *> quando houve algum no ano.
           MOVE 0 TO WS-BEN-RENDIMENTO WS-BEN-INSS WS-BEN-IRRF
                     WS-BEN-PLR WS-BEN-PLR-IRRF
                     WS-BEN-RRA WS-BEN-RRA-IRRF
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
               ADD WS-MES-RENDIMENTO(WS-M) TO WS-BEN-RENDIMENTO
               ADD WS-MES-INSS(WS-M)       TO WS-BEN-INSS
               ADD WS-MES-IRRF(WS-M)       TO WS-BEN-IRRF
               ADD WS-MES-PLR(WS-M)        TO WS-BEN-PLR
               ADD WS-MES-PLR-IRRF(WS-M)   TO WS-BEN-PLR-IRRF
               ADD WS-MES-RRA(WS-M)        TO WS-BEN-RRA
               ADD WS-MES-RRA-IRRF(WS-M)   TO WS-BEN-RRA-IRRF
           END-PERFORM

           MOVE "RTRT" TO VAL-TIPO
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
               MOVE WS-MES-RENDIMENTO(WS-M) TO VAL-MES(WS-M)
           END-PERFORM
           MOVE WS-BEN-RENDIMENTO TO VAL-TOTAL
           PERFORM 3560-GRAVAR-VALORES

           IF WS-BEN-INSS NOT = 0
               MOVE "RTPO" TO VAL-TIPO
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
                   MOVE WS-MES-INSS(WS-M) TO VAL-MES(WS-M)
               END-PERFORM
               MOVE WS-BEN-INSS TO VAL-TOTAL
               PERFORM 3560-GRAVAR-VALORES
           END-IF

           IF WS-BEN-IRRF NOT = 0
               MOVE "RTIRF" TO VAL-TIPO
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
                   MOVE WS-MES-IRRF(WS-M) TO VAL-MES(WS-M)
               END-PERFORM
               MOVE WS-BEN-IRRF TO VAL-TOTAL
               PERFORM 3560-GRAVAR-VALORES
           END-IF

           IF WS-BEN-PLR NOT = 0
               MOVE "RTPLR" TO VAL-TIPO
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
                   MOVE WS-MES-PLR(WS-M) TO VAL-MES(WS-M)
               END-PERFORM
               MOVE WS-BEN-PLR TO VAL-TOTAL
               PERFORM 3560-GRAVAR-VALORES
           END-IF

           IF WS-BEN-PLR-IRRF NOT = 0
               MOVE "IRPLR" TO VAL-TIPO
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
                   MOVE WS-MES-PLR-IRRF(WS-M) TO VAL-MES(WS-M)
               END-PERFORM
               MOVE WS-BEN-PLR-IRRF TO VAL-TOTAL
               PERFORM 3560-GRAVAR-VALORES
           END-IF

           IF WS-BEN-RRA NOT = 0
               MOVE "RTRRA" TO VAL-TIPO
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
                   MOVE WS-MES-RRA(WS-M) TO VAL-MES(WS-M)
               END-PERFORM
               MOVE WS-BEN-RRA TO VAL-TOTAL
               PERFORM 3560-GRAVAR-VALORES
           END-IF

           IF WS-BEN-RRA-IRRF NOT = 0
               MOVE "IRRRA" TO VAL-TIPO
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
                   MOVE WS-MES-RRA-IRRF(WS-M) TO VAL-MES(WS-M)
               END-PERFORM
               MOVE WS-BEN-RRA-IRRF TO VAL-TOTAL
               PERFORM 3560-GRAVAR-VALORES
           END-IF

           ADD WS-BEN-RENDIMENTO TO WS-EMP-REND-TOTAL
           ADD WS-BEN-IRRF       TO WS-EMP-IRRF-TOTAL
           ADD 1                 TO WS-ARQ-QTD
           ADD WS-BEN-RENDIMENTO TO WS-ARQ-RENDIMENTO
           ADD WS-BEN-INSS       TO WS-ARQ-INSS
           ADD WS-BEN-IRRF       TO WS-ARQ-IRRF
           ADD WS-BEN-PLR        TO WS-ARQ-PLR
           ADD WS-BEN-PLR-IRRF   TO WS-ARQ-PLR-IRRF
           ADD WS-BEN-RRA        TO WS-ARQ-RRA
           ADD WS-BEN-RRA-IRRF   TO WS-ARQ-RRA-IRRF

           PERFORM 3600-ACUMULAR-CONFERENCIA.

       3550-RESOLVER-CPF SECTION.
      *> CPF do quadro com o digito completado pelo CALC-DIG_CPF,
      *> como no ESOCIAL-EXPORT; sem CPF o beneficiario sai zerado
      *> e aparece na conferencia para o RH completar o cadastro.
           MOVE 0 TO WS-CPF-BENEF
           MOVE "M"                TO FSNP-OPERACAO
           MOVE WS-MATRICULA-ATUAL TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS = "OK" AND FSNP-CPF > 0
               MOVE FSNP-CPF TO WS-CPF-9
               MOVE ZEROS TO WS-DIGITOS-RES
               CALL "CALC-DIG_CPF" USING WS-CPF-PARAMS
               END-CALL
               IF WS-STATUS-CPF NOT = "REJ"
                   COMPUTE WS-CPF-BENEF =
                       (FSNP-CPF * 100) + WS-DIGITOS-RES
               END-IF
           END-IF

           IF WS-CPF-BENEF = 0
               ADD 1 TO WS-QTD-SEM-CPF
               MOVE SPACES TO CONC-LINHA
               STRING
                   "  AVISO: MATRICULA "  DELIMITED BY SIZE
                   WS-MATRICULA-ATUAL     DELIMITED BY SIZE
                   " SEM CPF VALIDO NO CADASTRO - "
                                          DELIMITED BY SIZE
                   WS-NOME-ATUAL          DELIMITED BY SIZE
                   INTO CONC-LINHA
               END-STRING
               WRITE CONC-LINHA
           END-IF.

       3560-GRAVAR-VALORES SECTION.
           MOVE WS-CPF-BENEF TO VAL-CPF
           MOVE WS-DIRF-VALORES TO PRV-REC
           WRITE PRV-REC.

       3600-ACUMULAR-CONFERENCIA SECTION.
      *> O que foi gravado para a matricula vai ao lado do total do
      *> informe dela; matricula no arquivo sem informe ja e
      *> diferenca.
           IF WS-INF-QTD > 0
               SEARCH ALL WS-INF-ENTRADA
                   AT END
                       PERFORM 3650-SEM-INFORME
                   WHEN WS-INF-MATRICULA(WS-INF-IDX)
                           = WS-MATRICULA-ATUAL
                       ADD WS-BEN-RENDIMENTO
                           TO WS-DEC-RENDIMENTO(WS-INF-IDX)
                       ADD WS-BEN-INSS TO WS-DEC-INSS(WS-INF-IDX)
                       ADD WS-BEN-IRRF TO WS-DEC-IRRF(WS-INF-IDX)
                       ADD WS-BEN-PLR  TO WS-DEC-PLR(WS-INF-IDX)
                       ADD WS-BEN-PLR-IRRF
                           TO WS-DEC-PLR-IRRF(WS-INF-IDX)
                       ADD WS-BEN-RRA  TO WS-DEC-RRA(WS-INF-IDX)
                       ADD WS-BEN-RRA-IRRF
                           TO WS-DEC-RRA-IRRF(WS-INF-IDX)
               END-SEARCH
           ELSE
               PERFORM 3650-SEM-INFORME
           END-IF.

       3650-SEM-INFORME SECTION.
           ADD 1 TO WS-QTD-DIVERGENCIAS
           COMPUTE WS-VALOR-REAIS = WS-BEN-RENDIMENTO / 100
           MOVE WS-VALOR-REAIS TO WS-ED-1
           MOVE SPACES TO CONC-LINHA
           STRING
               "  DIFERENCA: MATRICULA " DELIMITED BY SIZE
               WS-MATRICULA-ATUAL        DELIMITED BY SIZE
               " NO ARQUIVO SEM INFORME, RENDIMENTO "
                                         DELIMITED BY SIZE
               WS-ED-1                   DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA.

       3700-GERAR-AUTONOMOS SECTION.
      *> RPAs da empresa pagos no ano-calendario. O RPA-HIST vem em
      *> ordem de CPF; a quebra fecha um beneficiario por CPF.
           MOVE 0 TO WS-EMP-QTD-AUT WS-EMP-REND-AUT WS-CPF-RPA-ATUAL
           MOVE "N" TO WS-TEM-IDREC
           OPEN INPUT RPA-HIST-FILE
           IF NOT WS-RPH-OK
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF-RPA
           PERFORM UNTIL WS-EOF-RPA = "S"
               READ RPA-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RPA
                   NOT AT END
                       IF RPH-EMPRESA = WS-EMPRESA
                               AND RPH-DATA-PGTO(1:4) = WS-ANO-REF
                           PERFORM 3710-AVALIAR-RPA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPA-HIST-FILE
           IF WS-CPF-RPA-ATUAL NOT = 0
               PERFORM 3750-FECHAR-AUTONOMO
           END-IF

           IF WS-EMP-QTD-AUT > 0
               COMPUTE WS-VALOR-REAIS = WS-EMP-REND-AUT / 100
               MOVE WS-VALOR-REAIS TO WS-ED-1
               MOVE SPACES TO CONC-LINHA
               STRING
                   "  AUTONOMOS (RPA, 0588): "  DELIMITED BY SIZE
                   WS-EMP-QTD-AUT               DELIMITED BY SIZE
                   " CPF, RENDIMENTO "          DELIMITED BY SIZE
                   WS-ED-1                      DELIMITED BY SIZE
                   " - FORA DA CONFERENCIA"     DELIMITED BY SIZE
                   INTO CONC-LINHA
               END-STRING
               WRITE CONC-LINHA
           END-IF.

       3710-AVALIAR-RPA SECTION.
           IF WS-TEM-IDREC = "N"
               MOVE WS-DIRF-IDREC TO PRV-REC
               WRITE PRV-REC
               MOVE "S" TO WS-TEM-IDREC
           END-IF
           IF RPH-CPF NOT = WS-CPF-RPA-ATUAL
               IF WS-CPF-RPA-ATUAL NOT = 0
                   PERFORM 3750-FECHAR-AUTONOMO
               END-IF
               MOVE RPH-CPF  TO WS-CPF-RPA-ATUAL
               MOVE RPH-NOME TO WS-NOME-RPA-ATUAL
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
                   MOVE 0 TO WS-MES-RENDIMENTO(WS-M)
                             WS-MES-INSS(WS-M)
                             WS-MES-IRRF(WS-M)
               END-PERFORM
           END-IF
           MOVE RPH-DATA-PGTO(5:2) TO WS-M
           ADD RPH-BRUTO TO WS-MES-RENDIMENTO(WS-M)
           ADD RPH-INSS  TO WS-MES-INSS(WS-M)
           ADD RPH-IRRF  TO WS-MES-IRRF(WS-M).

       3750-FECHAR-AUTONOMO SECTION.
           MOVE WS-CPF-RPA-ATUAL  TO BEN-CPF WS-CPF-BENEF
           MOVE WS-NOME-RPA-ATUAL TO BEN-NOME
           MOVE 0                 TO BEN-MATRICULA
           MOVE WS-DIRF-BENEF TO PRV-REC
           WRITE PRV-REC
           ADD 1 TO WS-EMP-QTD WS-EMP-QTD-AUT

           MOVE 0 TO WS-BEN-RENDIMENTO WS-BEN-INSS WS-BEN-IRRF
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
               ADD WS-MES-RENDIMENTO(WS-M) TO WS-BEN-RENDIMENTO
               ADD WS-MES-INSS(WS-M)       TO WS-BEN-INSS
               ADD WS-MES-IRRF(WS-M)       TO WS-BEN-IRRF
           END-PERFORM

           MOVE "RTRT" TO VAL-TIPO
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
               MOVE WS-MES-RENDIMENTO(WS-M) TO VAL-MES(WS-M)
           END-PERFORM
           MOVE WS-BEN-RENDIMENTO TO VAL-TOTAL
           PERFORM 3560-GRAVAR-VALORES

           IF WS-BEN-INSS NOT = 0
               MOVE "RTPO" TO VAL-TIPO
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
                   MOVE WS-MES-INSS(WS-M) TO VAL-MES(WS-M)
               END-PERFORM
               MOVE WS-BEN-INSS TO VAL-TOTAL
               PERFORM 3560-GRAVAR-VALORES
           END-IF

           IF WS-BEN-IRRF NOT = 0
               MOVE "RTIRF" TO VAL-TIPO
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
                   MOVE WS-MES-IRRF(WS-M) TO VAL-MES(WS-M)
               END-PERFORM
               MOVE WS-BEN-IRRF TO VAL-TOTAL
               PERFORM 3560-GRAVAR-VALORES
           END-IF

           ADD WS-BEN-RENDIMENTO TO WS-EMP-REND-TOTAL WS-EMP-REND-AUT
           ADD WS-BEN-IRRF       TO WS-EMP-IRRF-TOTAL.

       5000-CONCILIAR SECTION.
      *> Matricula a matricula: rendimento, previdencia e imposto do
      *> arquivo contra o informe emitido.
           MOVE ALL "-" TO CONC-LINHA
           WRITE CONC-LINHA
           PERFORM VARYING WS-INF-IDX FROM 1 BY 1
               UNTIL WS-INF-IDX > WS-INF-QTD
               IF WS-DEC-RENDIMENTO(WS-INF-IDX)
                       NOT = WS-INF-RENDIMENTO(WS-INF-IDX)
                   OR WS-DEC-INSS(WS-INF-IDX)
                       NOT = WS-INF-INSS(WS-INF-IDX)
                   OR WS-DEC-IRRF(WS-INF-IDX)
                       NOT = WS-INF-IRRF(WS-INF-IDX)
                   OR WS-DEC-PLR(WS-INF-IDX)
                       NOT = WS-INF-PLR(WS-INF-IDX)
                   OR WS-DEC-PLR-IRRF(WS-INF-IDX)
                       NOT = WS-INF-PLR-IRRF(WS-INF-IDX)
                   OR WS-DEC-RRA(WS-INF-IDX)
                       NOT = WS-INF-RRA(WS-INF-IDX)
                   OR WS-DEC-RRA-IRRF(WS-INF-IDX)
                       NOT = WS-INF-RRA-IRRF(WS-INF-IDX)
                   PERFORM 5100-LISTAR-DIFERENCA
               END-IF
           END-PERFORM

           MOVE SPACES TO CONC-LINHA
           MOVE "RENDIMENTO" TO CONC-LINHA(18:10)
           MOVE "INSS"       TO CONC-LINHA(41:4)
           MOVE "IRRF"       TO CONC-LINHA(58:4)
           WRITE CONC-LINHA

           COMPUTE WS-VALOR-REAIS = WS-ARQ-RENDIMENTO / 100
           MOVE WS-VALOR-REAIS TO WS-ED-1
           COMPUTE WS-VALOR-REAIS = WS-ARQ-INSS / 100
           MOVE WS-VALOR-REAIS TO WS-ED-2
           COMPUTE WS-VALOR-REAIS = WS-ARQ-IRRF / 100
           MOVE WS-VALOR-REAIS TO WS-ED-3
           MOVE SPACES TO CONC-LINHA
           STRING
               "ARQUIVO    "  DELIMITED BY SIZE
               WS-ED-1        DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               WS-ED-2        DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               WS-ED-3        DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA

           COMPUTE WS-VALOR-REAIS = WS-TOT-INF-RENDIMENTO / 100
           MOVE WS-VALOR-REAIS TO WS-ED-1
           COMPUTE WS-VALOR-REAIS = WS-TOT-INF-INSS / 100
           MOVE WS-VALOR-REAIS TO WS-ED-2
           COMPUTE WS-VALOR-REAIS = WS-TOT-INF-IRRF / 100
           MOVE WS-VALOR-REAIS TO WS-ED-3
           MOVE SPACES TO CONC-LINHA
           STRING
               "INFORMES   "  DELIMITED BY SIZE
               WS-ED-1        DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               WS-ED-2        DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               WS-ED-3        DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA

           MOVE SPACES TO CONC-LINHA
           STRING
               "BENEFICIARIOS NO ARQUIVO: " DELIMITED BY SIZE
               WS-ARQ-QTD                   DELIMITED BY SIZE
               "  INFORMES: "               DELIMITED BY SIZE
               WS-INF-QTD                   DELIMITED BY SIZE
               "  SEM CPF: "                DELIMITED BY SIZE
               WS-QTD-SEM-CPF               DELIMITED BY SIZE
               "  DIFERENCAS: "             DELIMITED BY SIZE
               WS-QTD-DIVERGENCIAS          DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA

      *> PLR (tributacao exclusiva) conferida a parte.
           IF WS-ARQ-PLR NOT = 0 OR WS-TOT-INF-PLR NOT = 0
               COMPUTE WS-VALOR-REAIS = WS-ARQ-PLR / 100
               MOVE WS-VALOR-REAIS TO WS-ED-1
               COMPUTE WS-VALOR-REAIS = WS-ARQ-PLR-IRRF / 100
               MOVE WS-VALOR-REAIS TO WS-ED-2
               COMPUTE WS-VALOR-REAIS = WS-TOT-INF-PLR / 100
               MOVE WS-VALOR-REAIS TO WS-ED-3
               COMPUTE WS-VALOR-REAIS = WS-TOT-INF-PLR-IRRF / 100
               MOVE WS-VALOR-REAIS TO WS-ED-4
               MOVE SPACES TO CONC-LINHA
               STRING
                   "PLR ARQ/INF" DELIMITED BY SIZE
                   WS-ED-1       DELIMITED BY SIZE
                   WS-ED-3       DELIMITED BY SIZE
                   "  IRRF"      DELIMITED BY SIZE
                   WS-ED-2       DELIMITED BY SIZE
                   WS-ED-4       DELIMITED BY SIZE
                   INTO CONC-LINHA
               END-STRING
               WRITE CONC-LINHA
           END-IF

      *> Acordo/condenacao trabalhista, tambem a parte.
           IF WS-ARQ-RRA NOT = 0 OR WS-TOT-INF-RRA NOT = 0
               COMPUTE WS-VALOR-REAIS = WS-ARQ-RRA / 100
               MOVE WS-VALOR-REAIS TO WS-ED-1
               COMPUTE WS-VALOR-REAIS = WS-ARQ-RRA-IRRF / 100
               MOVE WS-VALOR-REAIS TO WS-ED-2
               COMPUTE WS-VALOR-REAIS = WS-TOT-INF-RRA / 100
               MOVE WS-VALOR-REAIS TO WS-ED-3
               COMPUTE WS-VALOR-REAIS = WS-TOT-INF-RRA-IRRF / 100
               MOVE WS-VALOR-REAIS TO WS-ED-4
               MOVE SPACES TO CONC-LINHA
               STRING
                   "RRA ARQ/INF" DELIMITED BY SIZE
                   WS-ED-1       DELIMITED BY SIZE
                   WS-ED-3       DELIMITED BY SIZE
                   "  IRRF"      DELIMITED BY SIZE
                   WS-ED-2       DELIMITED BY SIZE
                   WS-ED-4       DELIMITED BY SIZE
                   INTO CONC-LINHA
               END-STRING
               WRITE CONC-LINHA
           END-IF

           IF WS-ARQ-RENDIMENTO NOT = WS-TOT-INF-RENDIMENTO
                   OR WS-ARQ-INSS NOT = WS-TOT-INF-INSS
                   OR WS-ARQ-IRRF NOT = WS-TOT-INF-IRRF
                   OR WS-ARQ-PLR NOT = WS-TOT-INF-PLR
                   OR WS-ARQ-PLR-IRRF NOT = WS-TOT-INF-PLR-IRRF
                   OR WS-ARQ-RRA NOT = WS-TOT-INF-RRA
                   OR WS-ARQ-RRA-IRRF NOT = WS-TOT-INF-RRA-IRRF
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF
           IF WS-INFORME-ANO-OK NOT = "S"
               ADD 1 TO WS-QTD-DIVERGENCIAS
               MOVE SPACES TO CONC-LINHA
               STRING
                   "INFORME-RENDIMENTOS AUSENTE OU DE OUTRO ANO-BASE"
                                             DELIMITED BY SIZE
                   " - SEM CONFERENCIA"      DELIMITED BY SIZE
                   INTO CONC-LINHA
               END-STRING
               WRITE CONC-LINHA
           END-IF

           MOVE ALL "-" TO CONC-LINHA
           WRITE CONC-LINHA
           IF WS-QTD-DIVERGENCIAS = 0
               PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMP-QTD-TAB
                   IF WS-EMP-BENEF(WS-E) > 0
                       PERFORM 6000-LIBERAR-ARQUIVO
                   END-IF
               END-PERFORM
               MOVE SPACES TO CONC-LINHA
               STRING
                   "TOTAIS CONFEREM COM OS INFORMES - ARQUIVOS "
                                             DELIMITED BY SIZE
                   "LIBERADOS: "             DELIMITED BY SIZE
                   WS-QTD-LIBERADOS          DELIMITED BY SIZE
                   INTO CONC-LINHA
               END-STRING
               WRITE CONC-LINHA
           ELSE
               MOVE "ARQUIVOS RETIDOS - TOTAIS NAO CONFEREM COM OS "
                   TO CONC-LINHA
               MOVE "INFORMES EMITIDOS" TO CONC-LINHA(47:17)
               WRITE CONC-LINHA
               DISPLAY "DIRF-ANUAL: DIFERENCAS NA CONFERENCIA COM OS "
                   "INFORMES - ARQUIVO NAO LIBERADO"
               MOVE 8 TO RETURN-CODE
           END-IF.

       5100-LISTAR-DIFERENCA SECTION.
           ADD 1 TO WS-QTD-DIVERGENCIAS
           COMPUTE WS-VALOR-REAIS = WS-DEC-RENDIMENTO(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-1
           COMPUTE WS-VALOR-REAIS = WS-INF-RENDIMENTO(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-2
           COMPUTE WS-VALOR-REAIS = WS-DEC-IRRF(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-3
           COMPUTE WS-VALOR-REAIS = WS-INF-IRRF(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-4
           MOVE SPACES TO CONC-LINHA
           STRING
               "  DIFERENCA: MATRICULA "  DELIMITED BY SIZE
               WS-INF-MATRICULA(WS-INF-IDX) DELIMITED BY SIZE
               " REND ARQ/INF"            DELIMITED BY SIZE
               WS-ED-1                    DELIMITED BY SIZE
               WS-ED-2                    DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA
           MOVE SPACES TO CONC-LINHA
           STRING
               "                                     IRRF ARQ/INF"
                                          DELIMITED BY SIZE
               WS-ED-3                    DELIMITED BY SIZE
               WS-ED-4                    DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA
           PERFORM 5110-DIFERENCA-PLR
           PERFORM 5120-DIFERENCA-RRA.

       5110-DIFERENCA-PLR SECTION.
           IF WS-DEC-PLR(WS-INF-IDX) = WS-INF-PLR(WS-INF-IDX)
                   AND WS-DEC-PLR-IRRF(WS-INF-IDX)
                       = WS-INF-PLR-IRRF(WS-INF-IDX)
               EXIT SECTION
           END-IF
           COMPUTE WS-VALOR-REAIS = WS-DEC-PLR(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-1
           COMPUTE WS-VALOR-REAIS = WS-INF-PLR(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-2
           COMPUTE WS-VALOR-REAIS = WS-DEC-PLR-IRRF(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-3
           COMPUTE WS-VALOR-REAIS = WS-INF-PLR-IRRF(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-4
           MOVE SPACES TO CONC-LINHA
           STRING
               "                                     PLR  ARQ/INF"
                                          DELIMITED BY SIZE
               WS-ED-1                    DELIMITED BY SIZE
               WS-ED-2                    DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA
           MOVE SPACES TO CONC-LINHA
           STRING
               "                                     IRPL ARQ/INF"
                                          DELIMITED BY SIZE
               WS-ED-3                    DELIMITED BY SIZE
               WS-ED-4                    DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA.

       5120-DIFERENCA-RRA SECTION.
           IF WS-DEC-RRA(WS-INF-IDX) = WS-INF-RRA(WS-INF-IDX)
                   AND WS-DEC-RRA-IRRF(WS-INF-IDX)
                       = WS-INF-RRA-IRRF(WS-INF-IDX)
               EXIT SECTION
           END-IF
           COMPUTE WS-VALOR-REAIS = WS-DEC-RRA(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-1
           COMPUTE WS-VALOR-REAIS = WS-INF-RRA(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-2
           COMPUTE WS-VALOR-REAIS = WS-DEC-RRA-IRRF(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-3
           COMPUTE WS-VALOR-REAIS = WS-INF-RRA-IRRF(WS-INF-IDX) / 100
           MOVE WS-VALOR-REAIS TO WS-ED-4
           MOVE SPACES TO CONC-LINHA
           STRING
               "                                     RRA  ARQ/INF"
                                          DELIMITED BY SIZE
               WS-ED-1                    DELIMITED BY SIZE
               WS-ED-2                    DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA
           MOVE SPACES TO CONC-LINHA
           STRING
               "                                     IRRA ARQ/INF"
                                          DELIMITED BY SIZE
               WS-ED-3                    DELIMITED BY SIZE
               WS-ED-4                    DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA.

       6000-LIBERAR-ARQUIVO SECTION.
      *> Previa conferida vira o arquivo da declaracao e entra no
      *> registro de transmissao com status GERADO.
           MOVE SPACES TO WS-NOME-PREVIA WS-NOME-DIRF
           STRING "DIRF-PREVIA-E" WS-EMP-COD(WS-E)
               INTO WS-NOME-PREVIA
           END-STRING
           STRING "DIRF-ANUAL-E" WS-EMP-COD(WS-E)
               INTO WS-NOME-DIRF
           END-STRING

           OPEN INPUT PREVIA-FILE
           IF NOT WS-PRV-OK
               DISPLAY "DIRF-ANUAL: PREVIA " WS-NOME-PREVIA
                   " ILEGIVEL (STATUS=" WS-PRV-FS ")"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN OUTPUT DIRF-FILE
           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ PREVIA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       MOVE PRV-REC TO DIRF-REC
                       WRITE DIRF-REC
               END-READ
           END-PERFORM
           CLOSE PREVIA-FILE
           CLOSE DIRF-FILE

           MOVE "R"                     TO WS-TRS-OPERACAO
           MOVE WS-NOME-DIRF            TO WS-TRS-ARQUIVO
           MOVE WS-EMP-COD(WS-E)        TO WS-TRS-EMPRESA
           MOVE WS-EMP-BENEF(WS-E)      TO WS-TRS-QTD
           MOVE WS-EMP-RENDIMENTO(WS-E) TO WS-TRS-TOTAL
           CALL "TRANSMISSAO-REG" USING WS-TRS-PARAMS
           END-CALL
           ADD 1 TO WS-QTD-LIBERADOS.

       9000-FINALIZAR SECTION.
           CLOSE EMPRESA-FILE
           CLOSE CONCILIACAO-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           DISPLAY "DIRF-ANUAL: BENEFICIARIOS=" WS-ARQ-QTD
               " SEM CPF=" WS-QTD-SEM-CPF
               " DIFERENCAS=" WS-QTD-DIVERGENCIAS
               " ARQUIVOS LIBERADOS=" WS-QTD-LIBERADOS.
