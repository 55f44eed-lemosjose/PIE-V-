       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUIA-RECOLHIMENTO.

      *> Guias de recolhimento da folha -- DARF do IRRF retido e guia
      *> do INSS (segurados + parte da empresa) -- montadas do
      *> historico de folha, em vez dos totais digitados a mao no
      *> site da Receita. Para a competencia (GUIA-COMPETENCIA,
      *> MMAAAA; em branco vale a FOLHA-COMPETENCIA e depois o mes
      *> corrente) entram os lancamentos do PAYROLL-HIST pela mesma
      *> regra do FGTS-CALC: a competencia mensal pela chave e as de
      *> tipo proprio (13o, ferias, retroativa) pelo mes em que foram
      *> postadas. O INSS da empresa (patronal, RAT x FAP, terceiros)
      *> vem do ENCARGOS-PATRONAL sobre o bruto postado.
      *>
      *> A PLR (competencia "17", tambem pelo mes em que foi postada)
      *> nao tem INSS nem parte da empresa; o IRRF dela, de tributacao
      *> exclusiva, sai num DARF proprio com o codigo 3562. O
      *> pagamento de acordo ou condenacao trabalhista (competencia
      *> "18", postada pelo PROCESSO-LANCTO na data do pagamento)
      *> tambem: o IRRF do calculo homologado sai no DARF 5936.
      *>
      *> As verbas do PAYROLL-IN da rodada, quando o arquivo existe,
      *> sao somadas por empresa e conferidas contra o historico: a
      *> guia sai do historico (o que foi de fato pago), mas a
      *> divergencia fica impressa no relatorio e o job termina com
      *> RC 4 para a conferencia olhar antes de aprovar.
      *>
      *> Vencimento legal: dia GUIA-DIA-VENCIMENTO (padrao 20) do mes
      *> seguinte a competencia, ANTECIPADO para o dia util anterior
      *> quando cair em fim de semana ou feriado -- o CAL-DIA-UTIL so
      *> empurra para a frente, entao a data recua um dia de cada vez
      *> ate o calendario aceita-la sem ajuste.
      *>
      *> Cada guia ganha um codigo de barras de 44 posicoes no padrao
      *> do BOLETO-EMIT (banco da empresa, moeda, fator, valor e campo
      *> livre = tipo + codigo de receita + CNPJ + competencia AAAAMM),
      *> conferido de volta no CALC-DIG-BOLETO, e entra no
      *> BOLETO-REGISTER como qualquer boleto de fornecedor: acima da
      *> alcada (BOLETO-APROVACAO-LIMITE) vai para a fila do
      *> BOLETO-APROVAR, senao ja AGENDADO -- dai segue a remessa do
      *> BOLETO-REMESSA e aparece no CASH-FORECAST. Rodada repetida
      *> acha a guia ja registrada pelo campo livre e nao agenda de
      *> novo; guia registrada com valor diferente e recusada para a
      *> operacao cancelar a anterior.

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
           SELECT PAYROLL-IN-FILE ASSIGN TO "PAYROLL-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYIN-FS.
           SELECT BOLETO-REG-FILE ASSIGN TO "BOLETO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-BARRAS
               FILE STATUS IS WS-BREG-FS.
           SELECT APROVACAO-FILE ASSIGN TO "BOLETO-APROVACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-FS.
           SELECT GUIA-REPORT-FILE
               ASSIGN TO "GUIA-RECOLHIMENTO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PAYROLL-IN-FILE.
       01  PAYIN-REC.
           05  PAYIN-MATRICULA       PIC 9(09).
           05  PAYIN-VALOR           PIC X(40).
           05  PAYIN-SAL-BRUTO       PIC X(15).
           05  PAYIN-INSS            PIC X(15).
           05  PAYIN-IRRF            PIC X(15).
           05  PAYIN-OUTROS          PIC X(15).
           05  PAYIN-EMPRESA         PIC X(02).

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

       FD  GUIA-REPORT-FILE.
       01  GUIAOUT-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-PAYIN-FS               PIC X(02) VALUE SPACES.
           88  WS-PAYIN-OK                      VALUE "00".
       01  WS-BREG-FS                PIC X(02) VALUE SPACES.
           88  WS-BREG-OK                       VALUE "00".
       01  WS-APROV-FS               PIC X(02) VALUE SPACES.
           88  WS-APROV-OK                      VALUE "00".
       01  WS-EOF-EMP                PIC X(01) VALUE "N".
           88  WS-FIM-EMPRESAS                  VALUE "S".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-BREG               PIC X(01) VALUE "N".
           88  WS-FIM-BREG                      VALUE "S".

       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-MES-RECOLH             PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-EMPRESA-REG            PIC X(02) VALUE SPACES.
       01  WS-EMPRESA-PADRAO         PIC X(02) VALUE SPACES.
       01  WS-ENTRA                  PIC X(01) VALUE "N".

      *> CNPJ da Receita Federal, favorecido das duas guias, e os
      *> codigos de receita: 0561 (IRRF sobre rendimento do trabalho
      *> assalariado), 3562 (IRRF sobre participacao nos lucros),
      *> 5936 (IRRF sobre rendimento pago por decisao da Justica do
      *> Trabalho) e 2100 (INSS de empresa, identificada por CNPJ).
       01  WS-CNPJ-RECEITA           PIC 9(14) VALUE 00394460000141.
       01  WS-RECEITA-IRRF           PIC X(04) VALUE "0561".
       01  WS-RECEITA-IRRF-PLR       PIC X(04) VALUE "3562".
       01  WS-RECEITA-IRRF-JUD       PIC X(04) VALUE "5936".
       01  WS-RECEITA-INSS           PIC X(04) VALUE "2100".

      *> Vencimento: dia legal do mes seguinte e a data antecipada.
       01  WS-DIA-VENC               PIC 9(02) VALUE 20.
       01  WS-VENC-ANO               PIC 9(04) VALUE 0.
       01  WS-VENC-MES               PIC 9(02) VALUE 0.
       01  WS-VENC-LEGAL             PIC 9(08) VALUE 0.
       01  WS-VENC-GUIA              PIC 9(08) VALUE 0.
       01  WS-VENC-INT               PIC 9(08) COMP-5 VALUE 0.
       01  WS-TENTATIVAS             PIC 9(02) COMP-5 VALUE 0.
       01  WS-CAL-PARAMS.
           05  WS-CAL-DATA-ENT       PIC 9(08).
           05  WS-CAL-DATA-SAI       PIC 9(08).
           05  WS-CAL-AJUSTADA       PIC X(01).
           05  WS-CAL-STATUS         PIC X(03).

      *> Alcada do BOLETO-BATCH: acima dela a guia para na fila.
       01  WS-LIMITE-APROV           PIC 9(12) VALUE 1000000.
      *> Parametros da rodada resolvidos no PARAMETRO-MASTER para a
      *> empresa padrao, com a linha de cada um para o cabecalho do
      *> relatorio.
       COPY "parametro_consulta.cpy".
       01  WS-PARAM-TAB.
           05  WS-PARAM-QTD          PIC 9(02) COMP-5 VALUE 0.
           05  WS-PARAM-LINHA OCCURS 2 TIMES PIC X(80).
       01  WS-PARAM-IDX              PIC 9(02) COMP-5 VALUE 0.

      *> Encargos da empresa sobre o bruto (parte patronal do INSS).
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
       01  WS-DATA-REF-COMP          PIC 9(08) VALUE 0.

      *> Totais da empresa corrente.
       01  WS-EMP-QTD                PIC 9(09) VALUE ZEROS.
       01  WS-EMP-INSS-SEG           PIC S9(15) VALUE ZEROS.
       01  WS-EMP-INSS-EMPRESA       PIC S9(15) VALUE ZEROS.
       01  WS-EMP-IRRF               PIC S9(15) VALUE ZEROS.
       01  WS-EMP-IRRF-MENSAL        PIC S9(15) VALUE ZEROS.
       01  WS-EMP-IRRF-PLR           PIC S9(15) VALUE ZEROS.
       01  WS-EMP-IRRF-JUD           PIC S9(15) VALUE ZEROS.
       01  WS-EMP-INSS-MENSAL        PIC S9(15) VALUE ZEROS.

      *> Verbas do PAYROLL-IN somadas por empresa, para a conferencia.
       01  WS-TEM-PAYIN              PIC X(01) VALUE "N".
       01  WS-PIN-TABELA.
           05  WS-PIN-QTD            PIC 9(03) COMP-5 VALUE 0.
           05  WS-PIN-LINHA OCCURS 50 TIMES.
               10  WS-PIN-EMPRESA    PIC X(02).
               10  WS-PIN-INSS       PIC S9(15) COMP-5.
               10  WS-PIN-IRRF       PIC S9(15) COMP-5.
       01  WS-P                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-PIN-ACHOU              PIC 9(03) COMP-5 VALUE 0.
       01  WS-PIN-INSS-EMP           PIC S9(15) VALUE ZEROS.
       01  WS-PIN-IRRF-EMP           PIC S9(15) VALUE ZEROS.

      *> Parse dos valores "1.500,00" do PAYROLL-IN para centavos.
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

      *> Guia corrente.
       01  WS-GUIA-TIPO              PIC X(04) VALUE SPACES.
       01  WS-GUIA-TIPO-DIG          PIC X(01) VALUE SPACE.
       01  WS-GUIA-RECEITA           PIC X(04) VALUE SPACES.
       01  WS-GUIA-VALOR             PIC S9(15) VALUE ZEROS.
       01  WS-GUIA-SITUACAO          PIC X(12) VALUE SPACES.

      *> Montagem do codigo de barras e da linha digitavel, na
      *> aritmetica do BOLETO-EMIT.
       01  WS-BANCO                  PIC X(03) VALUE "001".
       01  WS-MOEDA                  PIC X(01) VALUE "9".
       01  WS-BASE-FATOR-INT         PIC 9(08) COMP-5 VALUE 0.
       01  WS-FATOR                  PIC 9(04) VALUE 0.
       01  WS-VALOR-CENTAVOS         PIC 9(10) VALUE 0.
       01  WS-CNPJ-TXT               PIC 9(14) VALUE 0.
       01  WS-CAMPO-LIVRE            PIC X(25) VALUE SPACES.
       01  WS-SEM-DV                 PIC X(43) VALUE SPACES.
       01  WS-BARRAS                 PIC X(44) VALUE SPACES.
       01  WS-DV-GERAL               PIC 9(01) VALUE 0.
       01  WS-SOMA                   PIC 9(05) COMP-5 VALUE 0.
       01  WS-RESTO                  PIC 9(02) COMP-5 VALUE 0.
       01  WS-PESO                   PIC 9(01) COMP-5 VALUE 0.
       01  WS-PROD                   PIC 9(02) COMP-5 VALUE 0.
       01  WS-DIGITO                 PIC 9(01) COMP-5 VALUE 0.
       01  WS-K                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-MOD10-ENTRADA          PIC X(10) VALUE SPACES.
       01  WS-MOD10-TAM              PIC 9(02) COMP-5 VALUE 0.
       01  WS-MOD10-DAC              PIC 9(01) VALUE 0.
       01  WS-CAMPO1                 PIC X(10) VALUE SPACES.
       01  WS-CAMPO2                 PIC X(11) VALUE SPACES.
       01  WS-CAMPO3                 PIC X(11) VALUE SPACES.
       01  WS-LINHA-DIG              PIC X(54) VALUE SPACES.

       01  WS-BOLETO-PARAMS.
           05 WS-CODIGO-BARRAS        PIC X(44).
           05 WS-CHK-CAMPO1            PIC 9(10).
           05 WS-CHK-CAMPO2            PIC 9(11).
           05 WS-CHK-CAMPO3            PIC 9(11).
           05 WS-STATUS-BARRAS         PIC X(03).
           05 WS-STATUS-CAMPO1         PIC X(03).
           05 WS-STATUS-CAMPO2         PIC X(03).
           05 WS-STATUS-CAMPO3         PIC X(03).

      *> Guia ja registrada (mesmo campo livre) numa rodada anterior.
       01  WS-JA-REGISTRADA          PIC X(01) VALUE "N".
       01  WS-VALOR-REGISTRADO       PIC 9(10) VALUE 0.

      *> Contadores e totais do job.
       01  WS-QTD-EMPRESAS           PIC 9(03) VALUE ZEROS.
       01  WS-QTD-GUIAS              PIC 9(07) VALUE ZEROS.
       01  WS-QTD-AGENDADAS          PIC 9(07) VALUE ZEROS.
       01  WS-QTD-APROVACAO          PIC 9(07) VALUE ZEROS.
       01  WS-QTD-JA-AGENDADAS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RECUSADAS          PIC 9(07) VALUE ZEROS.
       01  WS-QTD-DIVERGENCIAS       PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-CENTAVOS         PIC S9(15) VALUE ZEROS.

       01  WS-VALOR-REAIS            PIC S9(13)V99 VALUE ZEROS.
       01  WS-VLR-ED                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR2-ED                PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-DATA-ED                PIC X(10) VALUE SPACES.
       01  WS-DATA2-ED               PIC X(10) VALUE SPACES.
       01  WS-DATA-AUX               PIC X(08) VALUE SPACES.

       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

       COPY "competencia_trava.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-RECOLHER-EMPRESAS UNTIL WS-FIM-EMPRESAS
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "GUIA-COMPETENCIA"
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
           IF WS-COMPETENCIA(1:2) < "01" OR WS-COMPETENCIA(1:2) > "12"
                   OR WS-COMPETENCIA(3:4) IS NOT NUMERIC
               DISPLAY "GUIA-RECOLHIMENTO: COMPETENCIA "
                   WS-COMPETENCIA " NAO E MENSAL (MMAAAA)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-MES-RECOLH
           STRING WS-COMPETENCIA(3:4) WS-COMPETENCIA(1:2)
               INTO WS-MES-RECOLH
           END-STRING
           COMPUTE WS-DATA-REF-COMP =
               FUNCTION NUMVAL(WS-MES-RECOLH) * 100 + 1

           ACCEPT WS-EMPRESA-PADRAO FROM ENVIRONMENT "FOLHA-EMPRESA"
           IF WS-EMPRESA-PADRAO = SPACES
               MOVE "01" TO WS-EMPRESA-PADRAO
           END-IF

           MOVE 0 TO WS-PARAM-QTD
           MOVE "BOLETO-APROVACAO-LIMITE" TO PARC-NOME
           MOVE WS-LIMITE-APROV           TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR TO WS-LIMITE-APROV

           COMPUTE WS-BASE-FATOR-INT =
               FUNCTION INTEGER-OF-DATE(19971007)

           PERFORM 1100-RESOLVER-VENCIMENTO
           IF RETURN-CODE = 8
               GOBACK
           END-IF

           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               DISPLAY "GUIA-RECOLHIMENTO: EMPRESA-CADASTRO NAO "
                   "ENCONTRADO (STATUS=" WS-EMP-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
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

           PERFORM 1200-CARREGAR-PAYIN

           OPEN OUTPUT GUIA-REPORT-FILE
           MOVE SPACES TO GUIAOUT-LINHA
           STRING
               "GUIAS DE RECOLHIMENTO DA FOLHA - COMPETENCIA "
                   DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO GUIAOUT-LINHA
           END-STRING
           WRITE GUIAOUT-LINHA
           MOVE WS-VENC-LEGAL TO WS-DATA-AUX
           PERFORM 8100-EDITAR-DATA
           MOVE WS-DATA-ED TO WS-DATA2-ED
           MOVE WS-VENC-GUIA TO WS-DATA-AUX
           PERFORM 8100-EDITAR-DATA
           MOVE SPACES TO GUIAOUT-LINHA
           STRING
               "VENCIMENTO LEGAL " DELIMITED BY SIZE
               WS-DATA2-ED         DELIMITED BY SIZE
               "  PAGAMENTO EM "   DELIMITED BY SIZE
               WS-DATA-ED          DELIMITED BY SIZE
               INTO GUIAOUT-LINHA
           END-STRING
           WRITE GUIAOUT-LINHA
           MOVE "PARAMETROS DA RODADA:" TO GUIAOUT-LINHA
           WRITE GUIAOUT-LINHA
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
               UNTIL WS-PARAM-IDX > WS-PARAM-QTD
               MOVE WS-PARAM-LINHA(WS-PARAM-IDX) TO GUIAOUT-LINHA
               WRITE GUIAOUT-LINHA
           END-PERFORM
           MOVE ALL "-" TO GUIAOUT-LINHA
           WRITE GUIAOUT-LINHA

           DISPLAY "GUIA-RECOLHIMENTO: COMPETENCIA " WS-COMPETENCIA
               " VENCIMENTO " WS-VENC-GUIA.

       1060-CONSULTAR-PARAMETRO SECTION.
           MOVE WS-EMPRESA-PADRAO TO PARC-EMPRESA
           MOVE 0                 TO PARC-DATA
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           IF WS-PARAM-QTD < 2
               ADD 1 TO WS-PARAM-QTD
               MOVE PARC-LINHA TO WS-PARAM-LINHA(WS-PARAM-QTD)
           END-IF.

       1100-RESOLVER-VENCIMENTO SECTION.
      *> Dia legal no mes seguinte a competencia; recua enquanto o
      *> calendario disser que a data nao e dia util.
           MOVE "GUIA-DIA-VENCIMENTO" TO PARC-NOME
           MOVE WS-DIA-VENC           TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           IF PARC-VALOR < 1 OR PARC-VALOR > 28
               MOVE 20 TO WS-DIA-VENC
           ELSE
               MOVE PARC-VALOR TO WS-DIA-VENC
           END-IF

           MOVE FUNCTION NUMVAL(WS-COMPETENCIA(3:4)) TO WS-VENC-ANO
           MOVE FUNCTION NUMVAL(WS-COMPETENCIA(1:2)) TO WS-VENC-MES
           ADD 1 TO WS-VENC-MES
           IF WS-VENC-MES > 12
               MOVE 1 TO WS-VENC-MES
               ADD 1 TO WS-VENC-ANO
           END-IF
           COMPUTE WS-VENC-LEGAL =
               WS-VENC-ANO * 10000 + WS-VENC-MES * 100 + WS-DIA-VENC

           MOVE WS-VENC-LEGAL TO WS-VENC-GUIA
           MOVE 0 TO WS-TENTATIVAS
           MOVE "S" TO WS-CAL-AJUSTADA
           PERFORM UNTIL WS-CAL-AJUSTADA = "N" OR WS-TENTATIVAS > 15
               MOVE WS-VENC-GUIA TO WS-CAL-DATA-ENT
               CALL "CAL-DIA-UTIL" USING WS-CAL-PARAMS
               END-CALL
               IF WS-CAL-STATUS NOT = "OK"
                   DISPLAY "GUIA-RECOLHIMENTO: CALENDARIO RECUSOU A "
                       "DATA " WS-VENC-GUIA
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               IF WS-CAL-AJUSTADA = "S"
                   ADD 1 TO WS-TENTATIVAS
                   COMPUTE WS-VENC-INT =
                       FUNCTION INTEGER-OF-DATE(WS-VENC-GUIA) - 1
                   COMPUTE WS-VENC-GUIA =
                       FUNCTION DATE-OF-INTEGER(WS-VENC-INT)
               END-IF
           END-PERFORM.

       1200-CARREGAR-PAYIN SECTION.
      *> Sem PAYROLL-IN a conferencia fica desligada, com aviso.
           MOVE 0 TO WS-PIN-QTD
           OPEN INPUT PAYROLL-IN-FILE
           IF NOT WS-PAYIN-OK
               DISPLAY "GUIA-RECOLHIMENTO: PAYROLL-IN INDISPONIVEL - "
                   "CONFERENCIA DAS VERBAS DESLIGADA"
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-TEM-PAYIN

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ PAYROLL-IN-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PAYIN-SAL-BRUTO NOT = SPACES
                           PERFORM 1250-SOMAR-PAYIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-IN-FILE
           MOVE "N" TO WS-EOF.

       1250-SOMAR-PAYIN SECTION.
      *> Empresa em branco ou zero e a empresa da rodada da folha.
           MOVE PAYIN-EMPRESA TO WS-EMPRESA-REG
           IF WS-EMPRESA-REG = SPACES OR WS-EMPRESA-REG = "00"
               MOVE WS-EMPRESA-PADRAO TO WS-EMPRESA-REG
           END-IF

           MOVE 0 TO WS-PIN-ACHOU
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PIN-QTD OR WS-PIN-ACHOU > 0
               IF WS-PIN-EMPRESA(WS-P) = WS-EMPRESA-REG
                   MOVE WS-P TO WS-PIN-ACHOU
               END-IF
           END-PERFORM
           IF WS-PIN-ACHOU = 0
               IF WS-PIN-QTD >= 50
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PIN-QTD
               MOVE WS-PIN-QTD TO WS-PIN-ACHOU
               MOVE WS-EMPRESA-REG TO WS-PIN-EMPRESA(WS-PIN-ACHOU)
               MOVE 0 TO WS-PIN-INSS(WS-PIN-ACHOU)
               MOVE 0 TO WS-PIN-IRRF(WS-PIN-ACHOU)
           END-IF

           MOVE PAYIN-INSS TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           ADD WS-VAL-CENTAVOS-REG TO WS-PIN-INSS(WS-PIN-ACHOU)

           MOVE PAYIN-IRRF TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           ADD WS-VAL-CENTAVOS-REG TO WS-PIN-IRRF(WS-PIN-ACHOU).

       2000-RECOLHER-EMPRESAS SECTION.
           READ EMPRESA-FILE
               AT END
                   MOVE "S" TO WS-EOF-EMP
               NOT AT END
                   MOVE EMP-CODIGO TO WS-EMPRESA
                   PERFORM 2100-CONFERIR-TRAVA
                   IF CTRV-STATUS = "LIV"
                       PERFORM 3000-APURAR-EMPRESA
                   END-IF
           END-READ.

      *> Empresa com a competencia travada no fechamento mensal fica
      *> de fora; as outras seguem, e o job termina com RC 4.
       2100-CONFERIR-TRAVA SECTION.
           MOVE WS-COMPETENCIA TO CTRV-COMPETENCIA
           MOVE WS-EMPRESA     TO CTRV-EMPRESA
           CALL "COMPETENCIA-TRAVA" USING COMPETENCIA-TRAVA-PARAMS
           END-CALL
           IF CTRV-STATUS = "TRV"
               DISPLAY "GUIA-RECOLHIMENTO: EMPRESA " WS-EMPRESA
                   " COM A COMPETENCIA " WS-COMPETENCIA
                   " TRAVADA EM " CTRV-DATA-TRAVA
                   " - NENHUMA GUIA EMITIDA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3000-APURAR-EMPRESA SECTION.
           ADD 1 TO WS-QTD-EMPRESAS
           MOVE 0 TO WS-EMP-QTD WS-EMP-INSS-SEG WS-EMP-INSS-EMPRESA
                     WS-EMP-IRRF WS-EMP-IRRF-MENSAL WS-EMP-INSS-MENSAL
                     WS-EMP-IRRF-PLR WS-EMP-IRRF-JUD

           MOVE "001" TO WS-BANCO
           IF EMP-BANCO NOT = SPACES AND EMP-BANCO NOT = "000"
                   AND EMP-BANCO IS NUMERIC
               MOVE EMP-BANCO TO WS-BANCO
           END-IF

           OPEN INPUT PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "GUIA-RECOLHIMENTO: PAYROLL-HIST NAO "
                   "ENCONTRADO, NADA A RECOLHER"
               MOVE "S" TO WS-EOF-EMP
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM 3100-LER-HIST
           PERFORM UNTIL WS-FIM-ARQUIVO
               PERFORM 3200-AVALIAR-LANCAMENTO
               PERFORM 3100-LER-HIST
           END-PERFORM
           CLOSE PAYROLL-HIST-FILE

           MOVE SPACES TO GUIAOUT-LINHA
           STRING
               "EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA DELIMITED BY SIZE
               " "        DELIMITED BY SIZE
               EMP-NOME   DELIMITED BY SIZE
               " CNPJ "   DELIMITED BY SIZE
               EMP-CNPJ   DELIMITED BY SIZE
               " LANCAMENTOS=" DELIMITED BY SIZE
               WS-EMP-QTD DELIMITED BY SIZE
               INTO GUIAOUT-LINHA
           END-STRING
           WRITE GUIAOUT-LINHA

           PERFORM 3500-CONFERIR-PAYIN

      *> DARF do IRRF retido.
           MOVE "IRRF"            TO WS-GUIA-TIPO
           MOVE "1"               TO WS-GUIA-TIPO-DIG
           MOVE WS-RECEITA-IRRF   TO WS-GUIA-RECEITA
           MOVE WS-EMP-IRRF       TO WS-GUIA-VALOR
           PERFORM 4000-EMITIR-GUIA

      *> DARF do IRRF exclusivo da PLR.
           MOVE "IRPL"              TO WS-GUIA-TIPO
           MOVE "3"                 TO WS-GUIA-TIPO-DIG
           MOVE WS-RECEITA-IRRF-PLR TO WS-GUIA-RECEITA
           MOVE WS-EMP-IRRF-PLR     TO WS-GUIA-VALOR
           PERFORM 4000-EMITIR-GUIA

      *> DARF do IRRF do acordo/condenacao trabalhista.
           MOVE "IRJT"              TO WS-GUIA-TIPO
           MOVE "4"                 TO WS-GUIA-TIPO-DIG
           MOVE WS-RECEITA-IRRF-JUD TO WS-GUIA-RECEITA
           MOVE WS-EMP-IRRF-JUD     TO WS-GUIA-VALOR
           PERFORM 4000-EMITIR-GUIA

      *> Guia do INSS: segurados retidos + parte da empresa.
           MOVE "INSS"            TO WS-GUIA-TIPO
           MOVE "2"               TO WS-GUIA-TIPO-DIG
           MOVE WS-RECEITA-INSS   TO WS-GUIA-RECEITA
           COMPUTE WS-GUIA-VALOR = WS-EMP-INSS-SEG + WS-EMP-INSS-EMPRESA
           PERFORM 4000-EMITIR-GUIA

           MOVE SPACES TO GUIAOUT-LINHA
           WRITE GUIAOUT-LINHA.

       3100-LER-HIST SECTION.
           READ PAYROLL-HIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.

       3200-AVALIAR-LANCAMENTO SECTION.
      *> Mesma regra de inclusao do FGTS-CALC; historico sem empresa
      *> e da empresa 01.
           MOVE HIST-EMPRESA TO WS-EMPRESA-REG
           IF WS-EMPRESA-REG = SPACES
               MOVE "01" TO WS-EMPRESA-REG
           END-IF
           IF WS-EMPRESA-REG NOT = WS-EMPRESA
               EXIT SECTION
           END-IF
           IF HIST-BRUTO NOT NUMERIC
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-ENTRA
           EVALUATE TRUE
               WHEN HIST-COMPETENCIA = WS-COMPETENCIA
                   MOVE "S" TO WS-ENTRA
               WHEN HIST-COMPETENCIA(1:2) = "13" OR "14"
                                           OR "15" OR "16"
                   IF HIST-DATA(1:6) = WS-MES-RECOLH
                       MOVE "S" TO WS-ENTRA
                   END-IF
               WHEN HIST-COMPETENCIA(1:2) = "17"
                   IF HIST-DATA(1:6) = WS-MES-RECOLH
                       MOVE "P" TO WS-ENTRA
                   END-IF
               WHEN HIST-COMPETENCIA(1:2) = "18"
                   IF HIST-DATA(1:6) = WS-MES-RECOLH
                       MOVE "J" TO WS-ENTRA
                   END-IF
           END-EVALUATE
           IF WS-ENTRA = "P"
               ADD 1 TO WS-EMP-QTD
               ADD HIST-IRRF TO WS-EMP-IRRF-PLR
               EXIT SECTION
           END-IF
           IF WS-ENTRA = "J"
               ADD 1 TO WS-EMP-QTD
               ADD HIST-IRRF TO WS-EMP-IRRF-JUD
               EXIT SECTION
           END-IF
           IF WS-ENTRA NOT = "S"
               EXIT SECTION
           END-IF

           ADD 1 TO WS-EMP-QTD
           ADD HIST-INSS TO WS-EMP-INSS-SEG
           ADD HIST-IRRF TO WS-EMP-IRRF
           IF HIST-COMPETENCIA = WS-COMPETENCIA
               ADD HIST-INSS TO WS-EMP-INSS-MENSAL
               ADD HIST-IRRF TO WS-EMP-IRRF-MENSAL
           END-IF

           IF HIST-BRUTO > 0
               MOVE WS-EMPRESA       TO WS-PAT-EMPRESA
               MOVE WS-DATA-REF-COMP TO WS-PAT-DATA-REF
               MOVE HIST-BRUTO       TO WS-PAT-BASE
               CALL "ENCARGOS-PATRONAL" USING WS-PAT-PARAMS
               END-CALL
               IF WS-PAT-STATUS = "OK"
                   COMPUTE WS-EMP-INSS-EMPRESA = WS-EMP-INSS-EMPRESA
                       + WS-PAT-PATRONAL + WS-PAT-RAT + WS-PAT-TERCEIROS
               ELSE
                   IF WS-PAT-AVISADO = "N"
                       MOVE "S" TO WS-PAT-AVISADO
                       DISPLAY "GUIA-RECOLHIMENTO: SEM TABELA DE "
                           "ENCARGOS DA EMPRESA " WS-EMPRESA
                           " - GUIA DO INSS SO COM OS SEGURADOS"
                   END-IF
               END-IF
           END-IF.

       3500-CONFERIR-PAYIN SECTION.
      *> Verbas informadas na entrada da folha x retencoes postadas
      *> na competencia mensal: divergencia imprime e sobe o RC.
           IF WS-TEM-PAYIN NOT = "S"
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-PIN-INSS-EMP WS-PIN-IRRF-EMP
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PIN-QTD
               IF WS-PIN-EMPRESA(WS-P) = WS-EMPRESA
                   MOVE WS-PIN-INSS(WS-P) TO WS-PIN-INSS-EMP
                   MOVE WS-PIN-IRRF(WS-P) TO WS-PIN-IRRF-EMP
               END-IF
           END-PERFORM

           IF WS-PIN-INSS-EMP = WS-EMP-INSS-MENSAL
                   AND WS-PIN-IRRF-EMP = WS-EMP-IRRF-MENSAL
               MOVE "  VERBAS DO PAYROLL-IN CONFEREM COM O HISTORICO"
                   TO GUIAOUT-LINHA
               WRITE GUIAOUT-LINHA
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-DIVERGENCIAS
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-VALOR-REAIS = WS-PIN-INSS-EMP / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           COMPUTE WS-VALOR-REAIS = WS-EMP-INSS-MENSAL / 100
           MOVE WS-VALOR-REAIS TO WS-VLR2-ED
           MOVE SPACES TO GUIAOUT-LINHA
           STRING
               "  DIVERGENCIA INSS: PAYROLL-IN " DELIMITED BY SIZE
               WS-VLR-ED                         DELIMITED BY SIZE
               " HISTORICO "                     DELIMITED BY SIZE
               WS-VLR2-ED                        DELIMITED BY SIZE
               INTO GUIAOUT-LINHA
           END-STRING
           WRITE GUIAOUT-LINHA
           COMPUTE WS-VALOR-REAIS = WS-PIN-IRRF-EMP / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           COMPUTE WS-VALOR-REAIS = WS-EMP-IRRF-MENSAL / 100
           MOVE WS-VALOR-REAIS TO WS-VLR2-ED
           MOVE SPACES TO GUIAOUT-LINHA
           STRING
               "  DIVERGENCIA IRRF: PAYROLL-IN " DELIMITED BY SIZE
               WS-VLR-ED                         DELIMITED BY SIZE
               " HISTORICO "                     DELIMITED BY SIZE
               WS-VLR2-ED                        DELIMITED BY SIZE
               INTO GUIAOUT-LINHA
           END-STRING
           WRITE GUIAOUT-LINHA
           DISPLAY "GUIA-RECOLHIMENTO: EMPRESA " WS-EMPRESA
               " - VERBAS DO PAYROLL-IN DIVERGEM DO HISTORICO".

       4000-EMITIR-GUIA SECTION.
      *> Valor zero (empresa sem folha na competencia) nao vira
      *> guia; valor acima das 10 posicoes do codigo de barras e
      *> recusado para emissao manual.
           IF WS-GUIA-VALOR NOT > 0
               EXIT SECTION
           END-IF
           IF WS-GUIA-VALOR > 9999999999
               MOVE "VALOR EXCEDE" TO WS-GUIA-SITUACAO
               ADD 1 TO WS-QTD-RECUSADAS
               MOVE 8 TO RETURN-CODE
               PERFORM 4900-LINHA-RELATORIO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-GUIAS
           MOVE WS-GUIA-VALOR TO WS-VALOR-CENTAVOS

           PERFORM 4100-MONTAR-BARRAS
           PERFORM 4200-MONTAR-LINHA-DIG
           PERFORM 4300-CONFERIR-NO-CALC-DIG
           IF WS-GUIA-SITUACAO NOT = SPACES
               ADD 1 TO WS-QTD-RECUSADAS
               MOVE 8 TO RETURN-CODE
               PERFORM 4900-LINHA-RELATORIO
               EXIT SECTION
           END-IF

           PERFORM 4400-PROCURAR-REGISTRADA
           IF WS-JA-REGISTRADA = "S"
               IF WS-VALOR-REGISTRADO = WS-VALOR-CENTAVOS
                   MOVE "JA AGENDADA" TO WS-GUIA-SITUACAO
                   ADD 1 TO WS-QTD-JA-AGENDADAS
               ELSE
                   MOVE "VALOR MUDOU" TO WS-GUIA-SITUACAO
                   ADD 1 TO WS-QTD-RECUSADAS
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "GUIA-RECOLHIMENTO: GUIA " WS-GUIA-TIPO
                       " DA EMPRESA " WS-EMPRESA " JA REGISTRADA "
                       "COM OUTRO VALOR - CANCELAR A ANTERIOR"
               END-IF
               PERFORM 4900-LINHA-RELATORIO
               EXIT SECTION
           END-IF

           PERFORM 4500-REGISTRAR-GUIA
           PERFORM 4900-LINHA-RELATORIO.

       4100-MONTAR-BARRAS SECTION.
      *> Fator pela regra do BOLETO-EMIT (recomeca em 1000 em
      *> 22/02/2025).
           COMPUTE WS-VENC-INT = FUNCTION INTEGER-OF-DATE(WS-VENC-GUIA)
           IF WS-VENC-INT - WS-BASE-FATOR-INT > 9999
               COMPUTE WS-FATOR =
                   WS-VENC-INT - WS-BASE-FATOR-INT - 9000
           ELSE
               COMPUTE WS-FATOR = WS-VENC-INT - WS-BASE-FATOR-INT
           END-IF

      *> Campo livre (25): tipo da guia + codigo de receita + CNPJ do
      *> contribuinte + competencia AAAAMM -- identifica a guia sem
      *> depender do valor, para a rodada repetida acha-la.
           MOVE EMP-CNPJ TO WS-CNPJ-TXT
           MOVE SPACES TO WS-CAMPO-LIVRE
           STRING
               WS-GUIA-TIPO-DIG
               WS-GUIA-RECEITA
               WS-CNPJ-TXT
               WS-MES-RECOLH
               INTO WS-CAMPO-LIVRE
           END-STRING

           MOVE SPACES TO WS-SEM-DV
           STRING
               WS-BANCO WS-MOEDA WS-FATOR WS-VALOR-CENTAVOS
               WS-CAMPO-LIVRE
               INTO WS-SEM-DV
           END-STRING

           MOVE ZEROS TO WS-SOMA
           MOVE 2 TO WS-PESO
           PERFORM VARYING WS-K FROM 43 BY -1 UNTIL WS-K = 0
               MOVE FUNCTION NUMVAL(WS-SEM-DV(WS-K:1)) TO WS-DIGITO
               COMPUTE WS-SOMA = WS-SOMA + (WS-DIGITO * WS-PESO)
               IF WS-PESO = 9
                   MOVE 2 TO WS-PESO
               ELSE
                   ADD 1 TO WS-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11)
           IF WS-RESTO = 0 OR WS-RESTO = 1 OR WS-RESTO = 10
               MOVE 1 TO WS-DV-GERAL
           ELSE
               COMPUTE WS-DV-GERAL = 11 - WS-RESTO
           END-IF

           MOVE SPACES TO WS-BARRAS
           STRING
               WS-SEM-DV(1:4)
               WS-DV-GERAL
               WS-SEM-DV(5:39)
               INTO WS-BARRAS
           END-STRING.

       4200-MONTAR-LINHA-DIG SECTION.
           MOVE SPACES TO WS-MOD10-ENTRADA
           STRING
               WS-BANCO WS-MOEDA WS-CAMPO-LIVRE(1:5)
               INTO WS-MOD10-ENTRADA
           END-STRING
           MOVE 9 TO WS-MOD10-TAM
           PERFORM 8000-CALCULAR-MOD10
           MOVE SPACES TO WS-CAMPO1
           STRING
               WS-MOD10-ENTRADA(1:9) WS-MOD10-DAC
               INTO WS-CAMPO1
           END-STRING

           MOVE SPACES TO WS-MOD10-ENTRADA
           MOVE WS-CAMPO-LIVRE(6:10) TO WS-MOD10-ENTRADA
           MOVE 10 TO WS-MOD10-TAM
           PERFORM 8000-CALCULAR-MOD10
           MOVE SPACES TO WS-CAMPO2
           STRING
               WS-MOD10-ENTRADA(1:10) WS-MOD10-DAC
               INTO WS-CAMPO2
           END-STRING

           MOVE SPACES TO WS-MOD10-ENTRADA
           MOVE WS-CAMPO-LIVRE(16:10) TO WS-MOD10-ENTRADA
           MOVE 10 TO WS-MOD10-TAM
           PERFORM 8000-CALCULAR-MOD10
           MOVE SPACES TO WS-CAMPO3
           STRING
               WS-MOD10-ENTRADA(1:10) WS-MOD10-DAC
               INTO WS-CAMPO3
           END-STRING

           MOVE SPACES TO WS-LINHA-DIG
           STRING
               WS-CAMPO1 " "
               WS-CAMPO2 " "
               WS-CAMPO3 " "
               WS-DV-GERAL " "
               WS-FATOR WS-VALOR-CENTAVOS
               INTO WS-LINHA-DIG
           END-STRING.

       4300-CONFERIR-NO-CALC-DIG SECTION.
      *> A guia montada tem de passar no mesmo validador dos boletos
      *> recebidos antes de entrar na agenda.
           MOVE SPACES TO WS-GUIA-SITUACAO
           MOVE WS-BARRAS TO WS-CODIGO-BARRAS
           MOVE FUNCTION NUMVAL(WS-CAMPO1) TO WS-CHK-CAMPO1
           MOVE FUNCTION NUMVAL(WS-CAMPO2) TO WS-CHK-CAMPO2
           MOVE FUNCTION NUMVAL(WS-CAMPO3) TO WS-CHK-CAMPO3

           CALL "CALC-DIG-BOLETO" USING WS-BOLETO-PARAMS END-CALL

           IF WS-STATUS-BARRAS NOT = "OK" OR
                   WS-STATUS-CAMPO1 NOT = "OK" OR
                   WS-STATUS-CAMPO2 NOT = "OK" OR
                   WS-STATUS-CAMPO3 NOT = "OK"
               MOVE "DV NAO CONFERE" TO WS-GUIA-SITUACAO
               DISPLAY "GUIA-RECOLHIMENTO: ERRO INTERNO - GUIA "
                   WS-GUIA-TIPO " DA EMPRESA " WS-EMPRESA
                   " NAO PASSOU NO CALC-DIG-BOLETO"
           END-IF.

       4400-PROCURAR-REGISTRADA SECTION.
      *> Varre o registro atras de uma guia com o mesmo campo livre e
      *> banco (a mesma guia de uma rodada anterior, talvez com outro
      *> valor ou vencimento).
           MOVE "N" TO WS-JA-REGISTRADA
           MOVE 0 TO WS-VALOR-REGISTRADO
           MOVE LOW-VALUES TO BREG-BARRAS
           START BOLETO-REG-FILE KEY NOT < BREG-BARRAS
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO WS-EOF-BREG
           PERFORM UNTIL WS-FIM-BREG OR WS-JA-REGISTRADA = "S"
               READ BOLETO-REG-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-BREG
                   NOT AT END
                       IF BREG-BARRAS(20:25) = WS-CAMPO-LIVRE
                               AND BREG-BARRAS(1:3) = WS-BANCO
                               AND BREG-STATUS NOT = "RECUSADO"
                               AND BREG-STATUS NOT = "CANCELADO"
                           MOVE "S" TO WS-JA-REGISTRADA
                           MOVE BREG-VALOR TO WS-VALOR-REGISTRADO
                       END-IF
               END-READ
           END-PERFORM.

       4500-REGISTRAR-GUIA SECTION.
           MOVE SPACES TO BREG-REC
           MOVE WS-BARRAS          TO BREG-BARRAS
           MOVE WS-CNPJ-RECEITA    TO BREG-CNPJ
           MOVE WS-VALOR-CENTAVOS  TO BREG-VALOR
           MOVE WS-VENC-GUIA       TO BREG-VENC
           MOVE WS-DATA-HOJE       TO BREG-DATA-ENTRADA
           IF WS-VALOR-CENTAVOS > WS-LIMITE-APROV
               MOVE "APROVACAO"    TO BREG-STATUS
           ELSE
               MOVE "AGENDADO"     TO BREG-STATUS
           END-IF
           WRITE BREG-REC
               INVALID KEY
                   MOVE "JA AGENDADA" TO WS-GUIA-SITUACAO
                   ADD 1 TO WS-QTD-JA-AGENDADAS
                   EXIT SECTION
           END-WRITE

           IF BREG-STATUS = "APROVACAO"
               MOVE SPACES TO APROV-REC
               MOVE SPACES TO APROV-DESCRICAO
               STRING
                   "GUIA " WS-GUIA-TIPO " E" WS-EMPRESA " "
                   WS-COMPETENCIA
                   DELIMITED BY SIZE
                   INTO APROV-DESCRICAO
               END-STRING
               MOVE WS-BARRAS       TO APROV-BARRAS
               MOVE WS-CHK-CAMPO1   TO APROV-CAMPO1
               MOVE WS-CHK-CAMPO2   TO APROV-CAMPO2
               MOVE WS-CHK-CAMPO3   TO APROV-CAMPO3
               MOVE WS-CNPJ-RECEITA TO APROV-CNPJ
               MOVE "GUIA DE TRIBUTO ACIMA DA ALCADA" TO APROV-MOTIVO
               WRITE APROV-REC
               MOVE "APROVACAO" TO WS-GUIA-SITUACAO
               ADD 1 TO WS-QTD-APROVACAO
           ELSE
               MOVE "AGENDADA" TO WS-GUIA-SITUACAO
               ADD 1 TO WS-QTD-AGENDADAS
           END-IF
           ADD WS-VALOR-CENTAVOS TO WS-TOTAL-CENTAVOS.

       4900-LINHA-RELATORIO SECTION.
           COMPUTE WS-VALOR-REAIS = WS-GUIA-VALOR / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE SPACES TO GUIAOUT-LINHA
           STRING
               "  "              DELIMITED BY SIZE
               WS-GUIA-TIPO      DELIMITED BY SIZE
               " RECEITA "       DELIMITED BY SIZE
               WS-GUIA-RECEITA   DELIMITED BY SIZE
               " VALOR "         DELIMITED BY SIZE
               WS-VLR-ED         DELIMITED BY SIZE
               "  "              DELIMITED BY SIZE
               WS-GUIA-SITUACAO  DELIMITED BY SIZE
               INTO GUIAOUT-LINHA
           END-STRING
           WRITE GUIAOUT-LINHA
           IF WS-GUIA-SITUACAO NOT = "VALOR EXCEDE"
               MOVE SPACES TO GUIAOUT-LINHA
               STRING
                   "    " WS-LINHA-DIG
                   DELIMITED BY SIZE
                   INTO GUIAOUT-LINHA
               END-STRING
               WRITE GUIAOUT-LINHA
           END-IF.

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

       8000-CALCULAR-MOD10 SECTION.
           MOVE ZEROS TO WS-SOMA
           MOVE 2 TO WS-PESO
           PERFORM VARYING WS-K FROM WS-MOD10-TAM BY -1
               UNTIL WS-K = 0
               MOVE FUNCTION NUMVAL(WS-MOD10-ENTRADA(WS-K:1))
                   TO WS-DIGITO
               COMPUTE WS-PROD = WS-DIGITO * WS-PESO
               IF WS-PROD > 9
                   COMPUTE WS-PROD = WS-PROD - 9
               END-IF
               ADD WS-PROD TO WS-SOMA
               IF WS-PESO = 2
                   MOVE 1 TO WS-PESO
               ELSE
                   MOVE 2 TO WS-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 10)
           IF WS-RESTO = 0
               MOVE 0 TO WS-MOD10-DAC
           ELSE
               COMPUTE WS-MOD10-DAC = 10 - WS-RESTO
           END-IF.

       8100-EDITAR-DATA SECTION.
      *> WS-DATA-AUX (AAAAMMDD) para DD/MM/AAAA em WS-DATA-ED.
           MOVE SPACES TO WS-DATA-ED
           STRING
               WS-DATA-AUX(7:2) "/" WS-DATA-AUX(5:2) "/"
               WS-DATA-AUX(1:4)
               DELIMITED BY SIZE
               INTO WS-DATA-ED
           END-STRING.

       9000-FINALIZAR SECTION.
           MOVE ALL "-" TO GUIAOUT-LINHA
           WRITE GUIAOUT-LINHA
           MOVE WS-QTD-AGENDADAS  TO WS-CTRL-QTD
           ADD WS-QTD-APROVACAO   TO WS-CTRL-QTD
           MOVE WS-TOTAL-CENTAVOS TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO GUIAOUT-LINHA
           WRITE GUIAOUT-LINHA

           CLOSE EMPRESA-FILE
           CLOSE BOLETO-REG-FILE
           CLOSE APROVACAO-FILE
           CLOSE GUIA-REPORT-FILE

           DISPLAY "GUIA-RECOLHIMENTO: EMPRESAS=" WS-QTD-EMPRESAS
               " GUIAS=" WS-QTD-GUIAS
               " AGENDADAS=" WS-QTD-AGENDADAS
               " P/APROVACAO=" WS-QTD-APROVACAO
               " JA-AGENDADAS=" WS-QTD-JA-AGENDADAS
               " RECUSADAS=" WS-QTD-RECUSADAS
               " DIVERGENCIAS=" WS-QTD-DIVERGENCIAS
               " TOTAL=" WS-TOTAL-CENTAVOS.
