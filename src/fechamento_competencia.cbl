       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO-COMPETENCIA.

      *> Fechamento do mes por empresa e competencia. O
      *> PERIODO-CONTROLE fecha cada processo por si, e "marco esta
      *> fechado?" dependia de alguem conferir oito coisas a mao. O
      *> programa confere o checklist contra os arquivos de verdade e
      *> imprime o que falta (FECHAMENTO-REPORT e tela):
      *>
      *>   FOLHA       FOLHA-nn FECHADO no PERIODO-CONTROLE.
      *>   REMESSAS    todo arquivo da empresa no TRANSMISSAO-REGISTER
      *>               gerado do dia 1 da competencia ate o fechamento
      *>               da folha esta CONFIRMADO (o retorno do banco foi
      *>               tratado).
      *>   ESOCIAL     o ESOCIAL-RETORNO tem eventos da competencia
      *>               para a empresa (pelo FUNC-EMPRESA) e todos AC.
      *>   GUIAS       DARF e INSS da competencia (campo livre do
      *>               GUIA-RECOLHIMENTO no BOLETO-REGISTER) todos PAGO.
      *>   FGTS        depositos do mes no FGTS-EXTRATO para a empresa.
      *>   CONTAB      CONTAB-EXPORT completo (com trailer) e gerado
      *>               no dia do fechamento da folha ou depois.
      *>   CONCILIACAO EXTRATO-CONCILIA-REPORT da empresa, com extrato
      *>               ate o mes seguinte e nada sobrando dos dois
      *>               lados.
      *>   SUSPENSE    nenhum registro da empresa no PAYROLL-SUSPENSE.
      *>
      *> Checklist configuravel em FECHAMENTO-CHECKLIST.CFG, uma linha
      *> por item: EMPRESA;ITEM;S/N. Empresa "00" vale para todas; a
      *> linha da propria empresa prevalece. Item sem linha e exigido
      *> -- sem o arquivo, os oito sao. Linha em branco ou comecando
      *> por "*" e comentario, como no ALERTA-ROTAS.CFG.
      *>
      *> So com o checklist inteiro OK um supervisor pode aplicar a
      *> trava final: registro "TRAVA-nn" TRAVADO no PERIODO-CONTROLE,
      *> que todo programa de competencia consulta pelo
      *> COMPETENCIA-TRAVA e o PERIODO-REOPEN so desfaz com
      *> supervisor. A trava fica no PERIODO-LOG como a reabertura.
      *> RETURN-CODE 4 com pendencia; 8 quando nem da para conferir.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKLIST-CFG-FILE
               ASSIGN TO "FECHAMENTO-CHECKLIST.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO-CONTROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-PER-FS.
           SELECT PERIODO-LOG-FILE ASSIGN TO "PERIODO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
           SELECT TRANS-REG-FILE ASSIGN TO "TRANSMISSAO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRS-CHAVE
               FILE STATUS IS WS-TRS-FS.
           SELECT RETORNO-FILE ASSIGN TO "ESOCIAL-RETORNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT BOLETO-REG-FILE ASSIGN TO "BOLETO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREG-BARRAS
               FILE STATUS IS WS-BREG-FS.
           SELECT FGTS-EXTRATO-FILE ASSIGN TO "FGTS-EXTRATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FGE-CHAVE
               FILE STATUS IS WS-FGE-FS.
           SELECT CONTAB-FILE ASSIGN TO "CONTAB-EXPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTB-FS.
           SELECT CONCILIA-FILE ASSIGN TO "EXTRATO-CONCILIA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-FS.
           SELECT SUSP-FILE ASSIGN TO "PAYROLL-SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FS.
           SELECT FECHAMENTO-REPORT-FILE ASSIGN TO "FECHAMENTO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKLIST-CFG-FILE.
       01  CHECKLIST-CFG-LINHA       PIC X(80).

       FD  PERIODO-FILE.
       01  PER-REC.
           05  PER-CHAVE.
               10  PER-COMPETENCIA   PIC X(06).
               10  PER-PROCESSO      PIC X(12).
           05  PER-STATUS            PIC X(08).
           05  PER-DATA-FECH         PIC X(14).
           05  PER-REABERTURAS       PIC 9(03).

       FD  PERIODO-LOG-FILE.
       01  PERLOG-REC.
           05  PERLOG-TIMESTAMP      PIC X(14).
           05  FILLER                PIC X(01).
           05  PERLOG-SUPERVISOR     PIC X(10).
           05  FILLER                PIC X(01).
           05  PERLOG-COMPETENCIA    PIC X(06).
           05  FILLER                PIC X(01).
           05  PERLOG-PROCESSO       PIC X(12).
           05  FILLER                PIC X(01).
           05  PERLOG-ACAO           PIC X(10).

       FD  TRANS-REG-FILE.
       01  TRS-REC.
           05  TRS-CHAVE.
               10  TRS-ARQUIVO       PIC X(24).
               10  TRS-DATA          PIC 9(08).
           05  TRS-EMPRESA           PIC X(02).
           05  TRS-QTD               PIC 9(09).
           05  TRS-TOTAL             PIC S9(15).
           05  TRS-STATUS            PIC X(10).
           05  TRS-OPERADOR          PIC X(10).
           05  TRS-TIMESTAMP         PIC X(14).

       FD  RETORNO-FILE.
       01  RETIN-REC.
           05  RETIN-TIPO            PIC X(05).
           05  RETIN-COMPETENCIA     PIC X(06).
           05  RETIN-MATRICULA       PIC 9(09).
           05  RETIN-STATUS          PIC X(02).
           05  RETIN-MOTIVO          PIC X(40).

       FD  EMPRESA-FILE.
       01  EMPRESA-REC.
           05  EMP-CODIGO            PIC X(02).
           05  EMP-NOME              PIC X(30).
           05  EMP-CNPJ              PIC 9(14).

       FD  BOLETO-REG-FILE.
       01  BREG-REC.
           05  BREG-BARRAS           PIC X(44).
           05  BREG-CNPJ             PIC 9(14).
           05  BREG-VALOR            PIC 9(10).
           05  BREG-VENC             PIC 9(08).
           05  BREG-DATA-ENTRADA     PIC X(08).
           05  BREG-STATUS           PIC X(10).

       FD  FGTS-EXTRATO-FILE.
       01  FGE-REC.
           05  FGE-CHAVE.
               10  FGE-MATRICULA     PIC 9(09).
               10  FGE-MES-RECOLH    PIC X(06).
               10  FGE-COMP-ORIGEM   PIC X(06).
           05  FGE-EMPRESA           PIC X(02).
           05  FGE-NOME              PIC X(50).
           05  FGE-BASE              PIC S9(15).
           05  FGE-DEPOSITO          PIC S9(15).
           05  FGE-SALDO             PIC S9(15).
           05  FGE-DATA              PIC X(08).

      *> Partidas do CONTAB-EXPORT; a ultima linha e o trailer do
      *> CTRL-TOTAL ("CONTROLE: REGISTROS=...").
       FD  CONTAB-FILE.
       01  CTB-REC.
           05  CTB-DATA              PIC X(08).
           05  FILLER                PIC X(75).

       FD  CONCILIA-FILE.
       01  CON-LINHA                 PIC X(80).

       FD  SUSP-FILE.
       01  SUSP-REC.
           05  SUSP-MATRICULA        PIC 9(09).
           05  SUSP-VALOR            PIC X(40).
           05  SUSP-DATA             PIC X(08).
           05  SUSP-MOTIVO           PIC X(20).
           05  SUSP-SAL-BRUTO        PIC X(15).
           05  SUSP-INSS             PIC X(15).
           05  SUSP-IRRF             PIC X(15).
           05  SUSP-OUTROS           PIC X(15).
           05  SUSP-EMPRESA          PIC X(02).

       FD  FECHAMENTO-REPORT-FILE.
       01  FECHOUT-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CFG-FS                 PIC X(02) VALUE SPACES.
           88  WS-CFG-OK                        VALUE "00".
       01  WS-PER-FS                 PIC X(02) VALUE SPACES.
           88  WS-PER-OK                        VALUE "00".
       01  WS-LOG-FS                 PIC X(02) VALUE SPACES.
           88  WS-LOG-OK                        VALUE "00".
       01  WS-TRS-FS                 PIC X(02) VALUE SPACES.
           88  WS-TRS-OK                        VALUE "00".
       01  WS-RET-FS                 PIC X(02) VALUE SPACES.
           88  WS-RET-OK                        VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-BREG-FS                PIC X(02) VALUE SPACES.
           88  WS-BREG-OK                       VALUE "00".
       01  WS-FGE-FS                 PIC X(02) VALUE SPACES.
           88  WS-FGE-OK                        VALUE "00".
       01  WS-CTB-FS                 PIC X(02) VALUE SPACES.
           88  WS-CTB-OK                        VALUE "00".
       01  WS-CON-FS                 PIC X(02) VALUE SPACES.
           88  WS-CON-OK                        VALUE "00".
       01  WS-SUSP-FS                PIC X(02) VALUE SPACES.
           88  WS-SUSP-OK                       VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-OPERADOR               PIC X(10) VALUE SPACES.
       01  WS-SUPERVISOR             PIC X(10) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-COMP-AAAAMM            PIC X(06) VALUE SPACES.
       01  WS-MES-SEGUINTE           PIC X(06) VALUE SPACES.
       01  WS-ANO-NUM                PIC 9(04) VALUE ZEROS.
       01  WS-MES-NUM                PIC 9(02) VALUE ZEROS.
       01  WS-DATA-INICIO            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-LIMITE            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FOLHA             PIC 9(08) VALUE ZEROS.
       01  WS-CNPJ-TXT               PIC X(14) VALUE SPACES.
       01  WS-CNPJ-RECEITA           PIC 9(14) VALUE 00394460000141.
       01  WS-RESPOSTA               PIC X(01) VALUE SPACE.
       01  WS-PROCESSO-TRAVA         PIC X(12) VALUE SPACES.
       01  WS-TRAVADA                PIC X(01) VALUE "N".
           88  WS-JA-TRAVADA                    VALUE "S".

      *> Checklist: nome do item, exigencia vinda do CFG (geral e da
      *> empresa) e o resultado da conferencia.
       01  WS-ITENS-NOMES.
           05  FILLER                PIC X(12) VALUE "FOLHA".
           05  FILLER                PIC X(12) VALUE "REMESSAS".
           05  FILLER                PIC X(12) VALUE "ESOCIAL".
           05  FILLER                PIC X(12) VALUE "GUIAS".
           05  FILLER                PIC X(12) VALUE "FGTS".
           05  FILLER                PIC X(12) VALUE "CONTAB".
           05  FILLER                PIC X(12) VALUE "CONCILIACAO".
           05  FILLER                PIC X(12) VALUE "SUSPENSE".
       01  WS-ITENS-TAB REDEFINES WS-ITENS-NOMES.
           05  WS-ITEM-NOME          PIC X(12) OCCURS 8 TIMES.
       01  WS-ITENS-QTD              PIC 9(02) COMP-5 VALUE 8.

       01  WS-CHECKLIST.
           05  WS-ITEM OCCURS 8 TIMES.
               10  WS-ITEM-PADRAO    PIC X(01).
               10  WS-ITEM-PROPRIO   PIC X(01).
               10  WS-ITEM-EXIGIDO   PIC X(01).
                   88  WS-ITEM-E-EXIGIDO        VALUE "S".
               10  WS-ITEM-RESULT    PIC X(10).
               10  WS-ITEM-DETALHE   PIC X(60).
       01  WS-I                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-IX                     PIC 9(02) COMP-5 VALUE 0.

       01  WS-CFG-EMPRESA            PIC X(02) VALUE SPACES.
       01  WS-CFG-ITEM               PIC X(12) VALUE SPACES.
       01  WS-CFG-EXIGE              PIC X(01) VALUE SPACE.

       01  WS-CONTADORES.
           05  WS-QTD-PENDENTES      PIC 9(02) VALUE ZEROS.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PEND-ITEM      PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ED                 PIC Z(6)9.
       01  WS-PEND-ED                PIC Z(6)9.
       01  WS-EXEMPLO                PIC X(24) VALUE SPACES.

      *> Conciliacao: empresa do cabecalho, ultimo dia do extrato e as
      *> sobras do resumo ("SO EXTRATO" e "SO NOSSOS").
       01  WS-CON-EMPRESA            PIC X(02) VALUE SPACES.
       01  WS-CON-ULTIMO-DIA         PIC X(08) VALUE SPACES.
       01  WS-CON-RESUMO             PIC X(01) VALUE "N".
           88  WS-CON-TEM-RESUMO                VALUE "S".
       01  WS-CON-SO-EXTRATO         PIC 9(07) VALUE ZEROS.
       01  WS-CON-SO-NOSSO           PIC 9(07) VALUE ZEROS.

       01  WS-CTB-TRAILER            PIC X(01) VALUE "N".
           88  WS-CTB-TEM-TRAILER               VALUE "S".
       01  WS-CTB-ULTIMA-DATA        PIC X(08) VALUE SPACES.

       01  WS-FEMP-PARAMS.
           05  WS-FEMP-MATRICULA     PIC 9(09).
           05  WS-FEMP-COMPETENCIA   PIC X(06).
           05  WS-FEMP-EMPRESA       PIC X(02).
           05  WS-FEMP-STATUS        PIC X(03).

       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       COPY "competencia_trava.cpy".

      *> Empresa de trabalho fixada no menu, se houver.
       01  SESSAO-EMPRESA            PIC X(02) EXTERNAL.

       01  WS-LINHA-ITEM.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LIN-ITEM              PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LIN-RESULT            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LIN-DETALHE           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   FECHAMENTO DE COMPETENCIA               ".
           DISPLAY "------------------------------------------".

           PERFORM 1000-IDENTIFICAR
           PERFORM 1500-CARREGAR-CHECKLIST
           PERFORM 2000-CONFERIR-FOLHA
           PERFORM 2100-CONFERIR-REMESSAS
           PERFORM 2200-CONFERIR-ESOCIAL
           PERFORM 2300-CONFERIR-GUIAS
           PERFORM 2400-CONFERIR-FGTS
           PERFORM 2500-CONFERIR-CONTAB
           PERFORM 2600-CONFERIR-CONCILIACAO
           PERFORM 2700-CONFERIR-SUSPENSE
           PERFORM 8000-IMPRIMIR-CHECKLIST

           IF WS-QTD-PENDENTES > 0
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-JA-TRAVADA
               PERFORM 3000-APLICAR-TRAVA
           END-IF
           GOBACK.

       1000-IDENTIFICAR SECTION.
           DISPLAY "ID DO OPERADOR: "
           ACCEPT WS-OPERADOR
           MOVE WS-OPERADOR TO WS-SIGNON-OPERADOR
           MOVE SPACE       TO WS-SIGNON-FUNCAO
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: OPERADOR INVALIDO OU INATIVO "
                   "(STATUS=" WS-SIGNON-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR

           DISPLAY "EMPRESA (nn, EM BRANCO = A DA SESSAO OU 01): "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
               IF SESSAO-EMPRESA IS NUMERIC
                   MOVE SESSAO-EMPRESA TO WS-EMPRESA
               ELSE
                   MOVE "01" TO WS-EMPRESA
               END-IF
           END-IF
           IF WS-EMPRESA NOT NUMERIC OR WS-EMPRESA = "00"
               DISPLAY "ERRO: EMPRESA INVALIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: OPERADOR SEM AUTORIZACAO NA "
                   "EMPRESA " WS-EMPRESA
                   " (STATUS=" WS-SIGNON-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> So a competencia mensal: 13o, ferias e PLR seguem o mes em
      *> que foram postados e fecham junto com ele.
           DISPLAY "COMPETENCIA (MMAAAA): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA NOT NUMERIC
                   OR WS-COMPETENCIA(1:2) < "01"
                   OR WS-COMPETENCIA(1:2) > "12"
               DISPLAY "ERRO: COMPETENCIA " WS-COMPETENCIA
                   " NAO E MENSAL (MMAAAA)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-COMP-AAAAMM
           STRING WS-COMPETENCIA(3:4) WS-COMPETENCIA(1:2)
               INTO WS-COMP-AAAAMM
           END-STRING
           COMPUTE WS-DATA-INICIO =
               FUNCTION NUMVAL(WS-COMP-AAAAMM) * 100 + 1
           MOVE WS-COMPETENCIA(3:4) TO WS-ANO-NUM
           MOVE WS-COMPETENCIA(1:2) TO WS-MES-NUM
           IF WS-MES-NUM = 12
               ADD 1 TO WS-ANO-NUM
               MOVE 1 TO WS-MES-NUM
           ELSE
               ADD 1 TO WS-MES-NUM
           END-IF
           MOVE SPACES TO WS-MES-SEGUINTE
           STRING WS-ANO-NUM WS-MES-NUM INTO WS-MES-SEGUINTE
           END-STRING

           MOVE SPACES TO WS-PROCESSO-TRAVA
           STRING "TRAVA-" WS-EMPRESA INTO WS-PROCESSO-TRAVA
           END-STRING
           MOVE WS-COMPETENCIA TO CTRV-COMPETENCIA
           MOVE WS-EMPRESA     TO CTRV-EMPRESA
           CALL "COMPETENCIA-TRAVA" USING COMPETENCIA-TRAVA-PARAMS
           END-CALL
           IF CTRV-STATUS = "TRV"
               MOVE "S" TO WS-TRAVADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA " JA TRAVADA "
                   "PARA A EMPRESA " WS-EMPRESA " EM "
                   CTRV-DATA-TRAVA " -- SO CONFERENCIA"
           END-IF.

       1500-CARREGAR-CHECKLIST SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITENS-QTD
               MOVE SPACES TO WS-ITEM(WS-I)
           END-PERFORM

           OPEN INPUT CHECKLIST-CFG-FILE
           IF WS-CFG-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-FIM-ARQUIVO
                   READ CHECKLIST-CFG-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM 1600-APLICAR-LINHA-CFG
                   END-READ
               END-PERFORM
               CLOSE CHECKLIST-CFG-FILE
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITENS-QTD
               EVALUATE TRUE
                   WHEN WS-ITEM-PROPRIO(WS-I) NOT = SPACE
                       MOVE WS-ITEM-PROPRIO(WS-I)
                           TO WS-ITEM-EXIGIDO(WS-I)
                   WHEN WS-ITEM-PADRAO(WS-I) NOT = SPACE
                       MOVE WS-ITEM-PADRAO(WS-I)
                           TO WS-ITEM-EXIGIDO(WS-I)
                   WHEN OTHER
                       MOVE "S" TO WS-ITEM-EXIGIDO(WS-I)
               END-EVALUATE
               IF NOT WS-ITEM-E-EXIGIDO(WS-I)
                   MOVE "DISPENSADO" TO WS-ITEM-RESULT(WS-I)
                   MOVE "FORA DO CHECKLIST DA EMPRESA"
                       TO WS-ITEM-DETALHE(WS-I)
               END-IF
           END-PERFORM.

       1600-APLICAR-LINHA-CFG SECTION.
           IF CHECKLIST-CFG-LINHA = SPACES
                   OR CHECKLIST-CFG-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CFG-EMPRESA WS-CFG-ITEM WS-CFG-EXIGE
           UNSTRING CHECKLIST-CFG-LINHA DELIMITED BY ";"
               INTO WS-CFG-EMPRESA
                    WS-CFG-ITEM
                    WS-CFG-EXIGE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CFG-ITEM)  TO WS-CFG-ITEM
           MOVE FUNCTION UPPER-CASE(WS-CFG-EXIGE) TO WS-CFG-EXIGE
           IF WS-CFG-EMPRESA = SPACES
               MOVE "00" TO WS-CFG-EMPRESA
           END-IF

           MOVE 0 TO WS-IX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITENS-QTD
               IF WS-ITEM-NOME(WS-I) = WS-CFG-ITEM
                   MOVE WS-I TO WS-IX
               END-IF
           END-PERFORM
           IF WS-IX = 0 OR (WS-CFG-EXIGE NOT = "S"
                   AND WS-CFG-EXIGE NOT = "N")
               DISPLAY "FECHAMENTO-COMPETENCIA: LINHA INVALIDA NO "
                   "FECHAMENTO-CHECKLIST.CFG IGNORADA: "
                   FUNCTION TRIM(CHECKLIST-CFG-LINHA)
               EXIT SECTION
           END-IF

           EVALUATE WS-CFG-EMPRESA
               WHEN "00"
                   MOVE WS-CFG-EXIGE TO WS-ITEM-PADRAO(WS-IX)
               WHEN WS-EMPRESA
                   MOVE WS-CFG-EXIGE TO WS-ITEM-PROPRIO(WS-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A data de fechamento da folha limita a janela das remessas
      *> e e o minimo da exportacao contabil; sem folha fechada, vale
      *> hoje e o dia 1 da competencia.
       2000-CONFERIR-FOLHA SECTION.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO WS-DATA-LIMITE
           MOVE WS-DATA-INICIO TO WS-DATA-FOLHA
           MOVE 1 TO WS-IX

           OPEN INPUT PERIODO-FILE
           IF NOT WS-PER-OK
               IF WS-ITEM-E-EXIGIDO(WS-IX)
                   MOVE "PERIODO-CONTROLE INDISPONIVEL"
                       TO WS-ITEM-DETALHE(WS-IX)
                   PERFORM 7000-MARCAR-PENDENTE
               END-IF
               EXIT SECTION
           END-IF

           MOVE WS-COMPETENCIA TO PER-COMPETENCIA
           MOVE SPACES         TO PER-PROCESSO
           STRING "FOLHA-" WS-EMPRESA INTO PER-PROCESSO
           END-STRING
           READ PERIODO-FILE
               INVALID KEY
                   MOVE SPACES TO PER-STATUS
           END-READ
           CLOSE PERIODO-FILE

           IF PER-STATUS = "FECHADO"
               MOVE PER-DATA-FECH(1:8) TO WS-DATA-FOLHA
               MOVE PER-DATA-FECH(1:8) TO WS-DATA-LIMITE
           END-IF

           IF NOT WS-ITEM-E-EXIGIDO(WS-IX)
               EXIT SECTION
           END-IF
           IF PER-STATUS = "FECHADO"
               MOVE SPACES TO WS-ITEM-DETALHE(WS-IX)
               STRING "FOLHA-" WS-EMPRESA " FECHADA EM "
                   PER-DATA-FECH DELIMITED BY SIZE
                   INTO WS-ITEM-DETALHE(WS-IX)
               END-STRING
               PERFORM 7100-MARCAR-OK
           ELSE
               MOVE SPACES TO WS-ITEM-DETALHE(WS-IX)
               STRING "FOLHA-" WS-EMPRESA
                   " NAO FECHADA NO PERIODO-CONTROLE"
                   DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
               END-STRING
               PERFORM 7000-MARCAR-PENDENTE
           END-IF.

       2100-CONFERIR-REMESSAS SECTION.
           MOVE 2 TO WS-IX
           IF NOT WS-ITEM-E-EXIGIDO(WS-IX)
               EXIT SECTION
           END-IF

           OPEN INPUT TRANS-REG-FILE
           IF NOT WS-TRS-OK
               MOVE "TRANSMISSAO-REGISTER INDISPONIVEL"
                   TO WS-ITEM-DETALHE(WS-IX)
               PERFORM 7000-MARCAR-PENDENTE
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-QTD-LIDOS WS-QTD-PEND-ITEM
           MOVE SPACES TO WS-EXEMPLO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ TRANS-REG-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF TRS-EMPRESA = WS-EMPRESA
                               AND TRS-DATA >= WS-DATA-INICIO
                               AND TRS-DATA <= WS-DATA-LIMITE
                           ADD 1 TO WS-QTD-LIDOS
                           IF TRS-STATUS NOT = "CONFIRMADO"
                               ADD 1 TO WS-QTD-PEND-ITEM
                               IF WS-EXEMPLO = SPACES
                                   MOVE TRS-ARQUIVO TO WS-EXEMPLO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-REG-FILE

           MOVE WS-QTD-LIDOS     TO WS-QTD-ED
           MOVE WS-QTD-PEND-ITEM TO WS-PEND-ED
           MOVE SPACES TO WS-ITEM-DETALHE(WS-IX)
           EVALUATE TRUE
               WHEN WS-QTD-LIDOS = 0
                   MOVE "NENHUM ARQUIVO REGISTRADO NO PERIODO"
                       TO WS-ITEM-DETALHE(WS-IX)
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN WS-QTD-PEND-ITEM > 0
                   STRING FUNCTION TRIM(WS-PEND-ED) " DE "
                       FUNCTION TRIM(WS-QTD-ED)
                       " SEM CONFIRMACAO (EX.: "
                       FUNCTION TRIM(WS-EXEMPLO) ")"
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-QTD-ED)
                       " ARQUIVO(S) CONFIRMADO(S)"
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7100-MARCAR-OK
           END-EVALUATE.

      *> O retorno nao traz a empresa: ela vem do historico da
      *> matricula na competencia. Matricula sem historico conta para
      *> todas -- na duvida, o evento segura o fechamento.
       2200-CONFERIR-ESOCIAL SECTION.
           MOVE 3 TO WS-IX
           IF NOT WS-ITEM-E-EXIGIDO(WS-IX)
               EXIT SECTION
           END-IF

           OPEN INPUT RETORNO-FILE
           IF NOT WS-RET-OK
               MOVE "ESOCIAL-RETORNO NAO ENCONTRADO"
                   TO WS-ITEM-DETALHE(WS-IX)
               PERFORM 7000-MARCAR-PENDENTE
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-QTD-LIDOS WS-QTD-PEND-ITEM
           MOVE SPACES TO WS-EXEMPLO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ RETORNO-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RETIN-COMPETENCIA = WS-COMPETENCIA
                           PERFORM 2250-AVALIAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETORNO-FILE

           MOVE WS-QTD-LIDOS     TO WS-QTD-ED
           MOVE WS-QTD-PEND-ITEM TO WS-PEND-ED
           MOVE SPACES TO WS-ITEM-DETALHE(WS-IX)
           EVALUATE TRUE
               WHEN WS-QTD-LIDOS = 0
                   MOVE "NENHUM EVENTO DA COMPETENCIA NO RETORNO"
                       TO WS-ITEM-DETALHE(WS-IX)
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN WS-QTD-PEND-ITEM > 0
                   STRING FUNCTION TRIM(WS-PEND-ED) " DE "
                       FUNCTION TRIM(WS-QTD-ED)
                       " EVENTO(S) RECUSADO(S) (EX.: MAT. "
                       FUNCTION TRIM(WS-EXEMPLO) ")"
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-QTD-ED)
                       " EVENTO(S) ACEITO(S)"
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7100-MARCAR-OK
           END-EVALUATE.

       2250-AVALIAR-EVENTO SECTION.
           MOVE RETIN-MATRICULA   TO WS-FEMP-MATRICULA
           MOVE RETIN-COMPETENCIA TO WS-FEMP-COMPETENCIA
           CALL "FUNC-EMPRESA" USING WS-FEMP-PARAMS
           END-CALL
           IF WS-FEMP-STATUS = "OK" AND WS-FEMP-EMPRESA NOT = WS-EMPRESA
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-LIDOS
           IF RETIN-STATUS NOT = "AC"
               ADD 1 TO WS-QTD-PEND-ITEM
               IF WS-EXEMPLO = SPACES
                   MOVE RETIN-MATRICULA TO WS-EXEMPLO
               END-IF
           END-IF.

      *> Guias do GUIA-RECOLHIMENTO: favorecido Receita e campo livre
      *> (barras 20-44) = tipo + receita + CNPJ da empresa + AAAAMM.
      *> Guia recusada ou cancelada foi substituida e nao conta.
       2300-CONFERIR-GUIAS SECTION.
           MOVE 4 TO WS-IX
           IF NOT WS-ITEM-E-EXIGIDO(WS-IX)
               EXIT SECTION
           END-IF

           PERFORM 2350-BUSCAR-CNPJ
           IF WS-CNPJ-TXT = SPACES
               MOVE SPACES TO WS-ITEM-DETALHE(WS-IX)
               STRING "EMPRESA " WS-EMPRESA
                   " NAO CONSTA NO EMPRESA-CADASTRO"
                   DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
               END-STRING
               PERFORM 7000-MARCAR-PENDENTE
               EXIT SECTION
           END-IF

           OPEN INPUT BOLETO-REG-FILE
           IF NOT WS-BREG-OK
               MOVE "BOLETO-REGISTER INDISPONIVEL"
                   TO WS-ITEM-DETALHE(WS-IX)
               PERFORM 7000-MARCAR-PENDENTE
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-QTD-LIDOS WS-QTD-PEND-ITEM
           MOVE SPACES TO WS-EXEMPLO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ BOLETO-REG-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF BREG-CNPJ = WS-CNPJ-RECEITA
                               AND BREG-BARRAS(25:14) = WS-CNPJ-TXT
                               AND BREG-BARRAS(39:6) = WS-COMP-AAAAMM
                               AND BREG-STATUS NOT = "RECUSADO"
                               AND BREG-STATUS NOT = "CANCELADO"
                           ADD 1 TO WS-QTD-LIDOS
                           IF BREG-STATUS NOT = "PAGO"
                               ADD 1 TO WS-QTD-PEND-ITEM
                               IF WS-EXEMPLO = SPACES
                                   MOVE BREG-STATUS TO WS-EXEMPLO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOLETO-REG-FILE

           MOVE WS-QTD-LIDOS     TO WS-QTD-ED
           MOVE WS-QTD-PEND-ITEM TO WS-PEND-ED
           MOVE SPACES TO WS-ITEM-DETALHE(WS-IX)
           EVALUATE TRUE
               WHEN WS-QTD-LIDOS = 0
                   MOVE "NENHUMA GUIA DA COMPETENCIA REGISTRADA"
                       TO WS-ITEM-DETALHE(WS-IX)
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN WS-QTD-PEND-ITEM > 0
                   STRING FUNCTION TRIM(WS-PEND-ED) " DE "
                       FUNCTION TRIM(WS-QTD-ED)
                       " GUIA(S) NAO PAGA(S) (EX.: "
                       FUNCTION TRIM(WS-EXEMPLO) ")"
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-QTD-ED)
                       " GUIA(S) PAGA(S)"
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7100-MARCAR-OK
           END-EVALUATE.

       2350-BUSCAR-CNPJ SECTION.
           MOVE SPACES TO WS-CNPJ-TXT
           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ EMPRESA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF EMP-CODIGO = WS-EMPRESA
                           MOVE EMP-CNPJ TO WS-CNPJ-TXT
                           MOVE "S" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE.

      *> O deposito do FGTS nao passa pelo BOLETO-REGISTER: o
      *> FGTS-CALC lanca cada deposito do mes no extrato do
      *> funcionario, e e isso que se confere.
       2400-CONFERIR-FGTS SECTION.
           MOVE 5 TO WS-IX
           IF NOT WS-ITEM-E-EXIGIDO(WS-IX)
               EXIT SECTION
           END-IF

           OPEN INPUT FGTS-EXTRATO-FILE
           IF NOT WS-FGE-OK
               MOVE "FGTS-EXTRATO INDISPONIVEL"
                   TO WS-ITEM-DETALHE(WS-IX)
               PERFORM 7000-MARCAR-PENDENTE
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-QTD-LIDOS
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ FGTS-EXTRATO-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF FGE-MES-RECOLH = WS-COMP-AAAAMM
                               AND FGE-EMPRESA = WS-EMPRESA
                           ADD 1 TO WS-QTD-LIDOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FGTS-EXTRATO-FILE

           MOVE WS-QTD-LIDOS TO WS-QTD-ED
           MOVE SPACES TO WS-ITEM-DETALHE(WS-IX)
           IF WS-QTD-LIDOS = 0
               MOVE "NENHUM DEPOSITO DO MES NO FGTS-EXTRATO"
                   TO WS-ITEM-DETALHE(WS-IX)
               PERFORM 7000-MARCAR-PENDENTE
           ELSE
               STRING FUNCTION TRIM(WS-QTD-ED)
                   " DEPOSITO(S) NO FGTS-EXTRATO"
                   DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
               END-STRING
               PERFORM 7100-MARCAR-OK
           END-IF.

      *> O CONTAB-EXPORT e regravado a cada exportacao: vale se a
      *> ultima saiu completa e nao e anterior ao fechamento da folha.
       2500-CONFERIR-CONTAB SECTION.
           MOVE 6 TO WS-IX
           IF NOT WS-ITEM-E-EXIGIDO(WS-IX)
               EXIT SECTION
           END-IF

           OPEN INPUT CONTAB-FILE
           IF NOT WS-CTB-OK
               MOVE "CONTAB-EXPORT NAO ENCONTRADO"
                   TO WS-ITEM-DETALHE(WS-IX)
               PERFORM 7000-MARCAR-PENDENTE
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-CTB-TRAILER
           MOVE SPACES TO WS-CTB-ULTIMA-DATA
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ CONTAB-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CTB-REC(1:9) = "CONTROLE:"
                           MOVE "S" TO WS-CTB-TRAILER
                       ELSE
                           IF CTB-DATA IS NUMERIC
                                   AND CTB-DATA > WS-CTB-ULTIMA-DATA
                               MOVE CTB-DATA TO WS-CTB-ULTIMA-DATA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTAB-FILE

           MOVE SPACES TO WS-ITEM-DETALHE(WS-IX)
           EVALUATE TRUE
               WHEN NOT WS-CTB-TEM-TRAILER
                   MOVE "CONTAB-EXPORT SEM TRAILER DE CONTROLE"
                       TO WS-ITEM-DETALHE(WS-IX)
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN WS-CTB-ULTIMA-DATA = SPACES
                       OR FUNCTION NUMVAL(WS-CTB-ULTIMA-DATA)
                           < WS-DATA-FOLHA
                   STRING "ULTIMA EXPORTACAO ("
                       WS-CTB-ULTIMA-DATA
                       ") ANTERIOR AO FECHAMENTO DA FOLHA"
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN OTHER
                   STRING "EXPORTADO EM " WS-CTB-ULTIMA-DATA
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7100-MARCAR-OK
           END-EVALUATE.

      *> EXTRATO-CONCILIA-REPORT: cabecalho com a empresa, uma linha
      *> por dia do extrato ("  AAAAMMDD  LINHAS=...") e o resumo
      *> "EXTRATO: ... SO EXTRATO: n  SO NOSSOS: n" no fim. O salario
      *> da competencia sai no mes seguinte: o extrato tem de chegar
      *> nele.
       2600-CONFERIR-CONCILIACAO SECTION.
           MOVE 7 TO WS-IX
           IF NOT WS-ITEM-E-EXIGIDO(WS-IX)
               EXIT SECTION
           END-IF

           OPEN INPUT CONCILIA-FILE
           IF NOT WS-CON-OK
               MOVE "EXTRATO-CONCILIA-REPORT NAO ENCONTRADO"
                   TO WS-ITEM-DETALHE(WS-IX)
               PERFORM 7000-MARCAR-PENDENTE
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CON-EMPRESA WS-CON-ULTIMO-DIA
           MOVE "N" TO WS-CON-RESUMO
           MOVE 0 TO WS-CON-SO-EXTRATO WS-CON-SO-NOSSO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ CONCILIA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 2650-LER-LINHA-CONCILIA
               END-READ
           END-PERFORM
           CLOSE CONCILIA-FILE

           MOVE SPACES TO WS-ITEM-DETALHE(WS-IX)
           EVALUATE TRUE
               WHEN WS-CON-EMPRESA NOT = WS-EMPRESA
                   STRING "ULTIMA CONCILIACAO NAO E DA EMPRESA "
                       WS-EMPRESA
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN NOT WS-CON-TEM-RESUMO
                   MOVE "CONCILIACAO SEM RESUMO (RODADA INCOMPLETA)"
                       TO WS-ITEM-DETALHE(WS-IX)
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN WS-CON-ULTIMO-DIA(1:6) < WS-MES-SEGUINTE
                   STRING "EXTRATO CONCILIADO SO ATE "
                       WS-CON-ULTIMO-DIA
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN WS-CON-SO-EXTRATO > 0 OR WS-CON-SO-NOSSO > 0
                   MOVE WS-CON-SO-EXTRATO TO WS-QTD-ED
                   MOVE WS-CON-SO-NOSSO   TO WS-PEND-ED
                   STRING "SOBRAS: SO EXTRATO "
                       FUNCTION TRIM(WS-QTD-ED)
                       " / SO NOSSOS " FUNCTION TRIM(WS-PEND-ED)
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7000-MARCAR-PENDENTE
               WHEN OTHER
                   STRING "EXTRATO CONCILIADO ATE "
                       WS-CON-ULTIMO-DIA " SEM SOBRAS"
                       DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
                   END-STRING
                   PERFORM 7100-MARCAR-OK
           END-EVALUATE.

       2650-LER-LINHA-CONCILIA SECTION.
           IF CON-LINHA(1:42) =
                   "CONCILIACAO DO EXTRATO BANCARIO - EMPRESA "
               MOVE CON-LINHA(43:2) TO WS-CON-EMPRESA
               EXIT SECTION
           END-IF
           IF CON-LINHA(1:2) = SPACES AND CON-LINHA(3:8) IS NUMERIC
                   AND CON-LINHA(11:9) = "  LINHAS="
               IF CON-LINHA(3:8) > WS-CON-ULTIMO-DIA
                   MOVE CON-LINHA(3:8) TO WS-CON-ULTIMO-DIA
               END-IF
               EXIT SECTION
           END-IF
           IF CON-LINHA(1:9) = "EXTRATO: "
                   AND CON-LINHA(35:14) = "  SO EXTRATO: "
                   AND CON-LINHA(56:13) = "  SO NOSSOS: "
               MOVE "S" TO WS-CON-RESUMO
               MOVE CON-LINHA(49:7) TO WS-CON-SO-EXTRATO
               MOVE CON-LINHA(69:7) TO WS-CON-SO-NOSSO
           END-IF.

      *> Registro sem empresa e anterior a gravacao da empresa no
      *> suspenso: segura o fechamento de qualquer uma.
       2700-CONFERIR-SUSPENSE SECTION.
           MOVE 8 TO WS-IX
           IF NOT WS-ITEM-E-EXIGIDO(WS-IX)
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-QTD-LIDOS
           OPEN INPUT SUSP-FILE
           IF WS-SUSP-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-FIM-ARQUIVO
                   READ SUSP-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF SUSP-EMPRESA = WS-EMPRESA
                                   OR SUSP-EMPRESA = SPACES
                               ADD 1 TO WS-QTD-LIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF

           MOVE WS-QTD-LIDOS TO WS-QTD-ED
           MOVE SPACES TO WS-ITEM-DETALHE(WS-IX)
           IF WS-QTD-LIDOS > 0
               STRING FUNCTION TRIM(WS-QTD-ED)
                   " REGISTRO(S) NO PAYROLL-SUSPENSE"
                   DELIMITED BY SIZE INTO WS-ITEM-DETALHE(WS-IX)
               END-STRING
               PERFORM 7000-MARCAR-PENDENTE
           ELSE
               MOVE "PAYROLL-SUSPENSE VAZIO"
                   TO WS-ITEM-DETALHE(WS-IX)
               PERFORM 7100-MARCAR-OK
           END-IF.

      *> Trava final: outro sign-on, de supervisor, na mesma empresa.
      *> Trava desfeita pelo PERIODO-REOPEN e regravada, mantendo a
      *> contagem de reaberturas.
       3000-APLICAR-TRAVA SECTION.
           DISPLAY "CHECKLIST COMPLETO. APLICAR A TRAVA FINAL DA "
               "COMPETENCIA " WS-COMPETENCIA "? (S/N): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               DISPLAY "TRAVA NAO APLICADA"
               EXIT SECTION
           END-IF

           DISPLAY "ID DO SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           MOVE WS-SUPERVISOR TO WS-SIGNON-OPERADOR
           MOVE "S"           TO WS-SIGNON-FUNCAO
           MOVE WS-EMPRESA    TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "TRAVA RECUSADA: SUPERVISOR INVALIDO, INATIVO, "
                   "SEM A FUNCAO OU SEM A EMPRESA (STATUS="
                   WS-SIGNON-STATUS ")"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE WS-SIGNON-OPERADOR TO WS-SUPERVISOR

           OPEN I-O PERIODO-FILE
           IF NOT WS-PER-OK
               DISPLAY "ERRO: CONTROLE DE PERIODO INDISPONIVEL "
                   "(STATUS=" WS-PER-FS ")"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE WS-COMPETENCIA    TO PER-COMPETENCIA
           MOVE WS-PROCESSO-TRAVA TO PER-PROCESSO
           READ PERIODO-FILE
               INVALID KEY
                   MOVE SPACES TO PER-REC
                   MOVE WS-COMPETENCIA    TO PER-COMPETENCIA
                   MOVE WS-PROCESSO-TRAVA TO PER-PROCESSO
                   MOVE 0                 TO PER-REABERTURAS
                   MOVE "TRAVADO"         TO PER-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:14) TO PER-DATA-FECH
                   WRITE PER-REC
                   END-WRITE
               NOT INVALID KEY
                   MOVE "TRAVADO"         TO PER-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:14) TO PER-DATA-FECH
                   REWRITE PER-REC
                   END-REWRITE
           END-READ
           CLOSE PERIODO-FILE

           PERFORM 3100-REGISTRAR-LOG

           DISPLAY "COMPETENCIA " WS-COMPETENCIA " TRAVADA PARA A "
               "EMPRESA " WS-EMPRESA " POR " WS-SUPERVISOR.

       3100-REGISTRAR-LOG SECTION.
           OPEN EXTEND PERIODO-LOG-FILE
           IF NOT WS-LOG-OK
               OPEN OUTPUT PERIODO-LOG-FILE
           END-IF

           MOVE SPACES TO PERLOG-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO PERLOG-TIMESTAMP
           MOVE WS-SUPERVISOR     TO PERLOG-SUPERVISOR
           MOVE WS-COMPETENCIA    TO PERLOG-COMPETENCIA
           MOVE WS-PROCESSO-TRAVA TO PERLOG-PROCESSO
           MOVE "TRAVAMENTO"      TO PERLOG-ACAO
           WRITE PERLOG-REC

           CLOSE PERIODO-LOG-FILE.

       7000-MARCAR-PENDENTE SECTION.
           MOVE "PENDENTE" TO WS-ITEM-RESULT(WS-IX)
           ADD 1 TO WS-QTD-PENDENTES.

       7100-MARCAR-OK SECTION.
           MOVE "OK" TO WS-ITEM-RESULT(WS-IX).

       8000-IMPRIMIR-CHECKLIST SECTION.
           OPEN OUTPUT FECHAMENTO-REPORT-FILE
           MOVE SPACES TO FECHOUT-LINHA
           STRING "FECHAMENTO DA COMPETENCIA " WS-COMPETENCIA
               " - EMPRESA " WS-EMPRESA
               " - OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO FECHOUT-LINHA
           END-STRING
           PERFORM 8100-EMITIR-LINHA
           MOVE ALL "-" TO FECHOUT-LINHA
           PERFORM 8100-EMITIR-LINHA

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITENS-QTD
               MOVE WS-ITEM-NOME(WS-I)    TO LIN-ITEM
               MOVE WS-ITEM-RESULT(WS-I)  TO LIN-RESULT
               MOVE WS-ITEM-DETALHE(WS-I) TO LIN-DETALHE
               MOVE WS-LINHA-ITEM TO FECHOUT-LINHA
               PERFORM 8100-EMITIR-LINHA
           END-PERFORM

           MOVE ALL "-" TO FECHOUT-LINHA
           PERFORM 8100-EMITIR-LINHA
           MOVE SPACES TO FECHOUT-LINHA
           EVALUATE TRUE
               WHEN WS-JA-TRAVADA
                   STRING "COMPETENCIA JA TRAVADA EM " CTRV-DATA-TRAVA
                       DELIMITED BY SIZE INTO FECHOUT-LINHA
                   END-STRING
               WHEN WS-QTD-PENDENTES = 0
                   MOVE "CHECKLIST COMPLETO - PODE SER TRAVADA"
                       TO FECHOUT-LINHA
               WHEN OTHER
                   STRING "PENDENCIAS: " WS-QTD-PENDENTES
                       " - COMPETENCIA NAO PODE SER TRAVADA"
                       DELIMITED BY SIZE INTO FECHOUT-LINHA
                   END-STRING
           END-EVALUATE
           PERFORM 8100-EMITIR-LINHA
           CLOSE FECHAMENTO-REPORT-FILE.

       8100-EMITIR-LINHA SECTION.
           DISPLAY FUNCTION TRIM(FECHOUT-LINHA TRAILING)
           WRITE FECHOUT-LINHA.
