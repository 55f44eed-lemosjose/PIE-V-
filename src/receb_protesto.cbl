       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB-PROTESTO.

      *> Escalada de cobranca dos recebiveis que NOS emitimos: o
      *> RECEB-AGING manda a segunda via e depois disso a cobranca
      *> era e-mail do Financeiro. Recebivel EMITIDO vencido ha pelo
      *> menos RECEB-PROTESTO-DIAS (padrao 60) e cuja segunda via ja
      *> saiu ha pelo menos RECEB-NOVO-PRAZO-DIAS (padrao 10, o mesmo
      *> prazo do novo vencimento da segunda via) e encaminhado a
      *> protesto em cartorio ("C") ou a negativacao em bureau de
      *> credito ("B") conforme RECEB-PROTESTO-DESTINO (1 = cartorio,
      *> o padrao; 2 = bureau -- o PARAMETRO-MASTER so guarda numero).
      *>
      *> Sai uma linha de inclusao no PROTESTO-REMESSA com os dados do
      *> pagador do PAGADOR-MASTER e o recebivel passa a PROTESTO no
      *> RECEB-REGISTER (destino, data e situacao "E" enviado).
      *> Recebivel sem pagador cadastrado nao vai -- cartorio e bureau
      *> exigem CPF/CNPJ e endereco -- e sai no relatorio (RC 4).
      *>
      *> Cancelamento: o COBRANCA-RETORNO, ao liquidar recebivel em
      *> PROTESTO, deixa a situacao "X"; aqui sai a instrucao de
      *> cancelamento ao mesmo destino e a situacao vira "C".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEB-FILE ASSIGN TO "RECEB-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCB-NOSSO-NUM
               FILE STATUS IS WS-RCB-FS.
           SELECT PAGADOR-FILE ASSIGN TO "PAGADOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WS-PAG-FS.
           SELECT PROTESTO-FILE ASSIGN TO "PROTESTO-REMESSA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROTESTO-REPORT-FILE ASSIGN TO "PROTESTO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEB-FILE.
       01  RCB-REC.
           05  RCB-NOSSO-NUM         PIC 9(08).
           05  RCB-DOC               PIC X(10).
           05  RCB-PAGADOR           PIC X(40).
           05  RCB-VALOR             PIC 9(15).
           05  RCB-VENC              PIC 9(08).
           05  RCB-DATA-EMISSAO      PIC X(08).
           05  RCB-STATUS            PIC X(10).
           05  RCB-VALOR-PAGO        PIC 9(15).
           05  RCB-DATA-PAGO         PIC 9(08).
           05  RCB-PAGADOR-TIPO      PIC X(01).
           05  RCB-PAGADOR-DOC       PIC 9(14).
           05  RCB-DATA-SEGVIA       PIC 9(08).
           05  RCB-PROTESTO-DESTINO  PIC X(01).
           05  RCB-DATA-PROTESTO     PIC 9(08).
           05  RCB-PROTESTO-SIT      PIC X(01).
           05  RCB-PIX-TXID          PIC X(25).
           05  RCB-CANAL-PAGO        PIC X(01).

       FD  PAGADOR-FILE.
       01  PAG-REC.
           05  PAG-CHAVE.
               10  PAG-TIPO          PIC X(01).
               10  PAG-DOC           PIC 9(14).
           05  PAG-NOME              PIC X(40).
           05  PAG-ENDERECO          PIC X(60).
           05  PAG-CIDADE            PIC X(30).
           05  PAG-UF                PIC X(02).
           05  PAG-CEP               PIC 9(08).
           05  PAG-CONTATO           PIC X(30).
           05  PAG-TELEFONE          PIC X(15).
           05  PAG-EMAIL             PIC X(50).
           05  PAG-LIMITE            PIC 9(15).
           05  PAG-STATUS            PIC X(01).
           05  PAG-DATA-CADASTRO     PIC 9(08).

      *> Arquivo ao cartorio/bureau: cabecalho "0", detalhe "1"
      *> (instrucao I inclusao / C cancelamento) e trailer "9" com
      *> quantidade e soma dos valores dos detalhes.
       FD  PROTESTO-FILE.
       01  PRT-REC.
           05  PRT-TIPO-REG          PIC X(01).
           05  PRT-INSTRUCAO         PIC X(01).
           05  PRT-DESTINO           PIC X(01).
           05  PRT-NOSSO-NUM         PIC 9(08).
           05  PRT-DOC               PIC X(10).
           05  PRT-VALOR             PIC 9(15).
           05  PRT-VENC              PIC 9(08).
           05  PRT-DATA-EMISSAO      PIC X(08).
           05  PRT-PAGADOR-TIPO      PIC X(01).
           05  PRT-PAGADOR-DOC       PIC 9(14).
           05  PRT-NOME              PIC X(40).
           05  PRT-ENDERECO          PIC X(60).
           05  PRT-CIDADE            PIC X(30).
           05  PRT-UF                PIC X(02).
           05  PRT-CEP               PIC 9(08).
           05  PRT-DATA-PAGO         PIC 9(08).
       01  PRT-HEADER-REC.
           05  PRH-TIPO-REG          PIC X(01).
           05  PRH-DATA              PIC 9(08).
           05  PRH-DESCRICAO         PIC X(30).
           05  FILLER                PIC X(176).
       01  PRT-TRAILER-REC.
           05  PRR-TIPO-REG          PIC X(01).
           05  PRR-QTD               PIC 9(07).
           05  PRR-TOTAL             PIC 9(15).
           05  FILLER                PIC X(192).

       FD  PROTESTO-REPORT-FILE.
       01  PRTOUT-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RCB-FS                 PIC X(02) VALUE SPACES.
           88  WS-RCB-OK                        VALUE "00".
       01  WS-PAG-FS                 PIC X(02) VALUE SPACES.
           88  WS-PAG-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-PROTESTO-DIAS          PIC 9(03) VALUE 60.
       01  WS-NOVO-PRAZO-DIAS        PIC 9(03) VALUE 10.

      *> Parametros da rodada resolvidos no PARAMETRO-MASTER (vigencia
      *> geral: a carteira mistura empresas), com a linha de cada um
      *> para o cabecalho do relatorio.
       COPY "parametro_consulta.cpy".
       01  WS-PARAM-TAB.
           05  WS-PARAM-QTD          PIC 9(02) COMP-5 VALUE 0.
           05  WS-PARAM-LINHA OCCURS 6 TIMES PIC X(80).
       01  WS-PARAM-IDX              PIC 9(02) COMP-5 VALUE 0.
       01  WS-DESTINO-COD            PIC 9(01) VALUE 1.
       01  WS-DESTINO                PIC X(01) VALUE "C".

       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.
       01  WS-HOJE-INT               PIC 9(08) COMP-5 VALUE 0.
       01  WS-VENC-INT               PIC 9(08) COMP-5 VALUE 0.
       01  WS-SEGVIA-INT             PIC 9(08) COMP-5 VALUE 0.
       01  WS-DIAS-ATRASO            PIC S9(05) COMP-5 VALUE 0.
       01  WS-DIAS-ATRASO-D          PIC 9(05) VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-INCLUIDOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CANCELADOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-PAGADOR    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DETALHES       PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-DETALHES     PIC 9(15) VALUE ZEROS.
           05  WS-TOTAL-INCLUIDO     PIC 9(15) VALUE ZEROS.

       01  WS-LINHA-DET.
           05  FILLER                PIC X(03) VALUE "NN ".
           05  DET-NOSSO-NUM         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-VALOR             PIC -(14)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-TEXTO             PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL WS-FIM-ARQUIVO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           PERFORM 1050-RESOLVER-PARAMETROS
           IF PARC-VALOR < 1 OR PARC-VALOR > 2
               DISPLAY "RECEB-PROTESTO: RECEB-PROTESTO-DESTINO "
                   "INVALIDO (" PARC-VALOR "), USE 1 CARTORIO OU "
                   "2 BUREAU"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARC-VALOR TO WS-DESTINO-COD
           IF WS-DESTINO-COD = 1
               MOVE "C" TO WS-DESTINO
           ELSE
               MOVE "B" TO WS-DESTINO
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO WS-HOJE-NUM
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)

           OPEN I-O RECEB-FILE
           IF NOT WS-RCB-OK
               DISPLAY "RECEB-PROTESTO: RECEB-REGISTER "
                   "INDISPONIVEL (STATUS=" WS-RCB-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> Sem o cadastro de pagadores nao ha como montar o arquivo.
           OPEN INPUT PAGADOR-FILE
           IF NOT WS-PAG-OK
               DISPLAY "RECEB-PROTESTO: PAGADOR-MASTER "
                   "INDISPONIVEL (STATUS=" WS-PAG-FS ")"
               CLOSE RECEB-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PROTESTO-FILE
           OPEN OUTPUT PROTESTO-REPORT-FILE

           MOVE SPACES TO PRT-HEADER-REC
           MOVE "0"         TO PRH-TIPO-REG
           MOVE WS-HOJE-NUM TO PRH-DATA
           IF WS-DESTINO = "C"
               MOVE "PROTESTO EM CARTORIO" TO PRH-DESCRICAO
           ELSE
               MOVE "NEGATIVACAO EM BUREAU" TO PRH-DESCRICAO
           END-IF
           WRITE PRT-HEADER-REC

           MOVE "PROTESTO / NEGATIVACAO DE RECEBIVEIS" TO PRTOUT-LINHA
           WRITE PRTOUT-LINHA
           MOVE "PARAMETROS DA RODADA:" TO PRTOUT-LINHA
           WRITE PRTOUT-LINHA
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
               UNTIL WS-PARAM-IDX > WS-PARAM-QTD
               MOVE WS-PARAM-LINHA(WS-PARAM-IDX) TO PRTOUT-LINHA
               WRITE PRTOUT-LINHA
           END-PERFORM
           MOVE ALL "-" TO PRTOUT-LINHA
           WRITE PRTOUT-LINHA

           PERFORM 1100-LER-PROXIMO.

       1050-RESOLVER-PARAMETROS SECTION.
           MOVE 0 TO WS-PARAM-QTD

           MOVE "RECEB-PROTESTO-DIAS" TO PARC-NOME
           MOVE WS-PROTESTO-DIAS      TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR            TO WS-PROTESTO-DIAS

           MOVE "RECEB-NOVO-PRAZO-DIAS" TO PARC-NOME
           MOVE WS-NOVO-PRAZO-DIAS      TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR              TO WS-NOVO-PRAZO-DIAS

      *> O destino fica por ultimo: o 1000 confere PARC-VALOR.
           MOVE "RECEB-PROTESTO-DESTINO" TO PARC-NOME
           MOVE WS-DESTINO-COD           TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO.

       1060-CONSULTAR-PARAMETRO SECTION.
           MOVE "00" TO PARC-EMPRESA
           MOVE 0    TO PARC-DATA
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           IF WS-PARAM-QTD < 6
               ADD 1 TO WS-PARAM-QTD
               MOVE PARC-LINHA TO WS-PARAM-LINHA(WS-PARAM-QTD)
           END-IF.

       1100-LER-PROXIMO SECTION.
           READ RECEB-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       2000-PROCESSAR SECTION.
           EVALUATE TRUE
               WHEN RCB-STATUS = "LIQUIDADO"
                       AND RCB-PROTESTO-SIT = "X"
                   PERFORM 2200-CANCELAR
               WHEN RCB-STATUS = "EMITIDO"
                   PERFORM 2100-SELECIONAR
           END-EVALUATE
           PERFORM 1100-LER-PROXIMO.

       2100-SELECIONAR SECTION.
      *> Vencido ha RECEB-PROTESTO-DIAS e com segunda via emitida ha
      *> pelo menos o prazo que ela deu ao pagador.
           IF RCB-VENC = 0 OR RCB-VENC >= WS-HOJE-NUM
               EXIT SECTION
           END-IF
           IF RCB-DATA-SEGVIA NOT NUMERIC OR RCB-DATA-SEGVIA = 0
               EXIT SECTION
           END-IF
           COMPUTE WS-VENC-INT = FUNCTION INTEGER-OF-DATE(RCB-VENC)
           COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
           IF WS-DIAS-ATRASO < WS-PROTESTO-DIAS
               EXIT SECTION
           END-IF
           COMPUTE WS-SEGVIA-INT =
               FUNCTION INTEGER-OF-DATE(RCB-DATA-SEGVIA)
           IF WS-HOJE-INT - WS-SEGVIA-INT < WS-NOVO-PRAZO-DIAS
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-LINHA-DET
           MOVE RCB-NOSSO-NUM TO DET-NOSSO-NUM
           MOVE RCB-VALOR     TO DET-VALOR

           IF RCB-PAGADOR-TIPO NOT = "F" AND RCB-PAGADOR-TIPO NOT = "J"
               ADD 1 TO WS-QTD-SEM-PAGADOR
               MOVE 4 TO RETURN-CODE
               MOVE "SEM PAGADOR CADASTRADO - COBRAR MANUALMENTE"
                   TO DET-TEXTO
               PERFORM 2900-GRAVAR-LINHA
               EXIT SECTION
           END-IF
           MOVE RCB-PAGADOR-TIPO TO PAG-TIPO
           MOVE RCB-PAGADOR-DOC  TO PAG-DOC
           READ PAGADOR-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-PAGADOR
                   MOVE 4 TO RETURN-CODE
                   MOVE "PAGADOR NAO CONSTA NO PAGADOR-MASTER"
                       TO DET-TEXTO
                   PERFORM 2900-GRAVAR-LINHA
                   EXIT SECTION
           END-READ

           MOVE "I"        TO PRT-INSTRUCAO
           MOVE WS-DESTINO TO PRT-DESTINO
           PERFORM 2800-GRAVAR-DETALHE

           MOVE "PROTESTO"  TO RCB-STATUS
           MOVE WS-DESTINO  TO RCB-PROTESTO-DESTINO
           MOVE WS-HOJE-NUM TO RCB-DATA-PROTESTO
           MOVE "E"         TO RCB-PROTESTO-SIT
           REWRITE RCB-REC
           END-REWRITE

           ADD 1 TO WS-QTD-INCLUIDOS
           ADD RCB-VALOR TO WS-TOTAL-INCLUIDO
           MOVE WS-DIAS-ATRASO TO WS-DIAS-ATRASO-D
           MOVE SPACES TO DET-TEXTO
           STRING
               "INCLUIDO " DELIMITED BY SIZE
               RCB-PROTESTO-DESTINO DELIMITED BY SIZE
               " - VENCIDO HA " DELIMITED BY SIZE
               WS-DIAS-ATRASO-D DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO DET-TEXTO
           END-STRING
           PERFORM 2900-GRAVAR-LINHA.

       2200-CANCELAR SECTION.
      *> Liquidado depois de encaminhado: cancela no mesmo destino.
      *> Pagador que sumiu do cadastro nao segura o cancelamento --
      *> vai so com o documento.
           MOVE SPACES TO PAG-REC
           MOVE 0 TO PAG-CEP
           MOVE RCB-PAGADOR-TIPO TO PAG-TIPO
           MOVE RCB-PAGADOR-DOC  TO PAG-DOC
           READ PAGADOR-FILE
               INVALID KEY
                   MOVE RCB-PAGADOR TO PAG-NOME
                   MOVE 0 TO PAG-CEP
           END-READ

           MOVE "C"                  TO PRT-INSTRUCAO
           MOVE RCB-PROTESTO-DESTINO TO PRT-DESTINO
           PERFORM 2800-GRAVAR-DETALHE

           MOVE "C" TO RCB-PROTESTO-SIT
           REWRITE RCB-REC
           END-REWRITE

           ADD 1 TO WS-QTD-CANCELADOS
           MOVE SPACES TO WS-LINHA-DET
           MOVE RCB-NOSSO-NUM TO DET-NOSSO-NUM
           MOVE RCB-VALOR     TO DET-VALOR
           MOVE SPACES TO DET-TEXTO
           STRING
               "CANCELAMENTO " DELIMITED BY SIZE
               RCB-PROTESTO-DESTINO DELIMITED BY SIZE
               " - LIQUIDADO EM " DELIMITED BY SIZE
               RCB-DATA-PAGO DELIMITED BY SIZE
               INTO DET-TEXTO
           END-STRING
           PERFORM 2900-GRAVAR-LINHA.

       2800-GRAVAR-DETALHE SECTION.
           MOVE "1"              TO PRT-TIPO-REG
           MOVE RCB-NOSSO-NUM    TO PRT-NOSSO-NUM
           MOVE RCB-DOC          TO PRT-DOC
           MOVE RCB-VALOR        TO PRT-VALOR
           MOVE RCB-VENC         TO PRT-VENC
           MOVE RCB-DATA-EMISSAO TO PRT-DATA-EMISSAO
           MOVE RCB-PAGADOR-TIPO TO PRT-PAGADOR-TIPO
           MOVE RCB-PAGADOR-DOC  TO PRT-PAGADOR-DOC
           MOVE PAG-NOME         TO PRT-NOME
           MOVE PAG-ENDERECO     TO PRT-ENDERECO
           MOVE PAG-CIDADE       TO PRT-CIDADE
           MOVE PAG-UF           TO PRT-UF
           MOVE PAG-CEP          TO PRT-CEP
           IF PRT-INSTRUCAO = "C"
               MOVE RCB-DATA-PAGO TO PRT-DATA-PAGO
           ELSE
               MOVE 0 TO PRT-DATA-PAGO
           END-IF
           WRITE PRT-REC
           ADD 1 TO WS-QTD-DETALHES
           ADD RCB-VALOR TO WS-TOTAL-DETALHES.

       2900-GRAVAR-LINHA SECTION.
           MOVE WS-LINHA-DET TO PRTOUT-LINHA
           WRITE PRTOUT-LINHA.

       9000-FINALIZAR SECTION.
           MOVE SPACES TO PRT-TRAILER-REC
           MOVE "9"               TO PRR-TIPO-REG
           MOVE WS-QTD-DETALHES   TO PRR-QTD
           MOVE WS-TOTAL-DETALHES TO PRR-TOTAL
           WRITE PRT-TRAILER-REC

           MOVE ALL "-" TO PRTOUT-LINHA
           WRITE PRTOUT-LINHA
           MOVE SPACES TO PRTOUT-LINHA
           STRING
               "LIDOS: "           DELIMITED BY SIZE
               WS-QTD-LIDOS        DELIMITED BY SIZE
               "  INCLUIDOS: "     DELIMITED BY SIZE
               WS-QTD-INCLUIDOS    DELIMITED BY SIZE
               "  CANCELADOS: "    DELIMITED BY SIZE
               WS-QTD-CANCELADOS   DELIMITED BY SIZE
               "  SEM PAGADOR: "   DELIMITED BY SIZE
               WS-QTD-SEM-PAGADOR  DELIMITED BY SIZE
               INTO PRTOUT-LINHA
           END-STRING
           WRITE PRTOUT-LINHA

           CLOSE RECEB-FILE
           CLOSE PAGADOR-FILE
           CLOSE PROTESTO-FILE
           CLOSE PROTESTO-REPORT-FILE

           DISPLAY "RECEB-PROTESTO: INCLUIDOS=" WS-QTD-INCLUIDOS
               " VALOR=" WS-TOTAL-INCLUIDO
               " CANCELADOS=" WS-QTD-CANCELADOS
               " SEM-PAGADOR=" WS-QTD-SEM-PAGADOR.
