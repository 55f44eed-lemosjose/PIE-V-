      *> vencimento (hoje + RECEB-NOVO-PRAZO-DIAS, padrao 10,
      *> ajustado a dia util pelo CAL-DIA-UTIL) por extenso via
      *> EXT-DATA.
      *>
      *> Exposicao por pagador: o total em aberto e o vencido de cada
      *> pagador do PAGADOR-MASTER contra o limite de credito dele;
      *> pagador acima do limite sai destacado (RC 4). Recebivel
      *> anterior ao cadastro (sem CPF/CNPJ) soma numa linha propria.
      *>
      *> A data da primeira segunda via fica gravada no recebivel
      *> (RCB-DATA-SEGVIA) -- e o que libera o protesto no
      *> RECEB-PROTESTO. Recebivel ja em PROTESTO continua no aging
      *> mas nao recebe nova segunda via.
      *>
      *> Cada segunda via leva o codigo de autenticacao do
      *> DOCUMENTO-REGISTRA (pagador, valor original e atualizado,
      *> novo vencimento registrados): o pagador que desconfia do
      *> papel confere com a cobranca.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEB-FILE ASSIGN TO "RECEB-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEGUNDA-VIA-FILE ASSIGN TO "RECEB-SEGUNDA-VIA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAGADOR-FILE ASSIGN TO "PAGADOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WS-PAG-FS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AGING-REPORT-FILE.
       01  AGIOUT-LINHA              PIC X(80).
       FD  SEGUNDA-VIA-FILE.
       01  SEGVIA-LINHA              PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  WS-RCB-FS                 PIC X(02) VALUE SPACES.
           88  WS-RCB-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-PAG-FS                 PIC X(02) VALUE SPACES.
           88  WS-PAG-OK                        VALUE "00".
       01  WS-PAG-ABERTO             PIC X(01) VALUE "N".

      *> Exposicao acumulada por pagador na leitura do registro.
       01  WS-EXPOSICAO.
           05  WS-EXP-QTD            PIC 9(05) COMP-5 VALUE 0.
           05  WS-EXP-LINHA OCCURS 5000 TIMES.
               10  WS-EXP-TIPO       PIC X(01).
               10  WS-EXP-DOC        PIC 9(14).
               10  WS-EXP-ABERTO     PIC 9(15).
               10  WS-EXP-VENCIDO    PIC 9(15).
       01  WS-EXP-IX                 PIC 9(05) COMP-5 VALUE 0.
       01  WS-EXP-K                  PIC 9(05) COMP-5 VALUE 0.
       01  WS-EXP-TIPO-BUSCA         PIC X(01) VALUE SPACE.
       01  WS-EXP-DOC-BUSCA          PIC 9(14) VALUE 0.
       01  WS-QTD-ACIMA-LIMITE       PIC 9(05) VALUE ZEROS.
       01  WS-VALOR-REAIS            PIC 9(13)V99 VALUE 0.
       01  WS-EXP-QTD-ED             PIC 9(05) VALUE 0.

       01  WS-LINHA-EXP.
           05  EXP-TIPO              PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EXP-DOC               PIC 9(14).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EXP-NOME              PIC X(18).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EXP-ABERTO            PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EXP-VENCIDO           PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EXP-LIMITE            PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EXP-ALERTA            PIC X(02).

       01  WS-MULTA-PCT              PIC 9(05) VALUE 200.
       01  WS-JUROS-MES-PCT          PIC 9(05) VALUE 100.
       01  WS-NOVO-PRAZO-DIAS        PIC 9(03) VALUE 10.

      *> Parametros da rodada resolvidos no PARAMETRO-MASTER (vigencia
      *> geral: a carteira mistura empresas), com a linha de cada um
      *> para o cabecalho do relatorio.
       COPY "parametro_consulta.cpy".
       01  WS-PARAM-TAB.
           05  WS-PARAM-QTD          PIC 9(02) COMP-5 VALUE 0.
           05  WS-PARAM-LINHA OCCURS 6 TIMES PIC X(80).
       01  WS-PARAM-IDX              PIC 9(02) COMP-5 VALUE 0.

       01  WS-AGING.
           05  WS-QTD-1-30           PIC 9(07) VALUE ZEROS.
           05  WS-QTD-31-60          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-MAIS-90        PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ABERTOS            PIC 9(07) VALUE ZEROS.
       01  WS-QTD-VENCIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-QTD-EM-PROTESTO        PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-VENCIDO          PIC S9(15) VALUE ZEROS.

       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.
           05  WS-DATA-MES           PIC 9(2).
           05  WS-DATA-ANO           PIC 9(4).
           05  WS-DATA-CASO          PIC X(1)   VALUE SPACES.
           05  WS-DATA-IDIOMA        PIC X(2)   VALUE SPACES.
       01  WS-DATA-OUT.
           05  WS-DATA-TEXTO         PIC X(256).
           05  WS-DATA-STATUS        PIC X(3).
           05  WS-CAL-AJUSTADA       PIC X(01).
           05  WS-CAL-STATUS         PIC X(03).

       01  WS-QTD-SEM-CODIGO         PIC 9(07) VALUE ZEROS.

       COPY "documento_registro.cpy".

       01  WS-LINHA-DET.
           05  FILLER                PIC X(03) VALUE "NN ".
           05  DET-NOSSO-NUM         PIC 9(08).
           GOBACK.

       1000-INICIALIZAR SECTION.
           PERFORM 1050-RESOLVER-PARAMETROS

           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO WS-HOJE-NUM
               MOVE WS-CAL-DATA-ENT TO WS-NOVO-VENC
           END-IF

           OPEN I-O RECEB-FILE
           IF NOT WS-RCB-OK
               DISPLAY "RECEB-AGING: RECEB-REGISTER NAO ENCONTRADO "
                   "(STATUS=" WS-RCB-FS "), NADA A ENVELHECER"
           OPEN OUTPUT AGING-REPORT-FILE
           OPEN OUTPUT SEGUNDA-VIA-FILE

      *> Sem o cadastro de pagadores a exposicao sai so com o
      *> documento, sem nome e sem limite.
           OPEN INPUT PAGADOR-FILE
           IF WS-PAG-OK
               MOVE "S" TO WS-PAG-ABERTO
           ELSE
               DISPLAY "RECEB-AGING: PAGADOR-MASTER INDISPONIVEL "
                   "(STATUS=" WS-PAG-FS "), EXPOSICAO SEM LIMITE"
           END-IF

           MOVE "AGING DOS RECEBIVEIS EM ABERTO" TO AGIOUT-LINHA
           WRITE AGIOUT-LINHA
           MOVE "PARAMETROS DA RODADA:" TO AGIOUT-LINHA
           WRITE AGIOUT-LINHA
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
               UNTIL WS-PARAM-IDX > WS-PARAM-QTD
               MOVE WS-PARAM-LINHA(WS-PARAM-IDX) TO AGIOUT-LINHA
               WRITE AGIOUT-LINHA
           END-PERFORM
           MOVE ALL "-" TO AGIOUT-LINHA
           WRITE AGIOUT-LINHA

           PERFORM 1100-LER-PROXIMO.

       1050-RESOLVER-PARAMETROS SECTION.
           MOVE 0 TO WS-PARAM-QTD

           MOVE "BOLETO-MULTA-PCT" TO PARC-NOME
           MOVE WS-MULTA-PCT       TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR         TO WS-MULTA-PCT

           MOVE "BOLETO-JUROS-MES-PCT" TO PARC-NOME
           MOVE WS-JUROS-MES-PCT       TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR             TO WS-JUROS-MES-PCT

           MOVE "RECEB-NOVO-PRAZO-DIAS" TO PARC-NOME
           MOVE WS-NOVO-PRAZO-DIAS      TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR              TO WS-NOVO-PRAZO-DIAS.

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
           END-READ.

       2000-PROCESSAR SECTION.
           IF RCB-STATUS NOT = "EMITIDO" AND RCB-STATUS NOT = "PROTESTO"
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-ABERTOS
           PERFORM 2100-ACUMULAR-PAGADOR

           IF RCB-VENC = 0 OR RCB-VENC >= WS-HOJE-NUM
               PERFORM 1100-LER-PROXIMO

           ADD 1 TO WS-QTD-VENCIDOS
           ADD RCB-VALOR TO WS-TOTAL-VENCIDO
           IF WS-EXP-IX > 0
               ADD RCB-VALOR TO WS-EXP-VENCIDO(WS-EXP-IX)
           END-IF

           COMPUTE WS-VENC-INT = FUNCTION INTEGER-OF-DATE(RCB-VENC)
           COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
               FUNCTION TRIM(RCB-PAGADOR) DELIMITED BY SIZE
               INTO DET-TEXTO
           END-STRING
           IF RCB-STATUS = "PROTESTO"
               ADD 1 TO WS-QTD-EM-PROTESTO
               MOVE "EM PROTESTO" TO DET-TEXTO(25:16)
           END-IF
           MOVE WS-LINHA-DET TO AGIOUT-LINHA
           WRITE AGIOUT-LINHA

           IF RCB-STATUS = "EMITIDO"
               PERFORM 3000-SEGUNDA-VIA
               IF RCB-DATA-SEGVIA NOT NUMERIC OR RCB-DATA-SEGVIA = 0
                   MOVE WS-HOJE-NUM TO RCB-DATA-SEGVIA
                   REWRITE RCB-REC
                   END-REWRITE
               END-IF
           END-IF

           PERFORM 1100-LER-PROXIMO.

       2100-ACUMULAR-PAGADOR SECTION.
      *> Recebivel sem CPF/CNPJ (anterior ao cadastro) vai para a
      *> linha de tipo em branco e documento zero.
           IF RCB-PAGADOR-TIPO = "F" OR RCB-PAGADOR-TIPO = "J"
               MOVE RCB-PAGADOR-TIPO TO WS-EXP-TIPO-BUSCA
               MOVE RCB-PAGADOR-DOC  TO WS-EXP-DOC-BUSCA
           ELSE
               MOVE SPACE TO WS-EXP-TIPO-BUSCA
               MOVE 0     TO WS-EXP-DOC-BUSCA
           END-IF

           MOVE 0 TO WS-EXP-IX
           PERFORM VARYING WS-EXP-K FROM 1 BY 1
                   UNTIL WS-EXP-K > WS-EXP-QTD OR WS-EXP-IX > 0
               IF WS-EXP-TIPO(WS-EXP-K) = WS-EXP-TIPO-BUSCA
                       AND WS-EXP-DOC(WS-EXP-K) = WS-EXP-DOC-BUSCA
                   MOVE WS-EXP-K TO WS-EXP-IX
               END-IF
           END-PERFORM

           IF WS-EXP-IX = 0
               IF WS-EXP-QTD >= 5000
                   DISPLAY "RECEB-AGING: AVISO - MAIS DE 5000 "
                       "PAGADORES, EXPOSICAO INCOMPLETA"
                   MOVE 4 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-EXP-QTD
               MOVE WS-EXP-QTD        TO WS-EXP-IX
               MOVE WS-EXP-TIPO-BUSCA TO WS-EXP-TIPO(WS-EXP-IX)
               MOVE WS-EXP-DOC-BUSCA  TO WS-EXP-DOC(WS-EXP-IX)
               MOVE 0 TO WS-EXP-ABERTO(WS-EXP-IX)
                         WS-EXP-VENCIDO(WS-EXP-IX)
           END-IF
           ADD RCB-VALOR TO WS-EXP-ABERTO(WS-EXP-IX).

       3000-SEGUNDA-VIA SECTION.
      *> Segunda via com o valor atualizado (multa + juros pro-rata)
      *> por extenso e o novo vencimento por extenso.
               FUNCTION TRIM(WS-DATA-TEXTO) DELIMITED BY SIZE
               INTO SEGVIA-LINHA
           END-STRING
           WRITE SEGVIA-LINHA

           PERFORM 3100-AUTENTICAR.

      *> Registra a segunda via e imprime o codigo; registro fora do
      *> ar nao segura a cobranca, que sai sem codigo.
       3100-AUTENTICAR SECTION.
           INITIALIZE DOCUMENTO-REGISTRO-PARAMS
           MOVE "R"                  TO DREG-OPERACAO
           MOVE "2A VIA COBR."       TO DREG-TIPO
           MOVE "RECEB-AGING"        TO DREG-PROGRAMA
           IF RCB-PAGADOR-DOC IS NUMERIC AND RCB-PAGADOR-DOC > 0
               MOVE RCB-PAGADOR-TIPO TO DREG-PAGADOR-TIPO
               MOVE RCB-PAGADOR-DOC  TO DREG-PAGADOR-DOC
           END-IF
           MOVE RCB-PAGADOR          TO DREG-NOME
           STRING "NN " RCB-NOSSO-NUM " VENCE " WS-NOVO-VENC(7:2)
                  "/" WS-NOVO-VENC(5:2) "/" WS-NOVO-VENC(1:4)
               DELIMITED BY SIZE INTO DREG-REFERENCIA
           END-STRING
           MOVE "VALOR ORIGINAL"     TO DREG-VLR-ROTULO(1)
           MOVE RCB-VALOR            TO DREG-VLR(1)
           MOVE "VALOR ATUALIZADO"   TO DREG-VLR-ROTULO(2)
           MOVE WS-TOTAL-ATUALIZADO  TO DREG-VLR(2)
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL
           IF DREG-STATUS = "OK"
               MOVE SPACES TO SEGVIA-LINHA
               STRING "CODIGO DE AUTENTICACAO: " DREG-CODIGO-FMT
                      " (CONFIRA NO FINANCEIRO)"
                   DELIMITED BY SIZE INTO SEGVIA-LINHA
               END-STRING
               WRITE SEGVIA-LINHA
           ELSE
               ADD 1 TO WS-QTD-SEM-CODIGO
           END-IF.

       9000-FINALIZAR SECTION.
           MOVE ALL "-" TO AGIOUT-LINHA
               INTO AGIOUT-LINHA
           END-STRING
           WRITE AGIOUT-LINHA
           MOVE SPACES TO AGIOUT-LINHA
           STRING
               "EM PROTESTO: "    DELIMITED BY SIZE
               WS-QTD-EM-PROTESTO DELIMITED BY SIZE
               INTO AGIOUT-LINHA
           END-STRING
           WRITE AGIOUT-LINHA

           MOVE "F" TO DREG-OPERACAO
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL
           IF WS-QTD-SEM-CODIGO > 0
               DISPLAY "RECEB-AGING: AVISO - " WS-QTD-SEM-CODIGO
                   " SEGUNDA(S) VIA(S) SEM CODIGO DE AUTENTICACAO "
                   "(REGISTRO DE DOCUMENTOS INDISPONIVEL)"
           END-IF

           PERFORM 8000-EXPOSICAO-PAGADOR

           CLOSE RECEB-FILE
           CLOSE AGING-REPORT-FILE
           CLOSE SEGUNDA-VIA-FILE
           IF WS-PAG-ABERTO = "S"
               CLOSE PAGADOR-FILE
           END-IF

           DISPLAY "RECEB-AGING: ABERTOS=" WS-QTD-ABERTOS
               " VENCIDOS=" WS-QTD-VENCIDOS
               " TOTAL-VENCIDO=" WS-TOTAL-VENCIDO
               " ACIMA-DO-LIMITE=" WS-QTD-ACIMA-LIMITE.

       8000-EXPOSICAO-PAGADOR SECTION.
      *> Uma linha por pagador com recebivel em aberto: aberto,
      *> vencido e limite em reais; "**" = aberto acima do limite
      *> concedido (limite zero nao e limite, nao destaca).
           MOVE SPACES TO AGIOUT-LINHA
           WRITE AGIOUT-LINHA
           MOVE "EXPOSICAO POR PAGADOR" TO AGIOUT-LINHA
           WRITE AGIOUT-LINHA
           MOVE "T DOCUMENTO      NOME                      ABERTO"
               TO AGIOUT-LINHA
           MOVE "VENCIDO        LIMITE" TO AGIOUT-LINHA(57:21)
           WRITE AGIOUT-LINHA
           MOVE ALL "-" TO AGIOUT-LINHA
           WRITE AGIOUT-LINHA

           PERFORM VARYING WS-EXP-K FROM 1 BY 1
                   UNTIL WS-EXP-K > WS-EXP-QTD
               MOVE SPACES TO WS-LINHA-EXP
               MOVE WS-EXP-TIPO(WS-EXP-K) TO EXP-TIPO
               MOVE WS-EXP-DOC(WS-EXP-K)  TO EXP-DOC
               MOVE 0 TO PAG-LIMITE
               IF WS-EXP-TIPO(WS-EXP-K) = SPACE
                   MOVE "SEM CADASTRO" TO EXP-NOME
               ELSE
                   MOVE "NAO CADASTRADO" TO EXP-NOME
                   IF WS-PAG-ABERTO = "S"
                       MOVE WS-EXP-TIPO(WS-EXP-K) TO PAG-TIPO
                       MOVE WS-EXP-DOC(WS-EXP-K)  TO PAG-DOC
                       READ PAGADOR-FILE
                           INVALID KEY
                               MOVE 0 TO PAG-LIMITE
                           NOT INVALID KEY
                               MOVE PAG-NOME TO EXP-NOME
                       END-READ
                   END-IF
               END-IF
               COMPUTE WS-VALOR-REAIS = WS-EXP-ABERTO(WS-EXP-K) / 100
               MOVE WS-VALOR-REAIS TO EXP-ABERTO
               COMPUTE WS-VALOR-REAIS =
                   WS-EXP-VENCIDO(WS-EXP-K) / 100
               MOVE WS-VALOR-REAIS TO EXP-VENCIDO
               COMPUTE WS-VALOR-REAIS = PAG-LIMITE / 100
               MOVE WS-VALOR-REAIS TO EXP-LIMITE
               IF PAG-LIMITE > 0
                       AND WS-EXP-ABERTO(WS-EXP-K) > PAG-LIMITE
                   MOVE "**" TO EXP-ALERTA
                   ADD 1 TO WS-QTD-ACIMA-LIMITE
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE WS-LINHA-EXP TO AGIOUT-LINHA
               WRITE AGIOUT-LINHA
           END-PERFORM

           MOVE ALL "-" TO AGIOUT-LINHA
           WRITE AGIOUT-LINHA
           MOVE WS-EXP-QTD TO WS-EXP-QTD-ED
           MOVE SPACES TO AGIOUT-LINHA
           STRING
               "PAGADORES: "         DELIMITED BY SIZE
               WS-EXP-QTD-ED         DELIMITED BY SIZE
               "  ACIMA DO LIMITE: " DELIMITED BY SIZE
               WS-QTD-ACIMA-LIMITE   DELIMITED BY SIZE
               INTO AGIOUT-LINHA
           END-STRING
           WRITE AGIOUT-LINHA.
