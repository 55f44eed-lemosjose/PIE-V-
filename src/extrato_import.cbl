       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-IMPORT.

      *> Importacao do extrato eletronico do banco para o
      *> EXTRATO-BANCARIO que o EXTRATO-CONCILIA le, no lugar da
      *> digitacao matinal a partir da tela do internet banking.
      *> Dois formatos (EXTRATO-FORMATO): CNAB (padrao) le o
      *> CNAB-240 de extrato do arquivo EXTRATO-CNAB (header de lote
      *> com o saldo inicial, segmento E por lancamento, trailer de
      *> lote com o saldo final); OFX le o EXTRATO-OFX (um STMTRS por
      *> conta, saldo final no LEDGERBAL e o inicial deduzido dos
      *> lancamentos).
      *>
      *> O historico do banco vira o tipo de linha da conciliacao
      *> (CHQ/BOL/CNB/WIR/RMB) pela tabela EXTRATO-HISTORICO, mantida
      *> pela tesouraria em linhas CODIGO;TIPO -- no CNAB o codigo e o
      *> historico de 4 posicoes do segmento E, no OFX e o TRNTYPE
      *> (CHECK, PAYMENT, ...). TIPO IGN descarta de proposito
      *> (tarifas, creditos); codigo fora da tabela NAO some: vai para
      *> a lista de excecoes EXTRATO-EXCECAO.
      *>
      *> Saldos por conta e data ficam no SALDO-BANCARIO. Extrato
      *> cujo saldo inicial nao bate com o saldo final do extrato
      *> anterior da mesma conta e recusado inteiro (nenhuma linha
      *> daquela conta entra, RC 8); conta sem saldo anterior (primeira
      *> carga) entra com aviso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTCNAB-FILE ASSIGN TO "EXTRATO-CNAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECN-FS.
           SELECT EXTOFX-FILE ASSIGN TO "EXTRATO-OFX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFX-FS.
           SELECT HISTORICO-FILE ASSIGN TO "EXTRATO-HISTORICO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-FS.
           SELECT EXTRATO-FILE ASSIGN TO "EXTRATO-BANCARIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALDO-FILE ASSIGN TO "SALDO-BANCARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WS-SLD-FS.
           SELECT EXCECAO-FILE ASSIGN TO "EXTRATO-EXCECAO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPORT-REPORT-FILE ASSIGN TO "EXTRATO-IMPORT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> CNAB-240 de extrato: as posicoes usadas de cada tipo de
      *> registro (1 = header de lote, 3/E = lancamento, 5 = trailer
      *> de lote); datas DDMMAAAA, valores com 2 decimais implicitas.
       FD  EXTCNAB-FILE.
       01  ECN-REC                   PIC X(240).
       01  ECN-COMUM REDEFINES ECN-REC.
           05  ECN-BANCO             PIC X(03).
           05  FILLER                PIC X(04).
           05  ECN-TIPO-REG          PIC X(01).
           05  FILLER                PIC X(05).
           05  ECN-SEGMENTO          PIC X(01).
           05  FILLER                PIC X(38).
           05  ECN-AGENCIA           PIC X(05).
           05  FILLER                PIC X(01).
           05  ECN-CONTA             PIC X(12).
           05  ECN-CONTA-DV          PIC X(01).
           05  FILLER                PIC X(169).
       01  ECN-SALDO-RED REDEFINES ECN-REC.
           05  FILLER                PIC X(142).
           05  ECN-SALDO-DATA        PIC X(08).
           05  ECN-SALDO-VALOR       PIC 9(18).
           05  ECN-SALDO-DC          PIC X(01).
           05  FILLER                PIC X(71).
       01  ECN-SEG-E-RED REDEFINES ECN-REC.
           05  FILLER                PIC X(136).
           05  ECN-LANC-DATA         PIC X(08).
           05  ECN-LANC-VALOR        PIC 9(18).
           05  ECN-LANC-DC           PIC X(01).
           05  ECN-LANC-CATEGORIA    PIC X(03).
           05  ECN-LANC-HISTORICO    PIC X(04).
           05  ECN-LANC-DESCRICAO    PIC X(25).
           05  ECN-LANC-DOCUMENTO    PIC X(39).
           05  FILLER                PIC X(06).

       FD  EXTOFX-FILE.
       01  OFX-LINHA                 PIC X(200).

       FD  HISTORICO-FILE.
       01  HIS-LINHA                 PIC X(40).

       FD  EXTRATO-FILE.
       01  EXTOUT-REC.
           05  EXTOUT-DATA           PIC 9(08).
           05  EXTOUT-TIPO           PIC X(03).
           05  EXTOUT-DOC            PIC 9(09).
           05  EXTOUT-VALOR          PIC 9(15).

       FD  SALDO-FILE.
       01  SLD-REC.
           05  SLD-CHAVE.
               10  SLD-CONTA-ID.
                   15  SLD-BANCO     PIC X(03).
                   15  SLD-AGENCIA   PIC X(05).
                   15  SLD-CONTA     PIC X(13).
               10  SLD-DATA          PIC 9(08).
           05  SLD-SALDO-INICIAL     PIC S9(15).
           05  SLD-SALDO-FINAL       PIC S9(15).
           05  SLD-ORIGEM            PIC X(04).
           05  SLD-DATA-CARGA        PIC 9(08).

       FD  EXCECAO-FILE.
       01  EXC-REC.
           05  EXC-CONTA             PIC X(21).
           05  FILLER                PIC X(01).
           05  EXC-DATA              PIC 9(08).
           05  FILLER                PIC X(01).
           05  EXC-CODIGO            PIC X(10).
           05  FILLER                PIC X(01).
           05  EXC-DC                PIC X(01).
           05  FILLER                PIC X(01).
           05  EXC-VALOR             PIC 9(15).
           05  FILLER                PIC X(01).
           05  EXC-DESCRICAO         PIC X(25).
           05  FILLER                PIC X(01).
           05  EXC-DOCUMENTO         PIC X(20).

       FD  IMPORT-REPORT-FILE.
       01  IMPOUT-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ECN-FS                 PIC X(02) VALUE SPACES.
           88  WS-ECN-OK                        VALUE "00".
       01  WS-OFX-FS                 PIC X(02) VALUE SPACES.
           88  WS-OFX-OK                        VALUE "00".
       01  WS-HIS-FS                 PIC X(02) VALUE SPACES.
           88  WS-HIS-OK                        VALUE "00".
       01  WS-SLD-FS                 PIC X(02) VALUE SPACES.
           88  WS-SLD-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".

       01  WS-FORMATO                PIC X(04) VALUE "CNAB".
       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.
       01  WS-I                      PIC 9(04) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(04) COMP-5 VALUE 0.

      *> Tabela de historicos do banco -> tipo de linha.
       01  WS-HISTORICOS.
           05  WS-HIS-QTD            PIC 9(03) COMP-5 VALUE 0.
           05  WS-HIS-LINHA-T OCCURS 300 TIMES.
               10  WS-HIS-CODIGO     PIC X(10).
               10  WS-HIS-TIPO       PIC X(03).
       01  WS-HIS-CODIGO-CAMPO       PIC X(10) VALUE SPACES.
       01  WS-HIS-TIPO-CAMPO         PIC X(03) VALUE SPACES.

      *> Conta em leitura: os lancamentos ficam em memoria ate o
      *> saldo final chegar e o saldo inicial ser conferido.
       01  WS-CONTA-ATUAL.
           05  WS-CT-ID.
               10  WS-CT-BANCO       PIC X(03).
               10  WS-CT-AGENCIA     PIC X(05).
               10  WS-CT-CONTA       PIC X(13).
           05  WS-CT-DATA            PIC 9(08).
           05  WS-CT-SALDO-INI       PIC S9(15).
           05  WS-CT-SALDO-FIM       PIC S9(15).
           05  WS-CT-MOVIMENTO       PIC S9(15).
           05  WS-CT-ABERTA          PIC X(01).
       01  WS-LANCAMENTOS.
           05  WS-LC-QTD             PIC 9(04) COMP-5 VALUE 0.
           05  WS-LC-LINHA OCCURS 3000 TIMES.
               10  WS-LC-DATA        PIC 9(08).
               10  WS-LC-TIPO        PIC X(03).
               10  WS-LC-DOC         PIC 9(09).
               10  WS-LC-VALOR       PIC 9(15).

      *> Lancamento em montagem (qualquer dos formatos).
       01  WS-LANC.
           05  WS-LN-DATA            PIC 9(08).
           05  WS-LN-CODIGO          PIC X(10).
           05  WS-LN-DC              PIC X(01).
           05  WS-LN-VALOR           PIC 9(15).
           05  WS-LN-DESCRICAO       PIC X(25).
           05  WS-LN-DOCUMENTO       PIC X(39).
       01  WS-LN-TIPO                PIC X(03) VALUE SPACES.
       01  WS-LN-DOC-NUM             PIC 9(09) VALUE 0.
       01  WS-DIGITOS                PIC X(39) VALUE SPACES.
       01  WS-QTD-DIGITOS            PIC 9(02) COMP-5 VALUE 0.

      *> Conversao de data DDMMAAAA -> AAAAMMDD.
       01  WS-DATA-DDMMAAAA          PIC X(08) VALUE SPACES.
       01  WS-DATA-CONV              PIC 9(08) VALUE 0.

      *> Saldo anterior da conta no SALDO-BANCARIO.
       01  WS-SALDO-ANT              PIC S9(15) VALUE 0.
       01  WS-DATA-ANT               PIC 9(08) VALUE 0.
       01  WS-TEM-ANTERIOR           PIC X(01) VALUE "N".

      *> Leitura do OFX: TAG e valor de cada linha.
       01  WS-OFX-TRIM               PIC X(200) VALUE SPACES.
       01  WS-OFX-TAG-BRUTA          PIC X(40) VALUE SPACES.
       01  WS-OFX-TAG                PIC X(40) VALUE SPACES.
       01  WS-OFX-RESTO              PIC X(200) VALUE SPACES.
       01  WS-OFX-VALOR              PIC X(100) VALUE SPACES.
       01  WS-OFX-NO-LEDGER          PIC X(01) VALUE "N".
       01  WS-OFX-CENTAVOS           PIC S9(15) VALUE 0.
       01  WS-OFX-DATA-FIM           PIC 9(08) VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-CONTAS         PIC 9(05) VALUE ZEROS.
           05  WS-QTD-CONTAS-OK      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-CONTAS-RECUSA  PIC 9(05) VALUE ZEROS.
           05  WS-QTD-LANCAMENTOS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-GRAVADOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-IGNORADOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-EXCECOES       PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-GRAVADO          PIC S9(15) VALUE ZEROS.

       01  WS-VALOR-ED               PIC -(14)9.
       01  WS-VALOR-ED2              PIC -(14)9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           IF WS-FORMATO = "OFX"
               PERFORM 3000-LER-OFX UNTIL WS-FIM-ARQUIVO
               CLOSE EXTOFX-FILE
           ELSE
               PERFORM 2000-LER-CNAB UNTIL WS-FIM-ARQUIVO
               CLOSE EXTCNAB-FILE
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-FORMATO FROM ENVIRONMENT "EXTRATO-FORMATO"
           IF WS-FORMATO NOT = "OFX"
               MOVE "CNAB" TO WS-FORMATO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-NUM

           IF WS-FORMATO = "OFX"
               OPEN INPUT EXTOFX-FILE
               IF NOT WS-OFX-OK
                   DISPLAY "EXTRATO-IMPORT: EXTRATO-OFX NAO ENCONTRADO "
                       "(STATUS=" WS-OFX-FS ")"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               OPEN INPUT EXTCNAB-FILE
               IF NOT WS-ECN-OK
                   DISPLAY "EXTRATO-IMPORT: EXTRATO-CNAB NAO "
                       "ENCONTRADO (STATUS=" WS-ECN-FS ")"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM 1200-CARREGAR-HISTORICOS
           IF WS-HIS-QTD = 0
               DISPLAY "EXTRATO-IMPORT: EXTRATO-HISTORICO AUSENTE OU "
                   "VAZIO - IMPORTACAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O SALDO-FILE
           IF NOT WS-SLD-OK
               OPEN OUTPUT SALDO-FILE
               CLOSE SALDO-FILE
               OPEN I-O SALDO-FILE
           END-IF

           OPEN OUTPUT EXTRATO-FILE
           OPEN OUTPUT EXCECAO-FILE
           OPEN OUTPUT IMPORT-REPORT-FILE
           MOVE SPACES TO IMPOUT-LINHA
           STRING
               "IMPORTACAO DO EXTRATO ELETRONICO - FORMATO "
                   DELIMITED BY SIZE
               WS-FORMATO DELIMITED BY SIZE
               INTO IMPOUT-LINHA
           END-STRING
           WRITE IMPOUT-LINHA
           MOVE ALL "-" TO IMPOUT-LINHA
           WRITE IMPOUT-LINHA

           MOVE "N" TO WS-CT-ABERTA
           MOVE 0 TO WS-LC-QTD.

       1200-CARREGAR-HISTORICOS SECTION.
           MOVE 0 TO WS-HIS-QTD
           OPEN INPUT HISTORICO-FILE
           IF NOT WS-HIS-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ HISTORICO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       IF HIS-LINHA NOT = SPACES
                               AND HIS-LINHA(1:1) NOT = "*"
                               AND WS-HIS-QTD < 300
                           MOVE SPACES TO WS-HIS-CODIGO-CAMPO
                                          WS-HIS-TIPO-CAMPO
                           UNSTRING HIS-LINHA DELIMITED BY ";"
                               INTO WS-HIS-CODIGO-CAMPO
                                    WS-HIS-TIPO-CAMPO
                           END-UNSTRING
                           ADD 1 TO WS-HIS-QTD
                           MOVE WS-HIS-CODIGO-CAMPO
                               TO WS-HIS-CODIGO(WS-HIS-QTD)
                           MOVE WS-HIS-TIPO-CAMPO
                               TO WS-HIS-TIPO(WS-HIS-QTD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-FILE.

       2000-LER-CNAB SECTION.
           READ EXTCNAB-FILE
               AT END
                   MOVE "S" TO WS-EOF
                   IF WS-CT-ABERTA = "S"
                       MOVE "*** LOTE SEM TRAILER - CONTA DESCARTADA"
                           TO IMPOUT-LINHA
                       WRITE IMPOUT-LINHA
                       ADD 1 TO WS-QTD-CONTAS-RECUSA
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   EXIT SECTION
           END-READ

           EVALUATE ECN-TIPO-REG
               WHEN "1"
                   PERFORM 2100-ABRIR-CONTA-CNAB
               WHEN "3"
                   IF ECN-SEGMENTO = "E" AND WS-CT-ABERTA = "S"
                       PERFORM 2200-LANCAMENTO-CNAB
                   END-IF
               WHEN "5"
                   IF WS-CT-ABERTA = "S"
                       MOVE ECN-SALDO-DATA TO WS-DATA-DDMMAAAA
                       PERFORM 7000-CONVERTER-DATA
                       MOVE WS-DATA-CONV TO WS-CT-DATA
                       MOVE ECN-SALDO-VALOR TO WS-CT-SALDO-FIM
                       IF ECN-SALDO-DC = "D"
                           COMPUTE WS-CT-SALDO-FIM =
                               0 - WS-CT-SALDO-FIM
                       END-IF
                       PERFORM 5000-FECHAR-CONTA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-ABRIR-CONTA-CNAB SECTION.
           MOVE SPACES TO WS-CT-ID
           MOVE ECN-BANCO   TO WS-CT-BANCO
           MOVE ECN-AGENCIA TO WS-CT-AGENCIA
           STRING ECN-CONTA ECN-CONTA-DV DELIMITED BY SIZE
               INTO WS-CT-CONTA
           END-STRING
           MOVE ECN-SALDO-VALOR TO WS-CT-SALDO-INI
           IF ECN-SALDO-DC = "D"
               COMPUTE WS-CT-SALDO-INI = 0 - WS-CT-SALDO-INI
           END-IF
           MOVE 0   TO WS-CT-MOVIMENTO WS-CT-SALDO-FIM WS-CT-DATA
           MOVE 0   TO WS-LC-QTD
           MOVE "S" TO WS-CT-ABERTA
           ADD 1 TO WS-QTD-CONTAS.

       2200-LANCAMENTO-CNAB SECTION.
           MOVE SPACES TO WS-LANC
           MOVE ECN-LANC-DATA TO WS-DATA-DDMMAAAA
           PERFORM 7000-CONVERTER-DATA
           MOVE WS-DATA-CONV       TO WS-LN-DATA
           MOVE ECN-LANC-HISTORICO TO WS-LN-CODIGO
           MOVE ECN-LANC-DC        TO WS-LN-DC
           MOVE ECN-LANC-VALOR     TO WS-LN-VALOR
           MOVE ECN-LANC-DESCRICAO TO WS-LN-DESCRICAO
           MOVE ECN-LANC-DOCUMENTO TO WS-LN-DOCUMENTO
           PERFORM 4000-CLASSIFICAR-LANCAMENTO.

       3000-LER-OFX SECTION.
           READ EXTOFX-FILE
               AT END
                   MOVE "S" TO WS-EOF
                   EXIT SECTION
           END-READ

           MOVE FUNCTION TRIM(OFX-LINHA) TO WS-OFX-TRIM
           IF WS-OFX-TRIM(1:1) NOT = "<"
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-OFX-TAG-BRUTA WS-OFX-RESTO WS-OFX-VALOR
           UNSTRING WS-OFX-TRIM DELIMITED BY ">"
               INTO WS-OFX-TAG-BRUTA WS-OFX-RESTO
           END-UNSTRING
           MOVE WS-OFX-TAG-BRUTA(2:) TO WS-OFX-TAG
      *> No OFX em XML o valor vem fechado na mesma linha.
           UNSTRING WS-OFX-RESTO DELIMITED BY "<"
               INTO WS-OFX-VALOR
           END-UNSTRING

           EVALUATE WS-OFX-TAG
               WHEN "STMTRS"
                   MOVE SPACES TO WS-CT-ID
                   MOVE 0 TO WS-CT-MOVIMENTO WS-CT-SALDO-INI
                             WS-CT-SALDO-FIM WS-CT-DATA
                             WS-OFX-DATA-FIM
                   MOVE 0   TO WS-LC-QTD
                   MOVE "S" TO WS-CT-ABERTA
                   MOVE "N" TO WS-OFX-NO-LEDGER
                   ADD 1 TO WS-QTD-CONTAS
               WHEN "BANKID"
                   MOVE WS-OFX-VALOR TO WS-CT-BANCO
               WHEN "BRANCHID"
                   MOVE WS-OFX-VALOR TO WS-CT-AGENCIA
               WHEN "ACCTID"
                   MOVE WS-OFX-VALOR TO WS-CT-CONTA
               WHEN "DTEND"
                   MOVE WS-OFX-VALOR(1:8) TO WS-OFX-DATA-FIM
               WHEN "STMTTRN"
                   MOVE SPACES TO WS-LANC
                   MOVE 0 TO WS-LN-DATA WS-LN-VALOR
               WHEN "TRNTYPE"
                   MOVE WS-OFX-VALOR TO WS-LN-CODIGO
               WHEN "DTPOSTED"
                   MOVE WS-OFX-VALOR(1:8) TO WS-LN-DATA
               WHEN "TRNAMT"
                   PERFORM 3100-VALOR-OFX
                   IF WS-OFX-CENTAVOS < 0
                       MOVE "D" TO WS-LN-DC
                       COMPUTE WS-LN-VALOR = 0 - WS-OFX-CENTAVOS
                   ELSE
                       MOVE "C" TO WS-LN-DC
                       MOVE WS-OFX-CENTAVOS TO WS-LN-VALOR
                   END-IF
               WHEN "CHECKNUM"
                   MOVE WS-OFX-VALOR TO WS-LN-DOCUMENTO
               WHEN "FITID"
                   IF WS-LN-DOCUMENTO = SPACES
                       MOVE WS-OFX-VALOR TO WS-LN-DOCUMENTO
                   END-IF
               WHEN "MEMO"
                   MOVE WS-OFX-VALOR TO WS-LN-DESCRICAO
               WHEN "/STMTTRN"
                   IF WS-CT-ABERTA = "S"
                       PERFORM 4000-CLASSIFICAR-LANCAMENTO
                   END-IF
               WHEN "LEDGERBAL"
                   MOVE "S" TO WS-OFX-NO-LEDGER
               WHEN "/LEDGERBAL"
                   MOVE "N" TO WS-OFX-NO-LEDGER
               WHEN "BALAMT"
                   IF WS-OFX-NO-LEDGER = "S"
                       PERFORM 3100-VALOR-OFX
                       MOVE WS-OFX-CENTAVOS TO WS-CT-SALDO-FIM
                   END-IF
               WHEN "DTASOF"
                   IF WS-OFX-NO-LEDGER = "S"
                       MOVE WS-OFX-VALOR(1:8) TO WS-CT-DATA
                   END-IF
               WHEN "/STMTRS"
                   IF WS-CT-ABERTA = "S"
      *> O OFX so traz o saldo final: o inicial e o final menos o
      *> movimento do periodo.
                       IF WS-CT-DATA = 0
                           MOVE WS-OFX-DATA-FIM TO WS-CT-DATA
                       END-IF
                       COMPUTE WS-CT-SALDO-INI =
                           WS-CT-SALDO-FIM - WS-CT-MOVIMENTO
                       PERFORM 5000-FECHAR-CONTA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-VALOR-OFX SECTION.
      *> Valor com ponto ou virgula decimal, sinal na frente.
           INSPECT WS-OFX-VALOR REPLACING ALL "," BY "."
           MOVE 0 TO WS-OFX-CENTAVOS
           IF WS-OFX-VALOR NOT = SPACES
               COMPUTE WS-OFX-CENTAVOS ROUNDED =
                   FUNCTION NUMVAL(WS-OFX-VALOR) * 100
           END-IF.

       4000-CLASSIFICAR-LANCAMENTO SECTION.
           ADD 1 TO WS-QTD-LANCAMENTOS
           IF WS-LN-DC = "D"
               SUBTRACT WS-LN-VALOR FROM WS-CT-MOVIMENTO
           ELSE
               ADD WS-LN-VALOR TO WS-CT-MOVIMENTO
           END-IF

           MOVE SPACES TO WS-LN-TIPO
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-HIS-QTD OR WS-LN-TIPO NOT = SPACES
               IF WS-HIS-CODIGO(WS-I) = WS-LN-CODIGO
                   MOVE WS-HIS-TIPO(WS-I) TO WS-LN-TIPO
               END-IF
           END-PERFORM

           EVALUATE WS-LN-TIPO
               WHEN SPACES
                   PERFORM 4100-GRAVAR-EXCECAO
               WHEN "IGN"
                   ADD 1 TO WS-QTD-IGNORADOS
               WHEN OTHER
                   PERFORM 4200-GUARDAR-LANCAMENTO
           END-EVALUATE.

       4100-GRAVAR-EXCECAO SECTION.
      *> Historico sem tipo na tabela: fica na lista para a
      *> tesouraria mapear (e reimportar), nunca descartado calado.
           ADD 1 TO WS-QTD-EXCECOES
           MOVE SPACES          TO EXC-REC
           MOVE WS-CT-ID        TO EXC-CONTA
           MOVE WS-LN-DATA      TO EXC-DATA
           MOVE WS-LN-CODIGO    TO EXC-CODIGO
           MOVE WS-LN-DC        TO EXC-DC
           MOVE WS-LN-VALOR     TO EXC-VALOR
           MOVE WS-LN-DESCRICAO TO EXC-DESCRICAO
           MOVE WS-LN-DOCUMENTO TO EXC-DOCUMENTO
           WRITE EXC-REC.

       4200-GUARDAR-LANCAMENTO SECTION.
           IF WS-LC-QTD >= 3000
               DISPLAY "EXTRATO-IMPORT: CONTA COM MAIS DE 3000 "
                   "LANCAMENTOS, EXCEDENTE PERDIDO - REVISAR"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

      *> Documento numerico (numero do cheque): os ultimos 9
      *> algarismos do campo do banco.
           MOVE SPACES TO WS-DIGITOS
           MOVE 0 TO WS-QTD-DIGITOS
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 39
               IF WS-LN-DOCUMENTO(WS-J:1) >= "0"
                       AND WS-LN-DOCUMENTO(WS-J:1) <= "9"
                   ADD 1 TO WS-QTD-DIGITOS
                   MOVE WS-LN-DOCUMENTO(WS-J:1)
                       TO WS-DIGITOS(WS-QTD-DIGITOS:1)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LN-DOC-NUM
           IF WS-QTD-DIGITOS > 9
               MOVE WS-DIGITOS(WS-QTD-DIGITOS - 8:9) TO WS-LN-DOC-NUM
           ELSE
               IF WS-QTD-DIGITOS > 0
                   MOVE FUNCTION NUMVAL(WS-DIGITOS(1:WS-QTD-DIGITOS))
                       TO WS-LN-DOC-NUM
               END-IF
           END-IF

           ADD 1 TO WS-LC-QTD
           MOVE WS-LN-DATA    TO WS-LC-DATA(WS-LC-QTD)
           MOVE WS-LN-TIPO    TO WS-LC-TIPO(WS-LC-QTD)
           MOVE WS-LN-DOC-NUM TO WS-LC-DOC(WS-LC-QTD)
           MOVE WS-LN-VALOR   TO WS-LC-VALOR(WS-LC-QTD).

       5000-FECHAR-CONTA SECTION.
      *> Saldo inicial contra o saldo final do extrato anterior da
      *> mesma conta; so depois os lancamentos entram.
           MOVE "N" TO WS-CT-ABERTA
           PERFORM 5100-BUSCAR-SALDO-ANTERIOR

           IF WS-TEM-ANTERIOR = "S"
                   AND WS-SALDO-ANT NOT = WS-CT-SALDO-INI
               ADD 1 TO WS-QTD-CONTAS-RECUSA
               MOVE WS-CT-SALDO-INI TO WS-VALOR-ED
               MOVE WS-SALDO-ANT    TO WS-VALOR-ED2
               MOVE SPACES TO IMPOUT-LINHA
               STRING
                   "*** RECUSADO " DELIMITED BY SIZE
                   WS-CT-ID        DELIMITED BY SIZE
                   " " WS-CT-DATA  DELIMITED BY SIZE
                   ": SALDO INICIAL " DELIMITED BY SIZE
                   WS-VALOR-ED     DELIMITED BY SIZE
                   " <> FINAL DE " DELIMITED BY SIZE
                   WS-DATA-ANT     DELIMITED BY SIZE
                   WS-VALOR-ED2    DELIMITED BY SIZE
                   INTO IMPOUT-LINHA
               END-STRING
               WRITE IMPOUT-LINHA
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-LC-QTD
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LC-QTD
               MOVE WS-LC-DATA(WS-I)  TO EXTOUT-DATA
               MOVE WS-LC-TIPO(WS-I)  TO EXTOUT-TIPO
               MOVE WS-LC-DOC(WS-I)   TO EXTOUT-DOC
               MOVE WS-LC-VALOR(WS-I) TO EXTOUT-VALOR
               WRITE EXTOUT-REC
               ADD 1 TO WS-QTD-GRAVADOS
               ADD WS-LC-VALOR(WS-I) TO WS-TOTAL-GRAVADO
           END-PERFORM

      *> Reimportacao do mesmo dia regrava o saldo.
           MOVE WS-CT-ID        TO SLD-CONTA-ID
           MOVE WS-CT-DATA      TO SLD-DATA
           MOVE WS-CT-SALDO-INI TO SLD-SALDO-INICIAL
           MOVE WS-CT-SALDO-FIM TO SLD-SALDO-FINAL
           MOVE WS-FORMATO      TO SLD-ORIGEM
           MOVE WS-HOJE-NUM     TO SLD-DATA-CARGA
           WRITE SLD-REC
               INVALID KEY
                   REWRITE SLD-REC
                   END-REWRITE
           END-WRITE

           ADD 1 TO WS-QTD-CONTAS-OK
           MOVE WS-CT-SALDO-INI TO WS-VALOR-ED
           MOVE WS-CT-SALDO-FIM TO WS-VALOR-ED2
           MOVE SPACES TO IMPOUT-LINHA
           STRING
               WS-CT-ID        DELIMITED BY SIZE
               " " WS-CT-DATA  DELIMITED BY SIZE
               " INICIAL "     DELIMITED BY SIZE
               WS-VALOR-ED     DELIMITED BY SIZE
               " FINAL "       DELIMITED BY SIZE
               WS-VALOR-ED2    DELIMITED BY SIZE
               INTO IMPOUT-LINHA
           END-STRING
           WRITE IMPOUT-LINHA
           IF WS-TEM-ANTERIOR NOT = "S"
               MOVE "  (SEM SALDO ANTERIOR - PRIMEIRA CARGA DA CONTA)"
                   TO IMPOUT-LINHA
               WRITE IMPOUT-LINHA
           END-IF
           MOVE 0 TO WS-LC-QTD.

       5100-BUSCAR-SALDO-ANTERIOR SECTION.
      *> Ultimo saldo da conta com data anterior a do extrato.
           MOVE "N" TO WS-TEM-ANTERIOR
           MOVE 0 TO WS-SALDO-ANT WS-DATA-ANT
           MOVE WS-CT-ID TO SLD-CONTA-ID
           MOVE 0        TO SLD-DATA
           START SALDO-FILE KEY IS >= SLD-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ SALDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       IF SLD-CONTA-ID NOT = WS-CT-ID
                               OR SLD-DATA >= WS-CT-DATA
                           MOVE "S" TO WS-EOF-AUX
                       ELSE
                           MOVE "S" TO WS-TEM-ANTERIOR
                           MOVE SLD-SALDO-FINAL TO WS-SALDO-ANT
                           MOVE SLD-DATA        TO WS-DATA-ANT
                       END-IF
               END-READ
           END-PERFORM.

       7000-CONVERTER-DATA SECTION.
           MOVE 0 TO WS-DATA-CONV
           IF WS-DATA-DDMMAAAA IS NUMERIC
               STRING
                   WS-DATA-DDMMAAAA(5:4)
                   WS-DATA-DDMMAAAA(3:2)
                   WS-DATA-DDMMAAAA(1:2)
                   DELIMITED BY SIZE INTO WS-DATA-CONV
               END-STRING
           END-IF.

       9000-FINALIZAR SECTION.
           MOVE ALL "-" TO IMPOUT-LINHA
           WRITE IMPOUT-LINHA
           MOVE SPACES TO IMPOUT-LINHA
           STRING
               "CONTAS: "           DELIMITED BY SIZE
               WS-QTD-CONTAS        DELIMITED BY SIZE
               "  ACEITAS: "        DELIMITED BY SIZE
               WS-QTD-CONTAS-OK     DELIMITED BY SIZE
               "  RECUSADAS: "      DELIMITED BY SIZE
               WS-QTD-CONTAS-RECUSA DELIMITED BY SIZE
               INTO IMPOUT-LINHA
           END-STRING
           WRITE IMPOUT-LINHA
           MOVE SPACES TO IMPOUT-LINHA
           STRING
               "LANCAMENTOS: "      DELIMITED BY SIZE
               WS-QTD-LANCAMENTOS   DELIMITED BY SIZE
               "  GRAVADOS: "       DELIMITED BY SIZE
               WS-QTD-GRAVADOS      DELIMITED BY SIZE
               "  IGNORADOS: "      DELIMITED BY SIZE
               WS-QTD-IGNORADOS     DELIMITED BY SIZE
               "  EXCECOES: "       DELIMITED BY SIZE
               WS-QTD-EXCECOES      DELIMITED BY SIZE
               INTO IMPOUT-LINHA
           END-STRING
           WRITE IMPOUT-LINHA
           IF WS-QTD-EXCECOES > 0
               MOVE "*** HISTORICOS SEM TIPO - VER EXTRATO-EXCECAO"
                   TO IMPOUT-LINHA
               WRITE IMPOUT-LINHA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE EXTRATO-FILE
           CLOSE EXCECAO-FILE
           CLOSE SALDO-FILE
           CLOSE IMPORT-REPORT-FILE

           DISPLAY "EXTRATO-IMPORT: CONTAS=" WS-QTD-CONTAS
               " RECUSADAS=" WS-QTD-CONTAS-RECUSA
               " GRAVADOS=" WS-QTD-GRAVADOS
               " EXCECOES=" WS-QTD-EXCECOES.
