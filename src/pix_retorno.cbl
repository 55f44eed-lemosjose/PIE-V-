       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIX-RETORNO.

      *> Retorno de liquidacao do lote PIX da folha: o banco devolve,
      *> para cada credito do PAYROLL-PIX-Enn, se liquidou ou foi
      *> rejeitado (chave invalida ou excluida, conta encerrada) com
      *> o motivo -- o mesmo papel do CNAB-RETURN para o credito em
      *> conta. Cada credito do lote sai marcado no PIX-LIQUIDACAO-
      *> Enn (LIQUIDADO, REJEITADO ou SEM RETORNO) e o fechamento
      *> amarra o retorno com o lote enviado e com o trailer de
      *> controle do proprio lote.
      *>
      *> Credito rejeitado e reemitido para o proximo dia util (CAL-
      *> DIA-UTIL): funcionario com conta no cadastro recebe pela
      *> remessa CNAB-240 PIX-REEMISSAO-CNAB-Enn (registrada no
      *> TRANSMISSAO-REG); sem conta, sai cheque pela maquinaria do
      *> CNAB-RETURN (numeracao do CHECK-NEXTNUM-Enn, registro no
      *> CHECK-REGISTER-Enn, layout do PAYROLL-OUT para o
      *> CHECK-PRINT) no PIX-REEMISSAO-CHQ-Enn.
      *>
      *> A chave que falhou fica na PIX-PENDENCIA (por matricula),
      *> que o FUNC-MAINTAIN mostra ao RH na manutencao do
      *> funcionario; a pendencia cai sozinha quando um credito PIX
      *> do funcionario volta liquidado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO DYNAMIC WS-NOME-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
           SELECT LOTE-FILE ASSIGN TO DYNAMIC WS-NOME-LOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-FS.
           SELECT LIQUIDACAO-FILE ASSIGN TO DYNAMIC WS-NOME-LIQUIDACAO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDENCIA-FILE ASSIGN TO "PIX-PENDENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXP-MATRICULA
               FILE STATUS IS WS-PXP-FS.
           SELECT REEM-CNAB-FILE ASSIGN TO DYNAMIC WS-NOME-REEM-CNAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNAB-FS.
           SELECT REEMISSAO-FILE ASSIGN TO DYNAMIC WS-NOME-REEMISSAO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-NEXTNUM-FILE ASSIGN TO DYNAMIC WS-NOME-NEXTNUM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXTNUM-FS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO DYNAMIC WS-NOME-CHQREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQREG-NUMERO
               ALTERNATE RECORD KEY IS CHQREG-MATRICULA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CHQREG-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-CHQREG-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT RETURN-REPORT-FILE ASSIGN TO "PIX-RETORNO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Retorno de liquidacao do banco: um registro por credito do
      *> lote, identificado pela matricula que foi no lote; ocorrencia
      *> "00" = liquidado, qualquer outra = rejeitado com o motivo.
       FD  RETORNO-FILE.
       01  RETIN-REC.
           05  RETIN-MATRICULA       PIC 9(09).
           05  RETIN-VALOR           PIC 9(15).
           05  RETIN-OCORRENCIA      PIC X(02).
           05  RETIN-MOTIVO          PIC X(40).
           05  RETIN-ID-TRANSACAO    PIC X(32).

      *> Lote PIX enviado, no layout do PAYROLL-RUN, com o trailer de
      *> controle no fim.
       FD  LOTE-FILE.
       01  LOTE-REC.
           05  LOTE-MATRICULA        PIC 9(09).
           05  FILLER                PIC X(02).
           05  LOTE-NOME             PIC X(50).
           05  FILLER                PIC X(02).
           05  LOTE-CHAVE            PIC X(40).
           05  FILLER                PIC X(02).
           05  LOTE-VALOR            PIC 9(15).
       01  LOTE-TRAILER-REC          PIC X(80).

      *> O lote marcado: um registro por credito com a situacao no
      *> banco e, para o rejeitado, o trilho da reemissao (C = credito
      *> CNAB, Q = cheque).
       FD  LIQUIDACAO-FILE.
       01  LIQ-REC.
           05  LIQ-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(02).
           05  LIQ-NOME              PIC X(50).
           05  FILLER                PIC X(02).
           05  LIQ-CHAVE             PIC X(40).
           05  FILLER                PIC X(02).
           05  LIQ-VALOR             PIC 9(15).
           05  FILLER                PIC X(02).
           05  LIQ-SITUACAO          PIC X(11).
           05  FILLER                PIC X(02).
           05  LIQ-MOTIVO            PIC X(40).
           05  FILLER                PIC X(02).
           05  LIQ-REEMISSAO         PIC X(01).
       01  LIQ-TRAILER-REC           PIC X(80).

       FD  PENDENCIA-FILE.
       01  PXP-REC.
           05  PXP-MATRICULA         PIC 9(09).
           05  PXP-CHAVE             PIC X(40).
           05  PXP-MOTIVO            PIC X(40).
           05  PXP-DATA              PIC 9(08).
           05  PXP-EMPRESA           PIC X(02).

       FD  REEM-CNAB-FILE.
       01  CNAB-REC                  PIC X(240).

      *> Cheques de reemissao no MESMO layout do PAYROLL-OUT, como o
      *> CNAB-RETURN grava.
       FD  REEMISSAO-FILE.
       01  REEM-REC.
           05  REEM-MATRICULA        PIC 9(09).
           05  FILLER                PIC X(03).
           05  REEM-NOME             PIC X(50).
           05  FILLER                PIC X(03).
           05  REEM-VALOR            PIC X(40).
           05  FILLER                PIC X(03).
           05  REEM-EXTENSO          PIC X(256).
           05  FILLER                PIC X(03).
           05  REEM-STATUS           PIC X(03).
           05  FILLER                PIC X(03).
           05  REEM-CHEQUE-NUM       PIC 9(09).
           05  FILLER                PIC X(03).
           05  REEM-EXTENSO-CONT     PIC X(256).
       01  REEM-TRAILER-REC          PIC X(80).

       FD  CHECK-NEXTNUM-FILE.
       01  NEXTNUM-REC               PIC 9(09).

       FD  CHECK-REGISTER-FILE.
       01  CHQREG-REC.
           05  CHQREG-NUMERO         PIC 9(09).
           05  CHQREG-MATRICULA      PIC 9(09).
           05  CHQREG-VALOR          PIC S9(15).
           05  CHQREG-DATA           PIC X(10).
           05  CHQREG-STATUS         PIC X(10).
           05  CHQREG-NUM-ORIGEM     PIC 9(09).

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

       FD  RETURN-REPORT-FILE.
       01  RETOUT-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RET-FS                 PIC X(02) VALUE SPACES.
           88  WS-RET-OK                        VALUE "00".
       01  WS-LOTE-FS                PIC X(02) VALUE SPACES.
           88  WS-LOTE-OK                       VALUE "00".
       01  WS-PXP-FS                 PIC X(02) VALUE SPACES.
           88  WS-PXP-OK                        VALUE "00".
       01  WS-CNAB-FS                PIC X(02) VALUE SPACES.
           88  WS-CNAB-OK                       VALUE "00".
       01  WS-NEXTNUM-FS             PIC X(02) VALUE SPACES.
           88  WS-NEXTNUM-OK                    VALUE "00".
       01  WS-CHQREG-FS              PIC X(02) VALUE SPACES.
           88  WS-CHQREG-OK                     VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".

       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".

      *> Arquivos por empresa (FOLHA-EMPRESA), como o PAYROLL-RUN
      *> grava.
       01  WS-EMPRESA                PIC X(02) VALUE "01".
       01  WS-EMPRESA-NOME           PIC X(30) VALUE SPACES.
       01  WS-EMPRESA-CNPJ           PIC 9(14) VALUE ZEROS.
       01  WS-NOME-RETORNO           PIC X(20) VALUE SPACES.
       01  WS-NOME-LOTE              PIC X(20) VALUE SPACES.
       01  WS-NOME-LIQUIDACAO        PIC X(20) VALUE SPACES.
       01  WS-NOME-REEM-CNAB         PIC X(24) VALUE SPACES.
       01  WS-NOME-REEMISSAO         PIC X(24) VALUE SPACES.
       01  WS-NOME-NEXTNUM           PIC X(20) VALUE SPACES.
       01  WS-NOME-CHQREG            PIC X(20) VALUE SPACES.

       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.
       01  WS-DATA-REEMISSAO         PIC 9(08) VALUE 0.
       01  WS-DATA-REEMISSAO-X REDEFINES WS-DATA-REEMISSAO.
           05  WS-DRE-ANO            PIC 9(04).
           05  WS-DRE-MES            PIC 9(02).
           05  WS-DRE-DIA            PIC 9(02).
       01  WS-CHEQUE-PROX            PIC 9(09) VALUE 1.

      *> O lote enviado em memoria, com a situacao que o retorno
      *> trouxer para cada credito.
       01  WS-LOTE.
           05  WS-LT-QTD             PIC 9(05) COMP-5 VALUE 0.
           05  WS-LT-ITEM OCCURS 5000 TIMES.
               10  WS-LT-MATRICULA   PIC 9(09).
               10  WS-LT-NOME        PIC X(50).
               10  WS-LT-CHAVE       PIC X(40).
               10  WS-LT-VALOR       PIC 9(15).
               10  WS-LT-SITUACAO    PIC X(01).
               10  WS-LT-MOTIVO      PIC X(40).
               10  WS-LT-REEMISSAO   PIC X(01).
       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-ACHOU                  PIC 9(05) COMP-5 VALUE 0.

      *> Totais: o lote recomputado, o trailer de controle gravado
      *> pela folha e o que o banco devolveu.
       01  WS-TRAILER-TOTAL-TXT      PIC X(20) VALUE SPACES.
       01  WS-TRAILER-QTD-TXT        PIC X(20) VALUE SPACES.
       01  WS-LIXO                   PIC X(80) VALUE SPACES.
       01  WS-TRAILER-ACHADO         PIC X(01) VALUE "N".
       01  WS-CONTADORES.
           05  WS-QTD-LOTE           PIC 9(07) VALUE ZEROS.
           05  WS-QTD-TRAILER        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-LIQUIDADOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REJEITADOS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-RETORNO    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-FORA-LOTE      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REEM-CNAB      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REEM-CHEQUE    PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-LOTE             PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-TRAILER          PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-RETORNO          PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-LIQUIDADO        PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-REJEITADO        PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-REEM-CNAB        PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-REEM-CHEQUE      PIC S9(15) VALUE ZEROS.

       COPY "func_snapshot.cpy".

       01  WS-CAL-PARAMS.
           05  WS-CAL-DATA-ENT       PIC 9(08).
           05  WS-CAL-DATA-SAI       PIC 9(08).
           05  WS-CAL-AJUSTADA       PIC X(01).
           05  WS-CAL-STATUS         PIC X(03).

      *> Remontagem do valor em centavos para o texto "reais,centavos"
      *> que o EXT-MOEDA consome, como o CNAB-RETURN faz.
       01  WS-VAL-REAIS              PIC 9(13) COMP-5 VALUE 0.
       01  WS-VAL-CENTS              PIC 9(02) COMP-5 VALUE 0.
       01  WS-VAL-REAIS-ED           PIC Z(12)9.
       01  WS-VAL-CENTS-ED           PIC 9(02).
       01  WS-VALOR-TXT              PIC X(40) VALUE SPACES.

       01  WS-MOEDA-IN.
           05  WS-MOEDA-VALOR        PIC X(40).
           05  WS-MOEDA-COD          PIC X(3).
           05  WS-MOEDA-FORMATO      PIC X(2).
           05  WS-MOEDA-IDIOMA       PIC X(2).
           05  WS-MOEDA-ANTIFRAUDE   PIC X(1).
           05  WS-MOEDA-CASO         PIC X(1)   VALUE SPACES.
       01  WS-MOEDA-OUT.
           05  WS-MOEDA-TEXTO        PIC X(256).
           05  WS-MOEDA-STATUS       PIC X(3).
           05  WS-MOEDA-VALOR-FMT    PIC X(30).
           05  WS-MOEDA-TEXTO-CONT   PIC X(256).

      *> Remessa CNAB-240 de credito, mesmo layout da folha.
       01  WS-CNAB-BANCO             PIC X(03) VALUE "001".
       01  WS-CNAB-CONVENIO          PIC X(20) VALUE "FOLHA-TRE".
       01  WS-CNAB-SEQ-LOTE          PIC 9(05) COMP-5 VALUE 0.
       01  WS-CNAB-DATA-GER          PIC X(08) VALUE SPACES.
       01  WS-CNAB-HORA-GER          PIC X(06) VALUE SPACES.
      *> Leitura do CNAB-240 propria do banco (CNAB-PERFIL).
       COPY "cnab_perfil.cpy".
       01  WS-CNAB-DATA-PGTO         PIC X(08) VALUE SPACES.

       01  WS-CNAB-HEADER-ARQ.
           05  CHA-BANCO             PIC X(03).
           05  FILLER                PIC X(04) VALUE "0000".
           05  FILLER                PIC X(01) VALUE "0".
           05  FILLER                PIC X(09) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "2".
           05  CHA-CNPJ              PIC 9(14).
           05  CHA-CONVENIO          PIC X(20).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  CHA-EMPRESA-NOME      PIC X(30).
           05  FILLER                PIC X(30) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "1".
           05  CHA-DATA-GER          PIC X(08).
           05  CHA-HORA-GER          PIC X(06).
           05  CHA-NSA               PIC 9(06).
           05  CHA-VERSAO            PIC X(03) VALUE "103".
           05  FILLER                PIC X(74) VALUE SPACES.

       01  WS-CNAB-HEADER-LOTE.
           05  CHL-BANCO             PIC X(03).
           05  FILLER                PIC X(04) VALUE "0001".
           05  FILLER                PIC X(01) VALUE "1".
           05  FILLER                PIC X(01) VALUE "C".
           05  CHL-SERVICO           PIC X(02) VALUE "20".
           05  CHL-FORMA             PIC X(02) VALUE "01".
           05  CHL-VERSAO            PIC X(03) VALUE "046".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "2".
           05  CHL-CNPJ              PIC 9(14).
           05  CHL-CONVENIO          PIC X(20).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  CHL-EMPRESA-NOME      PIC X(30).
           05  FILLER                PIC X(138) VALUE SPACES.

       01  WS-CNAB-SEG-A.
           05  CSA-BANCO             PIC X(03).
           05  FILLER                PIC X(04) VALUE "0001".
           05  FILLER                PIC X(01) VALUE "3".
           05  CSA-SEQ               PIC 9(05).
           05  CSA-SEGMENTO          PIC X(01) VALUE "A".
           05  FILLER                PIC X(01) VALUE "0".
           05  FILLER                PIC X(02) VALUE "00".
           05  CSA-CAMARA            PIC X(03) VALUE "000".
           05  CSA-BANCO-FAV         PIC 9(03).
           05  CSA-AGENCIA-FAV       PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSA-CONTA-FAV         PIC 9(12).
           05  CSA-CONTA-DV-FAV      PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSA-NOME-FAV          PIC X(30).
           05  CSA-NUM-DOC           PIC X(20).
           05  CSA-DATA-PGTO         PIC X(08).
           05  FILLER                PIC X(03) VALUE "BRL".
           05  FILLER                PIC 9(15) VALUE ZEROS.
           05  CSA-VALOR             PIC 9(15).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(08) VALUE "00000000".
           05  FILLER                PIC 9(15) VALUE ZEROS.
           05  FILLER                PIC X(63) VALUE SPACES.

       01  WS-CNAB-TRAILER-LOTE.
           05  CTL-BANCO             PIC X(03).
           05  FILLER                PIC X(04) VALUE "0001".
           05  FILLER                PIC X(01) VALUE "5".
           05  FILLER                PIC X(09) VALUE SPACES.
           05  CTL-QTD-REG           PIC 9(06).
           05  CTL-SOMA-VALOR        PIC 9(18).
           05  FILLER                PIC 9(18) VALUE ZEROS.
           05  FILLER                PIC X(181) VALUE SPACES.

       01  WS-CNAB-TRAILER-ARQ.
           05  CTA-BANCO             PIC X(03).
           05  FILLER                PIC X(04) VALUE "9999".
           05  FILLER                PIC X(01) VALUE "9".
           05  FILLER                PIC X(09) VALUE SPACES.
           05  CTA-QTD-LOTES         PIC 9(06).
           05  CTA-QTD-REG           PIC 9(06).
           05  FILLER                PIC X(211) VALUE SPACES.

       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

       01  WS-TRS-PARAMS.
           05  WS-TRS-OPERACAO       PIC X(01).
           05  WS-TRS-ARQUIVO        PIC X(24).
           05  WS-TRS-EMPRESA        PIC X(02).
           05  WS-TRS-QTD            PIC 9(09).
           05  WS-TRS-TOTAL          PIC S9(15).
           05  WS-TRS-STATUS-RET     PIC X(03).

       01  WS-LINHA-DET.
           05  FILLER                PIC X(05) VALUE "MAT. ".
           05  DET-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-VALOR             PIC -(14)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DET-TEXTO             PIC X(47).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 1500-CARREGAR-LOTE
           PERFORM 2000-PROCESSAR UNTIL WS-FIM-ARQUIVO
           PERFORM 3000-FECHAR-LOTE
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "FOLHA-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE SPACES TO WS-NOME-RETORNO WS-NOME-LOTE
                          WS-NOME-LIQUIDACAO WS-NOME-REEM-CNAB
                          WS-NOME-REEMISSAO WS-NOME-NEXTNUM
                          WS-NOME-CHQREG
           STRING "PIX-RETORNO-E" WS-EMPRESA INTO WS-NOME-RETORNO
           END-STRING
           STRING "PAYROLL-PIX-E" WS-EMPRESA INTO WS-NOME-LOTE
           END-STRING
           STRING "PIX-LIQUIDACAO-E" WS-EMPRESA
               INTO WS-NOME-LIQUIDACAO
           END-STRING
           STRING "PIX-REEMISSAO-CNAB-E" WS-EMPRESA
               INTO WS-NOME-REEM-CNAB
           END-STRING
           STRING "PIX-REEMISSAO-CHQ-E" WS-EMPRESA
               INTO WS-NOME-REEMISSAO
           END-STRING
           STRING "CHECK-NEXTNUM-E" WS-EMPRESA INTO WS-NOME-NEXTNUM
           END-STRING
           STRING "CHECK-REGISTER-E" WS-EMPRESA INTO WS-NOME-CHQREG
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-NUM

           OPEN INPUT RETORNO-FILE
           IF NOT WS-RET-OK
               DISPLAY "PIX-RETORNO: RETORNO " WS-NOME-RETORNO
                   " NAO ENCONTRADO (STATUS=" WS-RET-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "PIX-RETORNO: SNAPSHOT DE FUNCIONARIOS "
                   "INDISPONIVEL (STATUS=" FSNP-STATUS ")"
               CLOSE RETORNO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> Reemissao no primeiro dia util depois de hoje.
           COMPUTE WS-CAL-DATA-ENT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) + 1)
           CALL "CAL-DIA-UTIL" USING WS-CAL-PARAMS
           END-CALL
           IF WS-CAL-STATUS = "OK"
               MOVE WS-CAL-DATA-SAI TO WS-DATA-REEMISSAO
           ELSE
               MOVE WS-CAL-DATA-ENT TO WS-DATA-REEMISSAO
           END-IF

           PERFORM 1300-LER-EMPRESA

           OPEN OUTPUT LIQUIDACAO-FILE
           OPEN OUTPUT REEMISSAO-FILE
           OPEN OUTPUT RETURN-REPORT-FILE
           OPEN OUTPUT REEM-CNAB-FILE
           PERFORM 1400-ABRIR-REMESSA-CNAB

           OPEN I-O CHECK-REGISTER-FILE
           IF NOT WS-CHQREG-OK
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           PERFORM 1700-LER-PROX-CHEQUE

           OPEN I-O PENDENCIA-FILE
           IF NOT WS-PXP-OK
               OPEN OUTPUT PENDENCIA-FILE
               CLOSE PENDENCIA-FILE
               OPEN I-O PENDENCIA-FILE
           END-IF

           MOVE SPACES TO RETOUT-LINHA
           STRING
               "RETORNO DE LIQUIDACAO DO LOTE PIX, EMPRESA "
                   DELIMITED BY SIZE
               WS-EMPRESA DELIMITED BY SIZE
               INTO RETOUT-LINHA
           END-STRING
           WRITE RETOUT-LINHA
           MOVE ALL "-" TO RETOUT-LINHA
           WRITE RETOUT-LINHA.

       1100-LER-PROXIMO SECTION.
           READ RETORNO-FILE
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.

       1300-LER-EMPRESA SECTION.
      *> Identificacao da remessa de reemissao; campo nao preenchido
      *> no cadastro deixa valer o padrao da folha.
           MOVE "EMPRESA" TO WS-EMPRESA-NOME
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
                           MOVE EMP-NOME TO WS-EMPRESA-NOME
                           IF EMP-CNPJ IS NUMERIC AND EMP-CNPJ > 0
                               MOVE EMP-CNPJ TO WS-EMPRESA-CNPJ
                           END-IF
                           IF EMP-BANCO NOT = SPACES
                                   AND EMP-BANCO NOT = "000"
                               MOVE EMP-BANCO TO WS-CNAB-BANCO
                           END-IF
                           IF EMP-CONVENIO NOT = SPACES
                               MOVE EMP-CONVENIO TO WS-CNAB-CONVENIO
                           END-IF
                           MOVE "S" TO WS-EOF-AUX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE.

       1400-ABRIR-REMESSA-CNAB SECTION.
           MOVE SPACES TO WS-CNAB-DATA-GER
           STRING
               WS-HOJE-NUM(7:2) WS-HOJE-NUM(5:2) WS-HOJE-NUM(1:4)
               INTO WS-CNAB-DATA-GER
           END-STRING
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CNAB-HORA-GER
           MOVE SPACES TO WS-CNAB-DATA-PGTO
           STRING
               WS-DRE-DIA WS-DRE-MES WS-DRE-ANO
               DELIMITED BY SIZE INTO WS-CNAB-DATA-PGTO
           END-STRING

           MOVE "C"           TO PRF-OPERACAO
           MOVE WS-CNAB-BANCO TO PRF-BANCO
           CALL "CNAB-PERFIL" USING CNAB-PERFIL-PARAMS
           END-CALL
           MOVE PRF-VERSAO-ARQ    TO CHA-VERSAO
           MOVE PRF-SERV-PAGTO    TO CHL-SERVICO
           MOVE PRF-FORMA-CREDITO TO CHL-FORMA
           MOVE PRF-VERSAO-LOTE   TO CHL-VERSAO
           MOVE PRF-SEG-CREDITO   TO CSA-SEGMENTO
           MOVE PRF-CAMARA        TO CSA-CAMARA

           MOVE WS-CNAB-BANCO    TO CHA-BANCO
           MOVE WS-EMPRESA-CNPJ  TO CHA-CNPJ
           MOVE WS-CNAB-CONVENIO TO CHA-CONVENIO
           MOVE WS-EMPRESA-NOME  TO CHA-EMPRESA-NOME
           MOVE WS-CNAB-DATA-GER TO CHA-DATA-GER
           MOVE WS-CNAB-HORA-GER TO CHA-HORA-GER
           MOVE 1                TO CHA-NSA
           WRITE CNAB-REC FROM WS-CNAB-HEADER-ARQ

           MOVE WS-CNAB-BANCO    TO CHL-BANCO
           MOVE WS-EMPRESA-CNPJ  TO CHL-CNPJ
           MOVE WS-CNAB-CONVENIO TO CHL-CONVENIO
           MOVE WS-EMPRESA-NOME  TO CHL-EMPRESA-NOME
           WRITE CNAB-REC FROM WS-CNAB-HEADER-LOTE.

       1500-CARREGAR-LOTE SECTION.
      *> O lote enviado: os creditos vao para a tabela e o trailer
      *> de controle da folha e guardado para a amarracao.
           OPEN INPUT LOTE-FILE
           IF NOT WS-LOTE-OK
               DISPLAY "PIX-RETORNO: AVISO - LOTE " WS-NOME-LOTE
                   " INDISPONIVEL, FECHAMENTO SEM AMARRACAO"
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ LOTE-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       IF LOTE-TRAILER-REC(1:9) = "CONTROLE:"
                           PERFORM 1600-LER-TRAILER-LOTE
                       ELSE
                           IF LOTE-MATRICULA IS NUMERIC
                               PERFORM 1550-GUARDAR-CREDITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTE-FILE

           PERFORM 1100-LER-PROXIMO.

       1550-GUARDAR-CREDITO SECTION.
           IF WS-LT-QTD >= 5000
               DISPLAY "PIX-RETORNO: LOTE COM MAIS DE 5000 CREDITOS,"
                   " EXCEDENTE FORA DA CONFERENCIA"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LT-QTD
           MOVE LOTE-MATRICULA TO WS-LT-MATRICULA(WS-LT-QTD)
           MOVE LOTE-NOME      TO WS-LT-NOME(WS-LT-QTD)
           MOVE LOTE-CHAVE     TO WS-LT-CHAVE(WS-LT-QTD)
           MOVE LOTE-VALOR     TO WS-LT-VALOR(WS-LT-QTD)
           MOVE SPACE          TO WS-LT-SITUACAO(WS-LT-QTD)
           MOVE SPACES         TO WS-LT-MOTIVO(WS-LT-QTD)
           MOVE SPACE          TO WS-LT-REEMISSAO(WS-LT-QTD)
           ADD 1 TO WS-QTD-LOTE
           ADD LOTE-VALOR TO WS-TOTAL-LOTE.

       1600-LER-TRAILER-LOTE SECTION.
           MOVE "S" TO WS-TRAILER-ACHADO
           MOVE SPACES TO WS-LIXO WS-TRAILER-QTD-TXT
                          WS-TRAILER-TOTAL-TXT
           UNSTRING LOTE-TRAILER-REC
               DELIMITED BY "REGISTROS=" OR "  TOTAL="
               INTO WS-LIXO WS-TRAILER-QTD-TXT WS-TRAILER-TOTAL-TXT
           END-UNSTRING
           IF WS-TRAILER-QTD-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TRAILER-QTD-TXT)
                   TO WS-QTD-TRAILER
           END-IF
           IF WS-TRAILER-TOTAL-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TRAILER-TOTAL-TXT)
                   TO WS-TOTAL-TRAILER
           END-IF.

       1700-LER-PROX-CHEQUE SECTION.
      *> Mesma numeracao persistida da folha: a reemissao continua a
      *> sequencia em vez de abrir outra faixa.
           OPEN INPUT CHECK-NEXTNUM-FILE
           IF WS-NEXTNUM-OK
               READ CHECK-NEXTNUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NEXTNUM-REC TO WS-CHEQUE-PROX
               END-READ
               CLOSE CHECK-NEXTNUM-FILE
           END-IF.

       2000-PROCESSAR SECTION.
           IF RETIN-MATRICULA IS NOT NUMERIC
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           ADD RETIN-VALOR TO WS-TOTAL-RETORNO

      *> Credito do lote ainda sem situacao, pela matricula e valor.
           MOVE 0 TO WS-ACHOU
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-LT-QTD OR WS-ACHOU > 0
               IF WS-LT-MATRICULA(WS-I) = RETIN-MATRICULA
                       AND WS-LT-VALOR(WS-I) = RETIN-VALOR
                       AND WS-LT-SITUACAO(WS-I) = SPACE
                   MOVE WS-I TO WS-ACHOU
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINHA-DET
           MOVE RETIN-MATRICULA TO DET-MATRICULA
           MOVE RETIN-VALOR     TO DET-VALOR

           IF WS-ACHOU = 0
               ADD 1 TO WS-QTD-FORA-LOTE
               MOVE "*** FORA DO LOTE ENVIADO - REVISAR ***"
                   TO DET-TEXTO
               MOVE WS-LINHA-DET TO RETOUT-LINHA
               WRITE RETOUT-LINHA
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           IF RETIN-OCORRENCIA = "00"
               MOVE "L" TO WS-LT-SITUACAO(WS-ACHOU)
               ADD 1 TO WS-QTD-LIQUIDADOS
               ADD RETIN-VALOR TO WS-TOTAL-LIQUIDADO
               MOVE "LIQUIDADO" TO DET-TEXTO
               PERFORM 2300-BAIXAR-PENDENCIA
           ELSE
               MOVE "R" TO WS-LT-SITUACAO(WS-ACHOU)
               MOVE RETIN-MOTIVO TO WS-LT-MOTIVO(WS-ACHOU)
               IF RETIN-MOTIVO = SPACES
                   MOVE SPACES TO WS-LT-MOTIVO(WS-ACHOU)
                   STRING "OCORRENCIA " RETIN-OCORRENCIA
                       DELIMITED BY SIZE
                       INTO WS-LT-MOTIVO(WS-ACHOU)
                   END-STRING
               END-IF
               ADD 1 TO WS-QTD-REJEITADOS
               ADD RETIN-VALOR TO WS-TOTAL-REJEITADO
               PERFORM 2200-REEMITIR
               PERFORM 2400-MARCAR-PENDENCIA
               MOVE SPACES TO DET-TEXTO
               STRING
                   "REJEITADO - " DELIMITED BY SIZE
                   WS-LT-MOTIVO(WS-ACHOU) DELIMITED BY SIZE
                   INTO DET-TEXTO
               END-STRING
           END-IF

           MOVE WS-LINHA-DET TO RETOUT-LINHA
           WRITE RETOUT-LINHA

           PERFORM 1100-LER-PROXIMO.

       2200-REEMITIR SECTION.
      *> Conta no cadastro: credito CNAB no proximo dia util; sem
      *> conta (ou fora do cadastro), cheque.
           MOVE "M"             TO FSNP-OPERACAO
           MOVE RETIN-MATRICULA TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS = "OK" AND FSNP-BANCO > 0
               PERFORM 2500-REEMITIR-CNAB
           ELSE
               PERFORM 2600-REEMITIR-CHEQUE
           END-IF.

       2300-BAIXAR-PENDENCIA SECTION.
      *> Credito PIX liquidado: a chave do funcionario voltou a
      *> funcionar, a pendencia deixa de existir.
           MOVE RETIN-MATRICULA TO PXP-MATRICULA
           DELETE PENDENCIA-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       2400-MARCAR-PENDENCIA SECTION.
           MOVE SPACES                 TO PXP-REC
           MOVE RETIN-MATRICULA        TO PXP-MATRICULA
           MOVE WS-LT-CHAVE(WS-ACHOU)  TO PXP-CHAVE
           MOVE WS-LT-MOTIVO(WS-ACHOU) TO PXP-MOTIVO
           MOVE WS-HOJE-NUM            TO PXP-DATA
           MOVE WS-EMPRESA             TO PXP-EMPRESA
           WRITE PXP-REC
               INVALID KEY
                   REWRITE PXP-REC
                   END-REWRITE
           END-WRITE.

       2500-REEMITIR-CNAB SECTION.
           ADD 1 TO WS-CNAB-SEQ-LOTE
           MOVE WS-CNAB-BANCO         TO CSA-BANCO
           MOVE WS-CNAB-SEQ-LOTE      TO CSA-SEQ
           MOVE FSNP-BANCO            TO CSA-BANCO-FAV
           MOVE FSNP-AGENCIA          TO CSA-AGENCIA-FAV
           MOVE FSNP-CONTA            TO CSA-CONTA-FAV
           MOVE FSNP-CONTA-DV         TO CSA-CONTA-DV-FAV
           MOVE FSNP-NOME             TO CSA-NOME-FAV
      *> Matricula no numero do documento, como a remessa da folha:
      *> o CNAB-RETURN a le de volta se este credito tambem voltar.
           MOVE SPACES                TO CSA-NUM-DOC
           MOVE RETIN-MATRICULA       TO CSA-NUM-DOC(1:9)
           MOVE WS-CNAB-DATA-PGTO     TO CSA-DATA-PGTO
           MOVE RETIN-VALOR           TO CSA-VALOR
           WRITE CNAB-REC FROM WS-CNAB-SEG-A
           MOVE "C" TO WS-LT-REEMISSAO(WS-ACHOU)
           ADD 1 TO WS-QTD-REEM-CNAB
           ADD RETIN-VALOR TO WS-TOTAL-REEM-CNAB.

       2600-REEMITIR-CHEQUE SECTION.
      *> Credito recusado vira cheque pela mesma maquinaria da folha:
      *> extenso pareado do EXT-MOEDA, numero da faixa persistida e
      *> registro no CHECK-REGISTER para a conciliacao bancaria.
           COMPUTE WS-VAL-REAIS = RETIN-VALOR / 100
           COMPUTE WS-VAL-CENTS =
               RETIN-VALOR - (WS-VAL-REAIS * 100)
           MOVE WS-VAL-REAIS TO WS-VAL-REAIS-ED
           MOVE WS-VAL-CENTS TO WS-VAL-CENTS-ED
           MOVE SPACES TO WS-VALOR-TXT
           STRING
               FUNCTION TRIM(WS-VAL-REAIS-ED)
               ","
               WS-VAL-CENTS-ED
               INTO WS-VALOR-TXT
           END-STRING

           MOVE SPACES        TO WS-MOEDA-IN
           MOVE WS-VALOR-TXT  TO WS-MOEDA-VALOR
           MOVE "BRL"         TO WS-MOEDA-COD
           MOVE "BR"          TO WS-MOEDA-FORMATO
           MOVE "S"           TO WS-MOEDA-ANTIFRAUDE
           CALL "EXT-MOEDA" USING
               WS-MOEDA-IN
               WS-MOEDA-OUT
           END-CALL

           MOVE SPACES TO REEM-REC
           MOVE RETIN-MATRICULA       TO REEM-MATRICULA
           MOVE WS-LT-NOME(WS-ACHOU)  TO REEM-NOME
           MOVE WS-VALOR-TXT          TO REEM-VALOR
           MOVE WS-MOEDA-TEXTO        TO REEM-EXTENSO
           MOVE WS-MOEDA-TEXTO-CONT   TO REEM-EXTENSO-CONT
           MOVE WS-MOEDA-STATUS       TO REEM-STATUS
           MOVE WS-CHEQUE-PROX        TO REEM-CHEQUE-NUM
           WRITE REEM-REC

           MOVE SPACES TO CHQREG-REC
           MOVE WS-CHEQUE-PROX        TO CHQREG-NUMERO
           MOVE RETIN-MATRICULA       TO CHQREG-MATRICULA
           MOVE RETIN-VALOR           TO CHQREG-VALOR
           MOVE SPACES                TO CHQREG-DATA
           STRING
               WS-DRE-ANO "-" WS-DRE-MES "-" WS-DRE-DIA
               DELIMITED BY SIZE INTO CHQREG-DATA
           END-STRING
           MOVE "EMITIDO"             TO CHQREG-STATUS
           MOVE 0                     TO CHQREG-NUM-ORIGEM
           WRITE CHQREG-REC
               INVALID KEY
                   DISPLAY "AVISO: CHEQUE " WS-CHEQUE-PROX
                       " JA EXISTIA NO REGISTRO"
           END-WRITE

           MOVE "Q" TO WS-LT-REEMISSAO(WS-ACHOU)
           ADD 1 TO WS-CHEQUE-PROX
           ADD 1 TO WS-QTD-REEM-CHEQUE
           ADD RETIN-VALOR TO WS-TOTAL-REEM-CHEQUE.

       3000-FECHAR-LOTE SECTION.
      *> O lote marcado, credito a credito; o que o banco nao
      *> devolveu fica SEM RETORNO e aparece no relatorio.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LT-QTD
               MOVE SPACES TO LIQ-REC
               MOVE WS-LT-MATRICULA(WS-I) TO LIQ-MATRICULA
               MOVE WS-LT-NOME(WS-I)      TO LIQ-NOME
               MOVE WS-LT-CHAVE(WS-I)     TO LIQ-CHAVE
               MOVE WS-LT-VALOR(WS-I)     TO LIQ-VALOR
               MOVE WS-LT-MOTIVO(WS-I)    TO LIQ-MOTIVO
               MOVE WS-LT-REEMISSAO(WS-I) TO LIQ-REEMISSAO
               EVALUATE WS-LT-SITUACAO(WS-I)
                   WHEN "L"
                       MOVE "LIQUIDADO"   TO LIQ-SITUACAO
                   WHEN "R"
                       MOVE "REJEITADO"   TO LIQ-SITUACAO
                   WHEN OTHER
                       MOVE "SEM RETORNO" TO LIQ-SITUACAO
                       ADD 1 TO WS-QTD-SEM-RETORNO
                       MOVE SPACES TO WS-LINHA-DET
                       MOVE WS-LT-MATRICULA(WS-I) TO DET-MATRICULA
                       MOVE WS-LT-VALOR(WS-I)     TO DET-VALOR
                       MOVE "*** NO LOTE, SEM RETORNO DO BANCO ***"
                           TO DET-TEXTO
                       MOVE WS-LINHA-DET TO RETOUT-LINHA
                       WRITE RETOUT-LINHA
               END-EVALUATE
               WRITE LIQ-REC
           END-PERFORM

           MOVE WS-QTD-LIQUIDADOS  TO WS-CTRL-QTD
           MOVE WS-TOTAL-LIQUIDADO TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO LIQ-TRAILER-REC
           WRITE LIQ-TRAILER-REC.

       9000-FINALIZAR SECTION.
      *> Trailers da remessa de reemissao e dos cheques, e a remessa
      *> no registro de transmissao.
           MOVE WS-CNAB-BANCO TO CTL-BANCO
           COMPUTE CTL-QTD-REG = WS-QTD-REEM-CNAB + 2
           MOVE WS-TOTAL-REEM-CNAB TO CTL-SOMA-VALOR
           WRITE CNAB-REC FROM WS-CNAB-TRAILER-LOTE
           MOVE WS-CNAB-BANCO TO CTA-BANCO
           MOVE 1             TO CTA-QTD-LOTES
           COMPUTE CTA-QTD-REG = WS-QTD-REEM-CNAB + 4
           WRITE CNAB-REC FROM WS-CNAB-TRAILER-ARQ
           CLOSE REEM-CNAB-FILE
           IF WS-QTD-REEM-CNAB > 0
               MOVE "R"                TO WS-TRS-OPERACAO
               MOVE WS-NOME-REEM-CNAB  TO WS-TRS-ARQUIVO
               MOVE WS-EMPRESA         TO WS-TRS-EMPRESA
               MOVE WS-QTD-REEM-CNAB   TO WS-TRS-QTD
               MOVE WS-TOTAL-REEM-CNAB TO WS-TRS-TOTAL
               CALL "TRANSMISSAO-REG" USING WS-TRS-PARAMS
               END-CALL
           END-IF

           MOVE WS-QTD-REEM-CHEQUE   TO WS-CTRL-QTD
           MOVE WS-TOTAL-REEM-CHEQUE TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO REEM-TRAILER-REC
           WRITE REEM-TRAILER-REC
           PERFORM 9200-GRAVAR-PROX-CHEQUE

           MOVE ALL "-" TO RETOUT-LINHA
           WRITE RETOUT-LINHA
           MOVE SPACES TO RETOUT-LINHA
           STRING
               "RETORNO: "        DELIMITED BY SIZE
               WS-QTD-LIDOS       DELIMITED BY SIZE
               "  LIQUIDADOS: "   DELIMITED BY SIZE
               WS-QTD-LIQUIDADOS  DELIMITED BY SIZE
               "  REJEITADOS: "   DELIMITED BY SIZE
               WS-QTD-REJEITADOS  DELIMITED BY SIZE
               INTO RETOUT-LINHA
           END-STRING
           WRITE RETOUT-LINHA
           MOVE SPACES TO RETOUT-LINHA
           STRING
               "REEMISSAO: CNAB "  DELIMITED BY SIZE
               WS-QTD-REEM-CNAB    DELIMITED BY SIZE
               "  CHEQUE "         DELIMITED BY SIZE
               WS-QTD-REEM-CHEQUE  DELIMITED BY SIZE
               "  PARA "           DELIMITED BY SIZE
               WS-DATA-REEMISSAO   DELIMITED BY SIZE
               INTO RETOUT-LINHA
           END-STRING
           WRITE RETOUT-LINHA

      *> Amarracao: lote recomputado x trailer de controle da folha
      *> x retorno do banco (liquidado + rejeitado).
           MOVE SPACES TO RETOUT-LINHA
           STRING
               "LOTE: QTD="       DELIMITED BY SIZE
               WS-QTD-LOTE        DELIMITED BY SIZE
               " TOTAL="          DELIMITED BY SIZE
               WS-TOTAL-LOTE      DELIMITED BY SIZE
               "  TRAILER: QTD="  DELIMITED BY SIZE
               WS-QTD-TRAILER     DELIMITED BY SIZE
               INTO RETOUT-LINHA
           END-STRING
           WRITE RETOUT-LINHA
           MOVE SPACES TO RETOUT-LINHA
           STRING
               "RETORNO: QTD="    DELIMITED BY SIZE
               WS-QTD-LIDOS       DELIMITED BY SIZE
               " TOTAL="          DELIMITED BY SIZE
               WS-TOTAL-RETORNO   DELIMITED BY SIZE
               "  SEM RETORNO: "  DELIMITED BY SIZE
               WS-QTD-SEM-RETORNO DELIMITED BY SIZE
               INTO RETOUT-LINHA
           END-STRING
           WRITE RETOUT-LINHA

           IF WS-TRAILER-ACHADO = "S"
                   AND (WS-QTD-TRAILER NOT = WS-QTD-LOTE
                        OR WS-TOTAL-TRAILER NOT = WS-TOTAL-LOTE)
               MOVE "*** LOTE NAO FECHA COM O PROPRIO TRAILER ***"
                   TO RETOUT-LINHA
               WRITE RETOUT-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-QTD-LIDOS = WS-QTD-LOTE
                   AND WS-TOTAL-RETORNO = WS-TOTAL-LOTE
                   AND WS-QTD-FORA-LOTE = 0
               MOVE "AMARRACAO OK - RETORNO FECHA COM O LOTE"
                   TO RETOUT-LINHA
           ELSE
               MOVE "*** RETORNO NAO FECHA COM O LOTE - REVISAR ***"
                   TO RETOUT-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RETOUT-LINHA

           CLOSE RETORNO-FILE
           CLOSE LIQUIDACAO-FILE
           CLOSE REEMISSAO-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE PENDENCIA-FILE
           CLOSE RETURN-REPORT-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           DISPLAY "PIX-RETORNO: LIDOS=" WS-QTD-LIDOS
               " LIQUIDADOS=" WS-QTD-LIQUIDADOS
               " REJEITADOS=" WS-QTD-REJEITADOS
               " SEM-RETORNO=" WS-QTD-SEM-RETORNO
           DISPLAY "PIX-RETORNO: REEMITIDOS CNAB=" WS-QTD-REEM-CNAB
               " CHEQUE=" WS-QTD-REEM-CHEQUE.

       9200-GRAVAR-PROX-CHEQUE SECTION.
           OPEN OUTPUT CHECK-NEXTNUM-FILE
           MOVE WS-CHEQUE-PROX TO NEXTNUM-REC
           WRITE NEXTNUM-REC
           CLOSE CHECK-NEXTNUM-FILE.
