       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPA-EMITE.

      *> Pagamento de autonomo (sem CNPJ) por Recibo de Pagamento de
      *> Autonomo, no lugar do RPA preenchido a mao. Cada linha do
      *> RPA-IN (CPF, data do pagamento, valor do servico e a
      *> descricao) vira um RPA impresso no RPA-DOCS, um pagamento
      *> no lote do dia e um lancamento no RPA-HIST, de onde a
      *> DIRF-ANUAL tira os rendimentos do autonomo (receita 0588).
      *>
      *> Retencoes:
      *>   INSS = 11% ate o teto, pelo ENCARGOS-CALC como contribuinte
      *>          individual;
      *>   IRRF = tabela mensal do ENCARGOS-CALC sobre o valor menos o
      *>          INSS;
      *>   ISS  = aliquota do municipio do autonomo na ISS-TABELA
      *>          (linhas VIGENCIA;MUNICIPIO;ALIQ, aliquota em
      *>          centesimos de % -- 500 = 5,00%). Autonomo sem
      *>          municipio no cadastro recolhe o proprio ISS.
      *> INSS e IRRF sao do mes: o calculo roda sobre tudo o que o
      *> autonomo ja recebeu da mesma empresa no mes do pagamento
      *> (RPA-HIST) mais este RPA, e retem so a diferenca do que ja
      *> foi retido -- dois RPAs no mes nao furam o teto nem escapam
      *> da faixa do IRRF.
      *>
      *> Pagamento: chave PIX do cadastro tem preferencia (RPA-PIX-
      *> Enn); senao credito em conta na remessa CNAB-240 (RPA-CNAB-
      *> Enn). Os dois arquivos entram no TRANSMISSAO-REG como os da
      *> folha; a rodada seguinte regrava os dois, entao o lote vai
      *> ao banco antes de outra rodada.
      *>
      *> Recusas (RETURN-CODE 4): CPF fora do cadastro ou inativo,
      *> empresa divergente, valor ou data invalidos, municipio sem
      *> aliquota, liquido zerado, e o mesmo RPA (CPF, data e valor)
      *> ja lancado -- reprocessar o RPA-IN nao paga duas vezes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA-IN-FILE ASSIGN TO "RPA-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIN-FS.
           SELECT AUTONOMO-FILE ASSIGN TO "AUTONOMO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-CPF
               FILE STATUS IS WS-AUT-FS.
           SELECT RPA-HIST-FILE ASSIGN TO "RPA-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPH-CHAVE
               FILE STATUS IS WS-RPH-FS.
           SELECT ISS-TABELA-FILE ASSIGN TO "ISS-TABELA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISS-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT RPA-DOCS-FILE ASSIGN TO "RPA-DOCS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPA-CNAB-FILE ASSIGN TO DYNAMIC WS-NOME-CNAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNAB-FS.
           SELECT RPA-PIX-FILE ASSIGN TO DYNAMIC WS-NOME-PIX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIX-FS.

       DATA DIVISION.
       FILE SECTION.
      *> RPAIN-VALOR no formato da folha ("1.500,00"); data em branco
      *> = hoje; empresa em branco = a da rodada.
       FD  RPA-IN-FILE.
       01  RPAIN-REC.
           05  RPAIN-CPF             PIC 9(11).
           05  RPAIN-EMPRESA         PIC X(02).
           05  RPAIN-DATA-PGTO       PIC X(08).
           05  RPAIN-VALOR           PIC X(15).
           05  RPAIN-SERVICO         PIC X(60).

       FD  AUTONOMO-FILE.
       01  AUT-REC.
           05  AUT-CPF               PIC 9(11).
           05  AUT-NOME              PIC X(50).
           05  AUT-PIS               PIC 9(11).
           05  AUT-OCUPACAO          PIC X(30).
           05  AUT-MUNICIPIO         PIC X(07).
           05  AUT-BANCO             PIC 9(03).
           05  AUT-AGENCIA           PIC 9(04).
           05  AUT-CONTA             PIC 9(08).
           05  AUT-CONTA-DV          PIC 9(01).
           05  AUT-PIX               PIC X(40).
           05  AUT-STATUS            PIC X(01).
           05  AUT-DATA-ALTER        PIC X(08).

      *> Um registro por RPA: CPF + ano/mes do pagamento + sequencia
      *> do autonomo no mes (o numero do recibo). Valores em
      *> centavos; RPH-TRILHO "P" = PIX, "C" = credito CNAB.
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

       FD  ISS-TABELA-FILE.
       01  ISS-LINHA                 PIC X(80).

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

       FD  RPA-DOCS-FILE.
       01  DOC-LINHA                 PIC X(100).

       FD  RPA-CNAB-FILE.
       01  CNAB-REC                  PIC X(240).

      *> Mesmo layout do lote PIX da folha; no lugar da matricula
      *> vai o numero do RPA (AAAAMM + sequencia).
       FD  RPA-PIX-FILE.
       01  PIX-REC.
           05  PIX-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(02).
           05  PIX-NOME              PIC X(50).
           05  FILLER                PIC X(02).
           05  PIX-CHAVE             PIC X(40).
           05  FILLER                PIC X(02).
           05  PIX-VALOR             PIC 9(15).
       01  PIX-TRAILER-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-RIN-OK                        VALUE "00".
       01  WS-AUT-FS                 PIC X(02) VALUE SPACES.
           88  WS-AUT-OK                        VALUE "00".
       01  WS-RPH-FS                 PIC X(02) VALUE SPACES.
           88  WS-RPH-OK                        VALUE "00".
       01  WS-ISS-FS                 PIC X(02) VALUE SPACES.
           88  WS-ISS-OK                        VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-CNAB-FS                PIC X(02) VALUE SPACES.
           88  WS-CNAB-OK                       VALUE "00".
       01  WS-PIX-FS                 PIC X(02) VALUE SPACES.
           88  WS-PIX-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".
       01  WS-FIM-HIST               PIC X(01) VALUE "N".

       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-EMPRESA-NOME           PIC X(30) VALUE SPACES.
       01  WS-EMPRESA-CNPJ           PIC 9(14) VALUE ZEROS.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-NOME-CNAB              PIC X(20) VALUE SPACES.
       01  WS-NOME-PIX               PIC X(20) VALUE SPACES.
       01  WS-MOTIVO                 PIC X(40) VALUE SPACES.

      *> Tabela de aliquotas de ISS por municipio e vigencia.
       01  WS-ISS-TABELA.
           05  WS-ISS-QTD            PIC 9(03) COMP-5 VALUE 0.
           05  WS-ISS-ITEM OCCURS 500 TIMES.
               10  WS-ISS-VIG        PIC 9(08).
               10  WS-ISS-MUNICIPIO  PIC X(07).
               10  WS-ISS-TAB-ALIQ   PIC 9(05).
       01  WS-CAMPO-VIG              PIC X(10) VALUE SPACES.
       01  WS-CAMPO-MUN              PIC X(10) VALUE SPACES.
       01  WS-CAMPO-ALIQ             PIC X(06) VALUE SPACES.
       01  WS-I-ISS                  PIC 9(03) COMP-5 VALUE 0.
       01  WS-VIG-ACHADA             PIC 9(08) VALUE 0.

      *> RPA corrente.
       01  WS-DATA-PGTO              PIC 9(08) VALUE 0.
       01  WS-DATA-PGTO-X REDEFINES WS-DATA-PGTO.
           05  WS-DPG-ANO            PIC 9(04).
           05  WS-DPG-MES            PIC 9(02).
           05  WS-DPG-DIA            PIC 9(02).
       01  WS-ANOMES                 PIC 9(06) VALUE 0.
       01  WS-SEQ                    PIC 9(03) VALUE 0.
       01  WS-RPA-NUMERO             PIC 9(09) VALUE 0.
       01  WS-BRUTO                  PIC S9(15) VALUE 0.
       01  WS-INSS                   PIC S9(15) VALUE 0.
       01  WS-IRRF                   PIC S9(15) VALUE 0.
       01  WS-ISS                    PIC S9(15) VALUE 0.
       01  WS-ISS-ALIQ               PIC 9(05) VALUE 0.
       01  WS-LIQUIDO                PIC S9(15) VALUE 0.
       01  WS-MES-BRUTO              PIC S9(15) VALUE 0.
       01  WS-MES-INSS               PIC S9(15) VALUE 0.
       01  WS-MES-IRRF               PIC S9(15) VALUE 0.
       01  WS-DUPLICADO              PIC X(01) VALUE "N".
       01  WS-TRILHO                 PIC X(01) VALUE SPACE.
       01  WS-ALIQ-INT               PIC 9(03) VALUE 0.
       01  WS-ALIQ-DEC               PIC 9(02) VALUE 0.
       01  WS-ALIQ-INT-ED            PIC ZZ9.

       01  WS-CPF-ED.
           05  WS-CPF-ED-1           PIC 9(03).
           05  FILLER                PIC X(01) VALUE ".".
           05  WS-CPF-ED-2           PIC 9(03).
           05  FILLER                PIC X(01) VALUE ".".
           05  WS-CPF-ED-3           PIC 9(03).
           05  FILLER                PIC X(01) VALUE "-".
           05  WS-CPF-ED-4           PIC 9(02).
       01  WS-CPF-NUM                PIC 9(11) VALUE 0.
       01  WS-CPF-NUM-X REDEFINES WS-CPF-NUM.
           05  WS-CPF-P1             PIC 9(03).
           05  WS-CPF-P2             PIC 9(03).
           05  WS-CPF-P3             PIC 9(03).
           05  WS-CPF-P4             PIC 9(02).

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-EMITIDOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RECUSADOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-CNAB           PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PIX            PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-BRUTO            PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-CNAB             PIC S9(15) VALUE ZEROS.
       01  WS-TOTAL-PIX              PIC S9(15) VALUE ZEROS.

       01  WS-ENC-PARAMS.
           05  WS-ENC-DATA-REF       PIC 9(08).
           05  WS-ENC-BRUTO          PIC S9(15).
           05  WS-ENC-INSS           PIC S9(15).
           05  WS-ENC-IRRF           PIC S9(15).
           05  WS-ENC-STATUS         PIC X(03).
           05  WS-ENC-QTD-DEP-IRRF   PIC 9(02) VALUE 0.
           05  WS-ENC-QTD-DEP-SALFAM PIC 9(02) VALUE 0.
           05  WS-ENC-DEDUCAO-DEP    PIC S9(15) VALUE 0.
           05  WS-ENC-SALFAM         PIC S9(15) VALUE 0.
           05  WS-ENC-TIPO-SEGURADO  PIC X(01) VALUE "C".

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

       01  WS-DATA-IN.
           05  WS-DATA-DIA           PIC 9(2).
           05  WS-DATA-MES           PIC 9(2).
           05  WS-DATA-ANO           PIC 9(4).
           05  WS-DATA-CASO          PIC X(1)   VALUE SPACES.
           05  WS-DATA-IDIOMA        PIC X(2)   VALUE SPACES.
       01  WS-DATA-OUT.
           05  WS-DATA-TEXTO         PIC X(256).
           05  WS-DATA-STATUS        PIC X(3).
           05  WS-DATA-DIA-SEMANA    PIC X(14).

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

      *> Linha de valor do recibo: rotulo e valor alinhado.
       01  WS-LIN-VALOR.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  LV-ROTULO             PIC X(30).
           05  LV-VALOR              PIC X(15) JUSTIFIED RIGHT.
           05  FILLER                PIC X(51) VALUE SPACES.

      *> Parse dos valores "1.500,00" para centavos, a mesma conta do
      *> PAYROLL-RUN.
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

      *> Centavos para o texto "reais,cc".
       01  WS-FMT-REAIS              PIC 9(13) VALUE 0.
       01  WS-FMT-CENTS              PIC 9(02) VALUE 0.
       01  WS-FMT-REAIS-ED           PIC Z(12)9.
       01  WS-FMT-CENTS-ED           PIC 9(02).
       01  WS-FMT-ENTRADA            PIC S9(15) VALUE 0.
       01  WS-FMT-ABS                PIC 9(15) VALUE 0.
       01  WS-FMT-SINAL              PIC X(01) VALUE SPACE.
       01  WS-FMT-SAIDA              PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL WS-FIM-ARQUIVO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "RPA-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN INPUT RPA-IN-FILE
           IF NOT WS-RIN-OK
               DISPLAY "RPA-EMITE: RPA-IN NAO ENCONTRADO (STATUS="
                   WS-RIN-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT AUTONOMO-FILE
           IF NOT WS-AUT-OK
               DISPLAY "RPA-EMITE: AUTONOMO-MASTER NAO ENCONTRADO "
                   "(STATUS=" WS-AUT-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O RPA-HIST-FILE
           IF NOT WS-RPH-OK
               OPEN OUTPUT RPA-HIST-FILE
               CLOSE RPA-HIST-FILE
               OPEN I-O RPA-HIST-FILE
           END-IF

           PERFORM 1200-CARREGAR-ISS
           PERFORM 1300-LER-EMPRESA

           OPEN OUTPUT RPA-DOCS-FILE
           MOVE SPACES TO WS-NOME-CNAB WS-NOME-PIX
           STRING "RPA-CNAB-E" WS-EMPRESA INTO WS-NOME-CNAB
           END-STRING
           STRING "RPA-PIX-E" WS-EMPRESA INTO WS-NOME-PIX
           END-STRING
           OPEN OUTPUT RPA-CNAB-FILE
           OPEN OUTPUT RPA-PIX-FILE
           PERFORM 1400-ABRIR-REMESSA-CNAB

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ RPA-IN-FILE
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       1200-CARREGAR-ISS SECTION.
      *> Sem ISS-TABELA so passa autonomo sem municipio de retencao;
      *> os demais sao recusados no calculo.
           OPEN INPUT ISS-TABELA-FILE
           IF NOT WS-ISS-OK
               DISPLAY "RPA-EMITE: ISS-TABELA AUSENTE (STATUS="
                   WS-ISS-FS ")"
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ ISS-TABELA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       PERFORM 1250-APLICAR-LINHA-ISS
               END-READ
           END-PERFORM
           CLOSE ISS-TABELA-FILE.

       1250-APLICAR-LINHA-ISS SECTION.
           IF ISS-LINHA = SPACES OR ISS-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           IF WS-ISS-QTD >= 500
               DISPLAY "RPA-EMITE: ISS-TABELA COM MAIS DE 500 "
                   "LINHAS, EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-CAMPO-VIG WS-CAMPO-MUN WS-CAMPO-ALIQ
           UNSTRING ISS-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-VIG
                    WS-CAMPO-MUN
                    WS-CAMPO-ALIQ
           END-UNSTRING
           IF WS-CAMPO-VIG = SPACES OR WS-CAMPO-MUN = SPACES
                   OR WS-CAMPO-ALIQ = SPACES
               DISPLAY "RPA-EMITE: LINHA INVALIDA NA ISS-TABELA: "
                   ISS-LINHA
               EXIT SECTION
           END-IF
           ADD 1 TO WS-ISS-QTD
           MOVE FUNCTION NUMVAL(WS-CAMPO-VIG) TO WS-ISS-VIG(WS-ISS-QTD)
           MOVE WS-CAMPO-MUN(1:7) TO WS-ISS-MUNICIPIO(WS-ISS-QTD)
           MOVE FUNCTION NUMVAL(WS-CAMPO-ALIQ)
               TO WS-ISS-TAB-ALIQ(WS-ISS-QTD).

       1300-LER-EMPRESA SECTION.
      *> Fonte pagadora do recibo e identificacao da remessa; campo
      *> nao preenchido no cadastro deixa valer o padrao da folha.
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
      *> Header de arquivo e de lote; cada credito leva a data de
      *> pagamento do proprio RPA.
           MOVE SPACES TO WS-CNAB-DATA-GER
           STRING
               WS-DATA-HOJE(7:2) WS-DATA-HOJE(5:2) WS-DATA-HOJE(1:4)
               INTO WS-CNAB-DATA-GER
           END-STRING
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CNAB-HORA-GER

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

       2000-PROCESSAR SECTION.
           IF RPAIN-REC = SPACES OR RPAIN-REC(1:1) = "*"
               SUBTRACT 1 FROM WS-QTD-LIDOS
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-MOTIVO
           PERFORM 2100-CRITICAR
           IF WS-MOTIVO = SPACES
               PERFORM 2200-ACUMULADO-MES
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2300-CALCULAR
           END-IF
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           PERFORM 2400-POSTAR
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF
           PERFORM 2500-PAGAR
           PERFORM 2600-IMPRIMIR-RPA

           ADD 1 TO WS-QTD-EMITIDOS
           ADD WS-BRUTO TO WS-TOTAL-BRUTO
           PERFORM 1100-LER-PROXIMO.

       2100-CRITICAR SECTION.
           IF RPAIN-EMPRESA NOT = SPACES
                   AND RPAIN-EMPRESA NOT = "00"
                   AND RPAIN-EMPRESA NOT = WS-EMPRESA
               MOVE "EMPRESA DIVERGENTE" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF RPAIN-CPF IS NOT NUMERIC
               MOVE "CPF INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE RPAIN-CPF TO AUT-CPF
           READ AUTONOMO-FILE
               INVALID KEY
                   MOVE "CPF FORA DO CADASTRO DE AUTONOMOS"
                       TO WS-MOTIVO
                   EXIT SECTION
           END-READ
           IF AUT-STATUS NOT = "A"
               MOVE "AUTONOMO INATIVO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF AUT-PIX = SPACES AND AUT-BANCO = 0
               MOVE "AUTONOMO SEM CONTA NEM PIX" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           MOVE RPAIN-VALOR TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-BRUTO
           IF WS-BRUTO <= 0
               MOVE "VALOR DO SERVICO INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF RPAIN-DATA-PGTO = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-PGTO
           ELSE
               IF RPAIN-DATA-PGTO IS NOT NUMERIC
                   MOVE "DATA DE PAGAMENTO INVALIDA" TO WS-MOTIVO
                   EXIT SECTION
               END-IF
               MOVE RPAIN-DATA-PGTO TO WS-DATA-PGTO
           END-IF
      *> A data do recibo sai por extenso; o EXT-DATA e tambem quem
      *> recusa o 30 de fevereiro.
           MOVE WS-DPG-DIA TO WS-DATA-DIA
           MOVE WS-DPG-MES TO WS-DATA-MES
           MOVE WS-DPG-ANO TO WS-DATA-ANO
           CALL "EXT-DATA" USING WS-DATA-IN WS-DATA-OUT
           END-CALL
           IF WS-DATA-STATUS NOT = "OK"
               MOVE "DATA DE PAGAMENTO INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           COMPUTE WS-ANOMES = WS-DPG-ANO * 100 + WS-DPG-MES.

       2200-ACUMULADO-MES SECTION.
      *> RPAs do autonomo no mes do pagamento: o que ja foi pago e
      *> retido por esta empresa, a proxima sequencia livre e o
      *> mesmo RPA ja lancado.
           MOVE 0 TO WS-MES-BRUTO WS-MES-INSS WS-MES-IRRF WS-SEQ
           MOVE "N" TO WS-DUPLICADO
           MOVE AUT-CPF   TO RPH-CPF
           MOVE WS-ANOMES TO RPH-ANOMES
           MOVE 0         TO RPH-SEQ
           MOVE "N" TO WS-FIM-HIST
           START RPA-HIST-FILE
               KEY IS NOT LESS THAN RPH-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-HIST
           END-START
           PERFORM UNTIL WS-FIM-HIST = "S"
               READ RPA-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-HIST
                   NOT AT END
                       IF RPH-CPF NOT = AUT-CPF
                               OR RPH-ANOMES NOT = WS-ANOMES
                           MOVE "S" TO WS-FIM-HIST
                       ELSE
                           MOVE RPH-SEQ TO WS-SEQ
                           IF RPH-EMPRESA = WS-EMPRESA
                               ADD RPH-BRUTO TO WS-MES-BRUTO
                               ADD RPH-INSS  TO WS-MES-INSS
                               ADD RPH-IRRF  TO WS-MES-IRRF
                               IF RPH-DATA-PGTO = WS-DATA-PGTO
                                       AND RPH-BRUTO = WS-BRUTO
                                   MOVE "S" TO WS-DUPLICADO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DUPLICADO = "S"
               MOVE "RPA JA EMITIDO (MESMA DATA E VALOR)" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF WS-SEQ >= 999
               MOVE "LIMITE DE RPAS NO MES" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           ADD 1 TO WS-SEQ
           COMPUTE WS-RPA-NUMERO = WS-ANOMES * 1000 + WS-SEQ.

       2300-CALCULAR SECTION.
      *> INSS e IRRF do mes inteiro menos o que ja foi retido.
           MOVE WS-DATA-PGTO TO WS-ENC-DATA-REF
           COMPUTE WS-ENC-BRUTO = WS-MES-BRUTO + WS-BRUTO
           MOVE "C" TO WS-ENC-TIPO-SEGURADO
           CALL "ENCARGOS-CALC" USING WS-ENC-PARAMS
           END-CALL
           IF WS-ENC-STATUS NOT = "OK"
               MOVE "SEM TABELA DE INSS/IRRF NA DATA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           COMPUTE WS-INSS = WS-ENC-INSS - WS-MES-INSS
           IF WS-INSS < 0
               MOVE 0 TO WS-INSS
           END-IF
           COMPUTE WS-IRRF = WS-ENC-IRRF - WS-MES-IRRF
           IF WS-IRRF < 0
               MOVE 0 TO WS-IRRF
           END-IF

           MOVE 0 TO WS-ISS WS-ISS-ALIQ
           IF AUT-MUNICIPIO NOT = SPACES
               MOVE 0 TO WS-VIG-ACHADA
               PERFORM VARYING WS-I-ISS FROM 1 BY 1
                   UNTIL WS-I-ISS > WS-ISS-QTD
                   IF WS-ISS-MUNICIPIO(WS-I-ISS) = AUT-MUNICIPIO
                           AND WS-ISS-VIG(WS-I-ISS) <= WS-DATA-PGTO
                           AND WS-ISS-VIG(WS-I-ISS) > WS-VIG-ACHADA
                       MOVE WS-ISS-VIG(WS-I-ISS)  TO WS-VIG-ACHADA
                       MOVE WS-ISS-TAB-ALIQ(WS-I-ISS) TO WS-ISS-ALIQ
                   END-IF
               END-PERFORM
               IF WS-VIG-ACHADA = 0
                   MOVE "MUNICIPIO SEM ALIQUOTA NA ISS-TABELA"
                       TO WS-MOTIVO
                   EXIT SECTION
               END-IF
               COMPUTE WS-ISS ROUNDED = WS-BRUTO * WS-ISS-ALIQ / 10000
           END-IF

           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF - WS-ISS
           IF WS-LIQUIDO <= 0
               MOVE "LIQUIDO ZERADO PELAS RETENCOES" TO WS-MOTIVO
           END-IF.

       2400-POSTAR SECTION.
      *> Chave e trilho gravados antes do pagamento: o lancamento e
      *> o que impede o mesmo RPA de sair duas vezes.
           MOVE "C" TO WS-TRILHO
           IF AUT-PIX NOT = SPACES
               MOVE "P" TO WS-TRILHO
           END-IF

           MOVE SPACES          TO RPH-REC
           MOVE AUT-CPF         TO RPH-CPF
           MOVE WS-ANOMES       TO RPH-ANOMES
           MOVE WS-SEQ          TO RPH-SEQ
           MOVE WS-EMPRESA      TO RPH-EMPRESA
           MOVE AUT-NOME        TO RPH-NOME
           MOVE WS-DATA-PGTO    TO RPH-DATA-PGTO
           MOVE WS-BRUTO        TO RPH-BRUTO
           MOVE WS-INSS         TO RPH-INSS
           MOVE WS-IRRF         TO RPH-IRRF
           MOVE WS-ISS          TO RPH-ISS
           MOVE WS-LIQUIDO      TO RPH-LIQUIDO
           MOVE WS-TRILHO       TO RPH-TRILHO
           MOVE RPAIN-SERVICO   TO RPH-SERVICO
           WRITE RPH-REC
               INVALID KEY
                   MOVE "FALHA AO LANCAR NO RPA-HIST" TO WS-MOTIVO
           END-WRITE.

       2500-PAGAR SECTION.
           IF WS-TRILHO = "P"
               MOVE SPACES        TO PIX-REC
               MOVE WS-RPA-NUMERO TO PIX-MATRICULA
               MOVE AUT-NOME      TO PIX-NOME
               MOVE AUT-PIX       TO PIX-CHAVE
               MOVE WS-LIQUIDO    TO PIX-VALOR
               WRITE PIX-REC
               ADD 1 TO WS-QTD-PIX
               ADD WS-LIQUIDO TO WS-TOTAL-PIX
               EXIT SECTION
           END-IF

           ADD 1 TO WS-CNAB-SEQ-LOTE
           MOVE WS-CNAB-BANCO    TO CSA-BANCO
           MOVE WS-CNAB-SEQ-LOTE TO CSA-SEQ
           MOVE AUT-BANCO        TO CSA-BANCO-FAV
           MOVE AUT-AGENCIA      TO CSA-AGENCIA-FAV
           MOVE AUT-CONTA        TO CSA-CONTA-FAV
           MOVE AUT-CONTA-DV     TO CSA-CONTA-DV-FAV
           MOVE AUT-NOME         TO CSA-NOME-FAV
           MOVE SPACES           TO CSA-NUM-DOC
           STRING "RPA" WS-RPA-NUMERO DELIMITED BY SIZE
               INTO CSA-NUM-DOC
           END-STRING
           MOVE SPACES           TO CSA-DATA-PGTO
           STRING
               RPH-DATA-PGTO(7:2) RPH-DATA-PGTO(5:2)
               RPH-DATA-PGTO(1:4)
               INTO CSA-DATA-PGTO
           END-STRING
           MOVE WS-LIQUIDO       TO CSA-VALOR
           WRITE CNAB-REC FROM WS-CNAB-SEG-A
           ADD 1 TO WS-QTD-CNAB
           ADD WS-LIQUIDO TO WS-TOTAL-CNAB.

       2600-IMPRIMIR-RPA SECTION.
           MOVE WS-LIQUIDO TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO WS-MOEDA-VALOR
           MOVE "BRL"        TO WS-MOEDA-COD
           MOVE "BR"         TO WS-MOEDA-FORMATO
           MOVE SPACES       TO WS-MOEDA-IDIOMA
           MOVE "N"          TO WS-MOEDA-ANTIFRAUDE
           CALL "EXT-MOEDA" USING WS-MOEDA-IN WS-MOEDA-OUT
           END-CALL

           MOVE ALL "=" TO DOC-LINHA
           WRITE DOC-LINHA
           MOVE SPACES TO DOC-LINHA
           STRING
               "RECIBO DE PAGAMENTO A AUTONOMO - RPA No "
                                  DELIMITED BY SIZE
               WS-ANOMES          DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               WS-SEQ             DELIMITED BY SIZE
               INTO DOC-LINHA
           END-STRING
           WRITE DOC-LINHA
           MOVE ALL "-" TO DOC-LINHA
           WRITE DOC-LINHA

           MOVE SPACES TO DOC-LINHA
           STRING
               "FONTE PAGADORA: "  DELIMITED BY SIZE
               WS-EMPRESA-NOME     DELIMITED BY SIZE
               "  CNPJ "           DELIMITED BY SIZE
               WS-EMPRESA-CNPJ     DELIMITED BY SIZE
               INTO DOC-LINHA
           END-STRING
           WRITE DOC-LINHA

           MOVE AUT-CPF TO WS-CPF-NUM
           MOVE WS-CPF-P1 TO WS-CPF-ED-1
           MOVE WS-CPF-P2 TO WS-CPF-ED-2
           MOVE WS-CPF-P3 TO WS-CPF-ED-3
           MOVE WS-CPF-P4 TO WS-CPF-ED-4
           MOVE SPACES TO DOC-LINHA
           STRING
               "AUTONOMO:       "  DELIMITED BY SIZE
               AUT-NOME            DELIMITED BY SIZE
               INTO DOC-LINHA
           END-STRING
           WRITE DOC-LINHA
           MOVE SPACES TO DOC-LINHA
           STRING
               "CPF:            "  DELIMITED BY SIZE
               WS-CPF-ED           DELIMITED BY SIZE
               "   PIS/NIT: "      DELIMITED BY SIZE
               AUT-PIS             DELIMITED BY SIZE
               INTO DOC-LINHA
           END-STRING
           WRITE DOC-LINHA
           MOVE SPACES TO DOC-LINHA
           STRING
               "OCUPACAO:       "  DELIMITED BY SIZE
               AUT-OCUPACAO        DELIMITED BY SIZE
               INTO DOC-LINHA
           END-STRING
           WRITE DOC-LINHA
           MOVE SPACES TO DOC-LINHA
           STRING
               "SERVICO:        "  DELIMITED BY SIZE
               RPAIN-SERVICO       DELIMITED BY SIZE
               INTO DOC-LINHA
           END-STRING
           WRITE DOC-LINHA
           MOVE ALL "-" TO DOC-LINHA
           WRITE DOC-LINHA

           MOVE "VALOR DO SERVICO" TO LV-ROTULO
           MOVE WS-BRUTO TO WS-FMT-ENTRADA
           PERFORM 2650-LINHA-VALOR
           MOVE "(-) INSS 11%" TO LV-ROTULO
           MOVE WS-INSS TO WS-FMT-ENTRADA
           PERFORM 2650-LINHA-VALOR
           MOVE "(-) IRRF" TO LV-ROTULO
           MOVE WS-IRRF TO WS-FMT-ENTRADA
           PERFORM 2650-LINHA-VALOR
           IF WS-ISS-ALIQ > 0
               COMPUTE WS-ALIQ-INT = WS-ISS-ALIQ / 100
               COMPUTE WS-ALIQ-DEC = WS-ISS-ALIQ - (WS-ALIQ-INT * 100)
               MOVE WS-ALIQ-INT TO WS-ALIQ-INT-ED
               MOVE SPACES TO LV-ROTULO
               STRING
                   "(-) ISS "                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ALIQ-INT-ED) DELIMITED BY SIZE
                   ","                          DELIMITED BY SIZE
                   WS-ALIQ-DEC                  DELIMITED BY SIZE
                   "% MUNIC "                   DELIMITED BY SIZE
                   AUT-MUNICIPIO                DELIMITED BY SIZE
                   INTO LV-ROTULO
               END-STRING
           ELSE
               MOVE "(-) ISS (RECOLHE O AUTONOMO)" TO LV-ROTULO
           END-IF
           MOVE WS-ISS TO WS-FMT-ENTRADA
           PERFORM 2650-LINHA-VALOR
           MOVE "VALOR LIQUIDO" TO LV-ROTULO
           MOVE WS-LIQUIDO TO WS-FMT-ENTRADA
           PERFORM 2650-LINHA-VALOR
           MOVE ALL "-" TO DOC-LINHA
           WRITE DOC-LINHA

           MOVE SPACES TO DOC-LINHA
           STRING
               "RECEBI A IMPORTANCIA LIQUIDA DE "
                                          DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOEDA-VALOR-FMT)
                                          DELIMITED BY SIZE
               INTO DOC-LINHA
           END-STRING
           WRITE DOC-LINHA
           MOVE SPACES TO DOC-LINHA
           STRING
               "("                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOEDA-TEXTO) DELIMITED BY SIZE
               INTO DOC-LINHA
           END-STRING
           IF WS-MOEDA-TEXTO-CONT = SPACES
               MOVE SPACES TO WS-MOEDA-TEXTO-CONT
               STRING
                   FUNCTION TRIM(DOC-LINHA) DELIMITED BY SIZE
                   ")"                      DELIMITED BY SIZE
                   INTO WS-MOEDA-TEXTO-CONT
               END-STRING
               MOVE WS-MOEDA-TEXTO-CONT TO DOC-LINHA
               WRITE DOC-LINHA
           ELSE
               WRITE DOC-LINHA
               MOVE SPACES TO DOC-LINHA
               STRING
                   FUNCTION TRIM(WS-MOEDA-TEXTO-CONT)
                                            DELIMITED BY SIZE
                   ")"                      DELIMITED BY SIZE
                   INTO DOC-LINHA
               END-STRING
               WRITE DOC-LINHA
           END-IF
           MOVE "PELA PRESTACAO DO SERVICO ACIMA, SEM VINCULO "
               TO DOC-LINHA
           MOVE "EMPREGATICIO." TO DOC-LINHA(46:13)
           WRITE DOC-LINHA

           MOVE SPACES TO DOC-LINHA
           IF WS-TRILHO = "P"
               STRING
                   "PAGAMENTO POR PIX - CHAVE " DELIMITED BY SIZE
                   AUT-PIX                      DELIMITED BY SIZE
                   INTO DOC-LINHA
               END-STRING
           ELSE
               STRING
                   "CREDITO EM CONTA - BANCO "  DELIMITED BY SIZE
                   AUT-BANCO                    DELIMITED BY SIZE
                   " AG "                       DELIMITED BY SIZE
                   AUT-AGENCIA                  DELIMITED BY SIZE
                   " CC "                       DELIMITED BY SIZE
                   AUT-CONTA                    DELIMITED BY SIZE
                   "-"                          DELIMITED BY SIZE
                   AUT-CONTA-DV                 DELIMITED BY SIZE
                   INTO DOC-LINHA
               END-STRING
           END-IF
           WRITE DOC-LINHA

           MOVE SPACES TO DOC-LINHA
           WRITE DOC-LINHA
           MOVE SPACES TO DOC-LINHA
           STRING
               FUNCTION TRIM(WS-DATA-TEXTO) DELIMITED BY SIZE
               "."                          DELIMITED BY SIZE
               INTO DOC-LINHA
           END-STRING
           WRITE DOC-LINHA
           MOVE SPACES TO DOC-LINHA
           WRITE DOC-LINHA
           MOVE "________________________________________"
               TO DOC-LINHA
           WRITE DOC-LINHA
           MOVE "ASSINATURA DO AUTONOMO" TO DOC-LINHA
           WRITE DOC-LINHA
           MOVE ALL "=" TO DOC-LINHA
           WRITE DOC-LINHA.

       2650-LINHA-VALOR SECTION.
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LV-VALOR
           MOVE WS-LIN-VALOR TO DOC-LINHA
           WRITE DOC-LINHA
           MOVE SPACES TO LV-ROTULO.

       2900-RECUSAR SECTION.
           ADD 1 TO WS-QTD-RECUSADOS
           MOVE 4 TO RETURN-CODE
           DISPLAY "RPA-EMITE: CPF " RPAIN-CPF " VALOR "
               RPAIN-VALOR " RECUSADO - " WS-MOTIVO.

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

       8000-FORMATAR-CENTAVOS SECTION.
           MOVE SPACE TO WS-FMT-SINAL
           IF WS-FMT-ENTRADA < 0
               MOVE "-" TO WS-FMT-SINAL
               COMPUTE WS-FMT-ABS = 0 - WS-FMT-ENTRADA
           ELSE
               MOVE WS-FMT-ENTRADA TO WS-FMT-ABS
           END-IF
           COMPUTE WS-FMT-REAIS = WS-FMT-ABS / 100
           COMPUTE WS-FMT-CENTS =
               WS-FMT-ABS - (WS-FMT-REAIS * 100)
           MOVE WS-FMT-REAIS TO WS-FMT-REAIS-ED
           MOVE WS-FMT-CENTS TO WS-FMT-CENTS-ED
           MOVE SPACES TO WS-FMT-SAIDA
           STRING
               WS-FMT-SINAL DELIMITED BY SPACE
               FUNCTION TRIM(WS-FMT-REAIS-ED)
               ","
               WS-FMT-CENTS-ED
               INTO WS-FMT-SAIDA
           END-STRING.

       9000-FINALIZAR SECTION.
      *> Trailers de lote e de arquivo da remessa, trailer de
      *> controle do lote PIX, e os dois no registro de transmissao.
           MOVE WS-CNAB-BANCO TO CTL-BANCO
           COMPUTE CTL-QTD-REG = WS-QTD-CNAB + 2
           MOVE WS-TOTAL-CNAB TO CTL-SOMA-VALOR
           WRITE CNAB-REC FROM WS-CNAB-TRAILER-LOTE
           MOVE WS-CNAB-BANCO TO CTA-BANCO
           MOVE 1             TO CTA-QTD-LOTES
           COMPUTE CTA-QTD-REG = WS-QTD-CNAB + 4
           WRITE CNAB-REC FROM WS-CNAB-TRAILER-ARQ
           CLOSE RPA-CNAB-FILE

           MOVE WS-QTD-PIX   TO WS-CTRL-QTD
           MOVE WS-TOTAL-PIX TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO PIX-TRAILER-REC
           WRITE PIX-TRAILER-REC
           CLOSE RPA-PIX-FILE

           IF WS-QTD-CNAB > 0
               MOVE "R"           TO WS-TRS-OPERACAO
               MOVE WS-NOME-CNAB  TO WS-TRS-ARQUIVO
               MOVE WS-EMPRESA    TO WS-TRS-EMPRESA
               MOVE WS-QTD-CNAB   TO WS-TRS-QTD
               MOVE WS-TOTAL-CNAB TO WS-TRS-TOTAL
               CALL "TRANSMISSAO-REG" USING WS-TRS-PARAMS
               END-CALL
           END-IF
           IF WS-QTD-PIX > 0
               MOVE "R"           TO WS-TRS-OPERACAO
               MOVE WS-NOME-PIX   TO WS-TRS-ARQUIVO
               MOVE WS-EMPRESA    TO WS-TRS-EMPRESA
               MOVE WS-QTD-PIX    TO WS-TRS-QTD
               MOVE WS-TOTAL-PIX  TO WS-TRS-TOTAL
               CALL "TRANSMISSAO-REG" USING WS-TRS-PARAMS
               END-CALL
           END-IF

           CLOSE RPA-IN-FILE
           CLOSE AUTONOMO-FILE
           CLOSE RPA-HIST-FILE
           CLOSE RPA-DOCS-FILE

           DISPLAY "RPA-EMITE: EMPRESA " WS-EMPRESA
               " LIDOS=" WS-QTD-LIDOS
               " EMITIDOS=" WS-QTD-EMITIDOS
               " RECUSADOS=" WS-QTD-RECUSADOS
           DISPLAY "RPA-EMITE: VALOR BRUTO=" WS-TOTAL-BRUTO
               " CNAB=" WS-QTD-CNAB "/" WS-TOTAL-CNAB
               " PIX=" WS-QTD-PIX "/" WS-TOTAL-PIX.
