       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISO-PAGAMENTO.

      *> Aviso de pagamento ao fornecedor: um documento por
      *> fornecedor e data de pagamento, montado a partir do
      *> BOLETO-PAGOS que o BOLETO-RETORNO grava com os pagamentos
      *> confirmados pelo banco. Quando varios boletos saem no mesmo
      *> dia, ou quando houve retencao na fonte, o valor creditado nao
      *> bate com nenhum boleto -- o aviso lista boleto a boleto o
      *> documento (a nota fiscal do NF-REGISTER, quando casada), o
      *> vencimento, o valor de face, as retencoes (RETENCAO-FORN), os
      *> juros ou o desconto e o valor pago, com o total por extenso
      *> (EXT-MOEDA) e a data do pagamento por extenso (EXT-DATA).
      *>
      *> Saida pelo handoff do gerador de PDF, no mesmo layout do
      *> EXTENSO-HANDOFF mas em arquivo proprio (AVISO-HANDOFF-Enn),
      *> para o BOLETO-EMIT nao tomar aviso por boleto a emitir; o
      *> HANDOFF-ACK cruza o retorno com HANDOFF-PREFIXO =
      *> "AVISO-HANDOFF". As linhas do aviso vao no AVISO-ITENS-Enn,
      *> ligadas ao handoff pelo numero do documento (AV + sequencia
      *> do AVISO-NUM-PROX).
      *>
      *> Pagavel sem fornecedor no FORNECEDOR-MASTER (guia de
      *> recolhimento, por exemplo) nao gera aviso. Roda uma vez por
      *> BOLETO-RETORNO: o BOLETO-PAGOS e regravado a cada retorno.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS-FILE ASSIGN TO "BOLETO-PAGOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FS.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WS-FORN-FS.
           SELECT RETENCAO-FILE ASSIGN TO "RETENCAO-FORN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-RET-FS.
           SELECT NF-FILE ASSIGN TO "NF-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CHAVE-ACESSO
               ALTERNATE RECORD KEY IS NF-CNPJ WITH DUPLICATES
               FILE STATUS IS WS-NF-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT AVISO-NUM-FILE ASSIGN TO "AVISO-NUM-PROX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUM-FS.
           SELECT AVISO-HANDOFF-FILE
               ASSIGN TO DYNAMIC WS-NOME-HANDOFF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVISO-ITENS-FILE ASSIGN TO DYNAMIC WS-NOME-ITENS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVISO-REPORT-FILE ASSIGN TO "AVISO-PGTO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Pagamentos confirmados pelo BOLETO-RETORNO, datas AAAAMMDD.
       FD  PAGOS-FILE.
       01  PAG-REC.
           05  PAG-BARRAS            PIC X(44).
           05  PAG-CNPJ              PIC 9(14).
           05  PAG-VENC              PIC 9(08).
           05  PAG-VALOR-NOMINAL     PIC 9(15).
           05  PAG-VALOR-PAGO        PIC 9(15).
           05  PAG-DATA-PGTO         PIC X(08).
           05  PAG-EMPRESA           PIC X(02).

       FD  FORNECEDOR-FILE.
       01  FORN-REC.
           05  FORN-CNPJ             PIC 9(14).
           05  FORN-NOME             PIC X(40).
           05  FORN-PRAZO-PGTO       PIC 9(03).
           05  FORN-STATUS           PIC X(01).
           05  FORN-REVISAO          PIC X(01).
           05  FORN-TIPO-SERVICO     PIC X(01).
           05  FORN-SIMPLES          PIC X(01).
           05  FORN-ISS-MUNICIPIO    PIC X(07).
           05  FORN-ISS-ALIQ         PIC 9(05).
           05  FORN-IE               PIC X(14).
           05  FORN-IE-UF            PIC X(02).

       FD  RETENCAO-FILE.
       01  RET-REC.
           05  RET-CHAVE.
               10  RET-BARRAS-ORIGEM PIC X(44).
               10  RET-TIPO          PIC X(04).
           05  RET-SEQ               PIC 9(06).
           05  RET-CNPJ              PIC 9(14).
           05  RET-DESCRICAO         PIC X(30).
           05  RET-VENC-ORIGEM       PIC 9(08).
           05  RET-BASE              PIC 9(10).
           05  RET-ALIQ              PIC 9(05).
           05  RET-VALOR             PIC 9(10).
           05  RET-RECEITA           PIC X(04).
           05  RET-MUNICIPIO         PIC X(07).
           05  RET-VENC              PIC 9(08).
           05  RET-BARRAS-GUIA       PIC X(44).
           05  RET-DATA-ENTRADA      PIC X(08).
           05  RET-EMPRESA           PIC X(02).

       FD  NF-FILE.
       01  NF-REC.
           05  NF-CHAVE-ACESSO       PIC X(44).
           05  NF-CNPJ               PIC 9(14).
           05  NF-NUMERO             PIC 9(09).
           05  NF-SERIE              PIC X(03).
           05  NF-EMISSAO            PIC 9(08).
           05  NF-VALOR              PIC 9(10).
           05  NF-STATUS             PIC X(10).
           05  NF-BARRAS             PIC X(44).
           05  NF-DATA-ENTRADA       PIC X(08).
           05  NF-DATA-CASAMENTO     PIC X(08).

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

       FD  AVISO-NUM-FILE.
       01  AVISO-NUM-REC             PIC 9(08).

      *> Mesmo layout do EXTENSO-HANDOFF: o gerador de PDF le os dois
      *> do mesmo jeito. VALOR e o total pago no aviso e VENCIMENTO a
      *> data do pagamento.
       FD  AVISO-HANDOFF-FILE.
       01  HANDOFF-REC.
           05  HANDOFF-DOC           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-VALOR         PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-VALOR-FMT     PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-TEXTO         PIC X(256).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-BENEFICIARIO  PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-VENCIMENTO    PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-STATUS        PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-TEXTO-CONT    PIC X(256).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-VENC-AJUST    PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-EMPRESA-NOME  PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-CAMBIO-DATA   PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-PAGADOR-TIPO  PIC X(01).
           05  HANDOFF-PAGADOR-DOC   PIC X(14).
       01  HANDOFF-TRAILER-REC       PIC X(80).

      *> Linhas do aviso, ligadas ao handoff pelo documento:
      *> TIPO "C" = cabecalho (CNPJ e data do pagamento por extenso),
      *> "D" = um boleto, "T" = totais do aviso. Valores em reais
      *> ("1234,56"), negativo em JUROS-DESC = desconto.
       FD  AVISO-ITENS-FILE.
       01  ITEM-REC.
           05  ITEM-DOC              PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ITEM-TIPO             PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ITEM-DETALHE.
               10  ITEM-DOCUMENTO    PIC X(30).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  ITEM-VENCIMENTO   PIC X(10).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  ITEM-VALOR-FACE   PIC X(15).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  ITEM-RETENCOES    PIC X(15).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  ITEM-JUROS-DESC   PIC X(15).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  ITEM-VALOR-PAGO   PIC X(15).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  ITEM-BARRAS       PIC X(44).
           05  ITEM-CABECALHO REDEFINES ITEM-DETALHE.
               10  ITEM-CNPJ-FMT     PIC X(18).
               10  FILLER            PIC X(02).
               10  ITEM-DATA-EXTENSO PIC X(100).
               10  FILLER            PIC X(36).
       01  ITEM-TRAILER-REC          PIC X(80).

       FD  AVISO-REPORT-FILE.
       01  REP-LINHA                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PAG-FS                 PIC X(02) VALUE SPACES.
           88  WS-PAG-OK                        VALUE "00".
       01  WS-FORN-FS                PIC X(02) VALUE SPACES.
           88  WS-FORN-OK                       VALUE "00".
       01  WS-RET-FS                 PIC X(02) VALUE SPACES.
           88  WS-RET-OK                        VALUE "00".
       01  WS-NF-FS                  PIC X(02) VALUE SPACES.
           88  WS-NF-OK                         VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-NUM-FS                 PIC X(02) VALUE SPACES.
           88  WS-NUM-OK                        VALUE "00".
       01  WS-RET-ABERTO             PIC X(01) VALUE "N".
       01  WS-NF-ABERTO              PIC X(01) VALUE "N".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".
       01  WS-FIM-RET                PIC X(01) VALUE "N".
       01  WS-FIM-NF                 PIC X(01) VALUE "N".

       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-EMPRESA-NOME           PIC X(30) VALUE SPACES.
       01  WS-NOME-HANDOFF           PIC X(22) VALUE SPACES.
       01  WS-NOME-ITENS             PIC X(22) VALUE SPACES.
       01  WS-AVISO-PROX             PIC 9(08) VALUE 1.
       01  WS-AVISO-DOC              PIC X(10) VALUE SPACES.

      *> Pagamentos de fornecedor em memoria, ordenados por
      *> fornecedor, data do pagamento e vencimento.
       01  WS-TABELA.
           05  WS-TB-QTD             PIC 9(04) COMP-5 VALUE 0.
           05  WS-TB-LINHA OCCURS 2000 TIMES.
               10  WS-TB-CNPJ        PIC 9(14).
               10  WS-TB-DATA-PGTO   PIC X(08).
               10  WS-TB-VENC        PIC 9(08).
               10  WS-TB-BARRAS      PIC X(44).
               10  WS-TB-NOMINAL     PIC 9(15).
               10  WS-TB-PAGO        PIC 9(15).
               10  WS-TB-NOME        PIC X(40).
       01  WS-TROCA                  PIC X(144).
       01  WS-I                      PIC 9(04) COMP-5 VALUE 0.
       01  WS-J                      PIC 9(04) COMP-5 VALUE 0.
       01  WS-TABELA-CHEIA           PIC X(01) VALUE "N".

      *> Aviso corrente.
       01  WS-CNPJ-ATUAL             PIC 9(14) VALUE ZEROS.
       01  WS-DATA-ATUAL             PIC X(08) VALUE SPACES.
       01  WS-AV-QTD                 PIC 9(05) VALUE ZEROS.
       01  WS-AV-FACE                PIC S9(15) VALUE ZEROS.
       01  WS-AV-RETENCOES           PIC S9(15) VALUE ZEROS.
       01  WS-AV-JUROS-DESC          PIC S9(15) VALUE ZEROS.
       01  WS-AV-PAGO                PIC S9(15) VALUE ZEROS.

      *> Boleto corrente.
       01  WS-BOL-FACE               PIC S9(15) VALUE ZEROS.
       01  WS-BOL-RETENCOES          PIC S9(15) VALUE ZEROS.
       01  WS-BOL-JUROS-DESC         PIC S9(15) VALUE ZEROS.
       01  WS-BOL-DOCUMENTO          PIC X(30) VALUE SPACES.
       01  WS-NF-NUMERO-ED           PIC Z(08)9.

      *> Totais da rodada.
       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-FORN       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-BOLETOS        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-AVISOS         PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-AVISOS           PIC S9(15) VALUE ZEROS.

       01  WS-CNPJ-PARAMS.
           05  WS-CNPJ-12            PIC 9(12).
           05  WS-CNPJ-DIGITOS-RES   PIC 9(02).
           05  WS-CNPJ-STATUS        PIC X(03).
           05  WS-CNPJ-FORMATADO     PIC X(18).

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

       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

       01  WS-DATA-ISO               PIC 9(08) VALUE 0.
       01  WS-DATA-ISO-X REDEFINES WS-DATA-ISO.
           05  WS-DI-ANO             PIC X(04).
           05  WS-DI-MES             PIC X(02).
           05  WS-DI-DIA             PIC X(02).
       01  WS-DATA-BR                PIC X(10) VALUE SPACES.

       01  WS-FMT-REAIS              PIC 9(13) VALUE 0.
       01  WS-FMT-CENTS              PIC 9(02) VALUE 0.
       01  WS-FMT-REAIS-ED           PIC Z(12)9.
       01  WS-FMT-CENTS-ED           PIC 9(02).
       01  WS-FMT-ENTRADA            PIC S9(15) VALUE 0.
       01  WS-FMT-ABS                PIC 9(15) VALUE 0.
       01  WS-FMT-SINAL              PIC X(01) VALUE SPACE.
       01  WS-FMT-SAIDA              PIC X(15) VALUE SPACES.

       01  WS-LINHA-DET.
           05  DET-DOC               PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-CNPJ              PIC X(18).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-NOME              PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-DATA              PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-QTD               PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-VALOR             PIC X(15).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARREGAR UNTIL WS-FIM-ARQUIVO
           PERFORM 3000-ORDENAR
           PERFORM 4000-EMITIR
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "BOLETO-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF

           OPEN INPUT PAGOS-FILE
           IF NOT WS-PAG-OK
               DISPLAY "AVISO-PAGAMENTO: BOLETO-PAGOS NAO "
                   "ENCONTRADO, NENHUM AVISO A EMITIR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FORNECEDOR-FILE
           IF NOT WS-FORN-OK
               DISPLAY "AVISO-PAGAMENTO: FORNECEDOR-MASTER "
                   "INDISPONIVEL (STATUS=" WS-FORN-FS ")"
               CLOSE PAGOS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *> Sem RETENCAO-FORN ou sem NF-REGISTER o aviso sai assim
      *> mesmo: sem retencao e com o boleto no lugar da nota.
           OPEN INPUT RETENCAO-FILE
           IF WS-RET-OK
               MOVE "S" TO WS-RET-ABERTO
           END-IF
           OPEN INPUT NF-FILE
           IF WS-NF-OK
               MOVE "S" TO WS-NF-ABERTO
           END-IF

           PERFORM 1200-LER-EMPRESA

           OPEN INPUT AVISO-NUM-FILE
           IF WS-NUM-OK
               READ AVISO-NUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AVISO-NUM-REC TO WS-AVISO-PROX
               END-READ
               CLOSE AVISO-NUM-FILE
           END-IF

           MOVE SPACES TO WS-NOME-HANDOFF
           STRING "AVISO-HANDOFF-E" WS-EMPRESA
               DELIMITED BY SIZE INTO WS-NOME-HANDOFF
           END-STRING
           MOVE SPACES TO WS-NOME-ITENS
           STRING "AVISO-ITENS-E" WS-EMPRESA
               DELIMITED BY SIZE INTO WS-NOME-ITENS
           END-STRING
           OPEN OUTPUT AVISO-HANDOFF-FILE
           OPEN OUTPUT AVISO-ITENS-FILE
           OPEN OUTPUT AVISO-REPORT-FILE

           MOVE "AVISOS DE PAGAMENTO A FORNECEDORES" TO REP-LINHA
           WRITE REP-LINHA
           MOVE ALL "-" TO REP-LINHA
           WRITE REP-LINHA
           MOVE SPACES TO REP-LINHA
           STRING
               "DOCUMENTO  CNPJ               FORNECEDOR"
               "                     PAGAMENTO  QTD      VALOR PAGO"
               DELIMITED BY SIZE
               INTO REP-LINHA
           END-STRING
           WRITE REP-LINHA

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ PAGOS-FILE
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       1200-LER-EMPRESA SECTION.
      *> Razao social da empresa pagadora, para o aviso sair em nome
      *> da entidade certa.
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
                           MOVE "S" TO WS-EOF-AUX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE.

       2000-CARREGAR SECTION.
           MOVE PAG-CNPJ TO FORN-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-FORN
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
           END-READ
           IF WS-TB-QTD >= 2000
               IF WS-TABELA-CHEIA = "N"
                   DISPLAY "AVISO-PAGAMENTO: MAIS DE 2000 PAGAMENTOS "
                       "NO RETORNO - EXCEDENTE SEM AVISO"
                   MOVE "S" TO WS-TABELA-CHEIA
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           ADD 1 TO WS-TB-QTD
           MOVE PAG-CNPJ          TO WS-TB-CNPJ(WS-TB-QTD)
           MOVE PAG-DATA-PGTO     TO WS-TB-DATA-PGTO(WS-TB-QTD)
           MOVE PAG-VENC          TO WS-TB-VENC(WS-TB-QTD)
           MOVE PAG-BARRAS        TO WS-TB-BARRAS(WS-TB-QTD)
           MOVE PAG-VALOR-NOMINAL TO WS-TB-NOMINAL(WS-TB-QTD)
           MOVE PAG-VALOR-PAGO    TO WS-TB-PAGO(WS-TB-QTD)
           MOVE FORN-NOME         TO WS-TB-NOME(WS-TB-QTD)

           PERFORM 1100-LER-PROXIMO.

       3000-ORDENAR SECTION.
      *> Troca simples por fornecedor, data do pagamento e
      *> vencimento, como a agenda do BOLETO-BATCH.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-TB-QTD
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TB-QTD - WS-I
                   IF WS-TB-CNPJ(WS-J) > WS-TB-CNPJ(WS-J + 1)
                       OR (WS-TB-CNPJ(WS-J) = WS-TB-CNPJ(WS-J + 1)
                       AND WS-TB-DATA-PGTO(WS-J)
                           > WS-TB-DATA-PGTO(WS-J + 1))
                       OR (WS-TB-CNPJ(WS-J) = WS-TB-CNPJ(WS-J + 1)
                       AND WS-TB-DATA-PGTO(WS-J)
                           = WS-TB-DATA-PGTO(WS-J + 1)
                       AND WS-TB-VENC(WS-J) > WS-TB-VENC(WS-J + 1))
                       MOVE WS-TB-LINHA(WS-J)     TO WS-TROCA
                       MOVE WS-TB-LINHA(WS-J + 1) TO WS-TB-LINHA(WS-J)
                       MOVE WS-TROCA TO WS-TB-LINHA(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-EMITIR SECTION.
           IF WS-TB-QTD = 0
               MOVE "NENHUM PAGAMENTO A FORNECEDOR NO RETORNO"
                   TO REP-LINHA
               WRITE REP-LINHA
               EXIT SECTION
           END-IF
           MOVE 0      TO WS-CNPJ-ATUAL
           MOVE SPACES TO WS-DATA-ATUAL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TB-QTD
               IF WS-TB-CNPJ(WS-I) NOT = WS-CNPJ-ATUAL
                       OR WS-TB-DATA-PGTO(WS-I) NOT = WS-DATA-ATUAL
                   IF WS-CNPJ-ATUAL NOT = 0
                       PERFORM 4300-FECHAR-AVISO
                   END-IF
                   PERFORM 4100-ABRIR-AVISO
               END-IF
               PERFORM 4200-LINHA-BOLETO
           END-PERFORM
           PERFORM 4300-FECHAR-AVISO.

       4100-ABRIR-AVISO SECTION.
           MOVE WS-TB-CNPJ(WS-I)      TO WS-CNPJ-ATUAL
           MOVE WS-TB-DATA-PGTO(WS-I) TO WS-DATA-ATUAL
           MOVE 0 TO WS-AV-QTD WS-AV-FACE WS-AV-RETENCOES
                     WS-AV-JUROS-DESC WS-AV-PAGO

           MOVE SPACES TO WS-AVISO-DOC
           STRING "AV" WS-AVISO-PROX
               DELIMITED BY SIZE INTO WS-AVISO-DOC
           END-STRING
           ADD 1 TO WS-AVISO-PROX
           ADD 1 TO WS-QTD-AVISOS

           COMPUTE WS-CNPJ-12 = WS-CNPJ-ATUAL / 100
           CALL "CALC-DIG-CNPJ" USING WS-CNPJ-PARAMS
           END-CALL

      *> Data do pagamento por extenso para o corpo do aviso.
           MOVE WS-DATA-ATUAL TO WS-DATA-ISO-X
           MOVE WS-DI-DIA TO WS-DATA-DIA
           MOVE WS-DI-MES TO WS-DATA-MES
           MOVE WS-DI-ANO TO WS-DATA-ANO
           CALL "EXT-DATA" USING WS-DATA-IN WS-DATA-OUT
           END-CALL

           MOVE SPACES TO ITEM-REC
           MOVE WS-AVISO-DOC      TO ITEM-DOC
           MOVE "C"               TO ITEM-TIPO
           MOVE WS-CNPJ-FORMATADO TO ITEM-CNPJ-FMT
           IF WS-DATA-STATUS = "OK"
               MOVE WS-DATA-TEXTO TO ITEM-DATA-EXTENSO
           END-IF
           WRITE ITEM-REC.

       4200-LINHA-BOLETO SECTION.
      *> Valor de face: o nominal que o banco ecoa no retorno; sem
      *> ele, o valor do codigo de barras.
           MOVE WS-TB-NOMINAL(WS-I) TO WS-BOL-FACE
           IF WS-BOL-FACE = 0
                   AND WS-TB-BARRAS(WS-I)(10:10) IS NUMERIC
               MOVE WS-TB-BARRAS(WS-I)(10:10) TO WS-BOL-FACE
           END-IF

           PERFORM 4210-SOMAR-RETENCOES
           PERFORM 4220-DOCUMENTO

      *> O que sobra depois da face menos as retencoes e juros/multa
      *> (positivo) ou desconto (negativo) aplicado no pagamento.
           COMPUTE WS-BOL-JUROS-DESC = WS-TB-PAGO(WS-I)
               - (WS-BOL-FACE - WS-BOL-RETENCOES)

           MOVE SPACES TO ITEM-REC
           MOVE WS-AVISO-DOC     TO ITEM-DOC
           MOVE "D"              TO ITEM-TIPO
           MOVE WS-BOL-DOCUMENTO TO ITEM-DOCUMENTO
           MOVE WS-TB-VENC(WS-I) TO WS-DATA-ISO
           PERFORM 8100-EDITAR-DATA
           MOVE WS-DATA-BR       TO ITEM-VENCIMENTO
           MOVE WS-BOL-FACE TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA     TO ITEM-VALOR-FACE
           MOVE WS-BOL-RETENCOES TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA     TO ITEM-RETENCOES
           MOVE WS-BOL-JUROS-DESC TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA     TO ITEM-JUROS-DESC
           MOVE WS-TB-PAGO(WS-I) TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA     TO ITEM-VALOR-PAGO
           MOVE WS-TB-BARRAS(WS-I) TO ITEM-BARRAS
           WRITE ITEM-REC

           ADD 1                 TO WS-AV-QTD WS-QTD-BOLETOS
           ADD WS-BOL-FACE       TO WS-AV-FACE
           ADD WS-BOL-RETENCOES  TO WS-AV-RETENCOES
           ADD WS-BOL-JUROS-DESC TO WS-AV-JUROS-DESC
           ADD WS-TB-PAGO(WS-I)  TO WS-AV-PAGO.

       4210-SOMAR-RETENCOES SECTION.
      *> Todas as retencoes feitas sobre o boleto (IRRF, CSRF, INSS,
      *> ISS), gravadas pelo BOLETO-BATCH com a barras de origem.
           MOVE 0 TO WS-BOL-RETENCOES
           MOVE SPACES TO WS-BOL-DOCUMENTO
           IF WS-RET-ABERTO NOT = "S"
               EXIT SECTION
           END-IF
           MOVE WS-TB-BARRAS(WS-I) TO RET-BARRAS-ORIGEM
           MOVE LOW-VALUES         TO RET-TIPO
           MOVE "N" TO WS-FIM-RET
           START RETENCAO-FILE
               KEY IS NOT LESS THAN RET-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-RET
           END-START
           PERFORM UNTIL WS-FIM-RET = "S"
               READ RETENCAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-RET
                   NOT AT END
                       IF RET-BARRAS-ORIGEM NOT = WS-TB-BARRAS(WS-I)
                           MOVE "S" TO WS-FIM-RET
                       ELSE
                           ADD RET-VALOR TO WS-BOL-RETENCOES
                           IF WS-BOL-DOCUMENTO = SPACES
                               MOVE RET-DESCRICAO TO WS-BOL-DOCUMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4220-DOCUMENTO SECTION.
      *> Documento que o fornecedor reconhece: a nota fiscal casada
      *> com o boleto no NF-REGISTER; senao a descricao da nota na
      *> retencao; senao o final do codigo de barras.
           IF WS-NF-ABERTO = "S"
               MOVE WS-TB-CNPJ(WS-I) TO NF-CNPJ
               MOVE "N" TO WS-FIM-NF
               START NF-FILE
                   KEY IS = NF-CNPJ
                   INVALID KEY
                       MOVE "S" TO WS-FIM-NF
               END-START
               PERFORM UNTIL WS-FIM-NF = "S"
                   READ NF-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-NF
                       NOT AT END
                           IF NF-CNPJ NOT = WS-TB-CNPJ(WS-I)
                               MOVE "S" TO WS-FIM-NF
                           ELSE
                               IF NF-BARRAS = WS-TB-BARRAS(WS-I)
                                   PERFORM 4225-DOCUMENTO-NF
                                   MOVE "S" TO WS-FIM-NF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-BOL-DOCUMENTO = SPACES
               STRING "BOLETO ..." WS-TB-BARRAS(WS-I)(37:8)
                   DELIMITED BY SIZE INTO WS-BOL-DOCUMENTO
               END-STRING
           END-IF.

       4225-DOCUMENTO-NF SECTION.
           MOVE NF-NUMERO TO WS-NF-NUMERO-ED
           MOVE SPACES TO WS-BOL-DOCUMENTO
           STRING
               "NF "                          DELIMITED BY SIZE
               FUNCTION TRIM(WS-NF-NUMERO-ED) DELIMITED BY SIZE
               "/"                            DELIMITED BY SIZE
               NF-SERIE                       DELIMITED BY SPACE
               INTO WS-BOL-DOCUMENTO
           END-STRING.

       4300-FECHAR-AVISO SECTION.
           MOVE SPACES TO ITEM-REC
           MOVE WS-AVISO-DOC   TO ITEM-DOC
           MOVE "T"            TO ITEM-TIPO
           MOVE "TOTAL"        TO ITEM-DOCUMENTO
           MOVE WS-AV-FACE TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA   TO ITEM-VALOR-FACE
           MOVE WS-AV-RETENCOES TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA   TO ITEM-RETENCOES
           MOVE WS-AV-JUROS-DESC TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA   TO ITEM-JUROS-DESC
           MOVE WS-AV-PAGO TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA   TO ITEM-VALOR-PAGO
           WRITE ITEM-REC

      *> Total pago por extenso para o handoff do gerador de PDF.
           MOVE WS-FMT-SAIDA TO WS-MOEDA-VALOR
           MOVE "BRL"        TO WS-MOEDA-COD
           MOVE "BR"         TO WS-MOEDA-FORMATO
           MOVE SPACES       TO WS-MOEDA-IDIOMA
           MOVE "N"          TO WS-MOEDA-ANTIFRAUDE
           CALL "EXT-MOEDA" USING WS-MOEDA-IN WS-MOEDA-OUT
           END-CALL

           MOVE WS-DATA-ATUAL TO WS-DATA-ISO-X
           PERFORM 8100-EDITAR-DATA

           MOVE SPACES               TO HANDOFF-REC
           MOVE WS-AVISO-DOC         TO HANDOFF-DOC
           MOVE WS-FMT-SAIDA         TO HANDOFF-VALOR
           MOVE WS-MOEDA-VALOR-FMT   TO HANDOFF-VALOR-FMT
           MOVE WS-MOEDA-TEXTO       TO HANDOFF-TEXTO
           MOVE WS-TB-NOME(WS-I - 1) TO HANDOFF-BENEFICIARIO
           MOVE WS-DATA-BR           TO HANDOFF-VENCIMENTO
           MOVE "N"                  TO HANDOFF-VENC-AJUST
           MOVE WS-EMPRESA-NOME      TO HANDOFF-EMPRESA-NOME
           MOVE 0                    TO HANDOFF-CAMBIO-DATA
           MOVE SPACES               TO HANDOFF-PAGADOR-TIPO
           MOVE ZEROS                TO HANDOFF-PAGADOR-DOC
           MOVE WS-MOEDA-STATUS      TO HANDOFF-STATUS
           MOVE WS-MOEDA-TEXTO-CONT  TO HANDOFF-TEXTO-CONT
           WRITE HANDOFF-REC
           ADD WS-AV-PAGO TO WS-TOTAL-AVISOS

           MOVE SPACES TO WS-LINHA-DET
           MOVE WS-AVISO-DOC         TO DET-DOC
           MOVE WS-CNPJ-FORMATADO    TO DET-CNPJ
           MOVE WS-TB-NOME(WS-I - 1) TO DET-NOME
           MOVE WS-DATA-BR           TO DET-DATA
           MOVE WS-AV-QTD            TO DET-QTD
           MOVE WS-FMT-SAIDA         TO DET-VALOR
           MOVE WS-LINHA-DET TO REP-LINHA
           WRITE REP-LINHA.

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

       8100-EDITAR-DATA SECTION.
           MOVE SPACES TO WS-DATA-BR
           STRING
               WS-DI-DIA "/" WS-DI-MES "/" WS-DI-ANO
               DELIMITED BY SIZE
               INTO WS-DATA-BR
           END-STRING.

       9000-FINALIZAR SECTION.
      *> Trailer de controle nos dois arquivos do gerador, como o
      *> EXTENSO-BATCH: quantidade de avisos e soma paga em centavos.
           MOVE WS-QTD-AVISOS   TO WS-CTRL-QTD
           MOVE WS-TOTAL-AVISOS TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO HANDOFF-TRAILER-REC
           WRITE HANDOFF-TRAILER-REC
           MOVE WS-CTRL-LINHA TO ITEM-TRAILER-REC
           WRITE ITEM-TRAILER-REC

           MOVE ALL "-" TO REP-LINHA
           WRITE REP-LINHA
           MOVE SPACES TO REP-LINHA
           STRING
               "PAGAMENTOS: "     DELIMITED BY SIZE
               WS-QTD-LIDOS       DELIMITED BY SIZE
               "  SEM FORNECEDOR: " DELIMITED BY SIZE
               WS-QTD-SEM-FORN    DELIMITED BY SIZE
               "  BOLETOS: "      DELIMITED BY SIZE
               WS-QTD-BOLETOS     DELIMITED BY SIZE
               "  AVISOS: "       DELIMITED BY SIZE
               WS-QTD-AVISOS      DELIMITED BY SIZE
               INTO REP-LINHA
           END-STRING
           WRITE REP-LINHA

           CLOSE PAGOS-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-RET-ABERTO = "S"
               CLOSE RETENCAO-FILE
           END-IF
           IF WS-NF-ABERTO = "S"
               CLOSE NF-FILE
           END-IF
           CLOSE AVISO-HANDOFF-FILE
           CLOSE AVISO-ITENS-FILE
           CLOSE AVISO-REPORT-FILE

      *> Proximo numero de aviso, no mesmo molde do NOSSO-NUM-PROX.
           OPEN OUTPUT AVISO-NUM-FILE
           MOVE WS-AVISO-PROX TO AVISO-NUM-REC
           WRITE AVISO-NUM-REC
           CLOSE AVISO-NUM-FILE

           DISPLAY "AVISO-PAGAMENTO: PAGAMENTOS=" WS-QTD-LIDOS
               " SEM-FORNECEDOR=" WS-QTD-SEM-FORN
               " BOLETOS=" WS-QTD-BOLETOS
               " AVISOS=" WS-QTD-AVISOS.
