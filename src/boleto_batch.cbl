      *> e produz a agenda de pagamento ordenada por vencimento com
      *> totais de controle -- em vez das datas digitadas a mao numa
      *> planilha (e do pagamento atrasado por causa de um typo).
      *>
      *> Nota de servico tem retencao na fonte pelo perfil do
      *> fornecedor (FORNECEDOR-MASTER): IRRF, PIS/COFINS/CSLL
      *> (4,65%), INSS (11% na cessao de mao de obra) e ISS. O
      *> boleto entra no registro e na agenda pelo LIQUIDO, e cada
      *> tributo retido vira um pagavel proprio no BOLETO-REGISTER
      *> (codigo de barras no padrao do GUIA-RECOLHIMENTO, status
      *> RETENCAO) com vencimento legal no mes seguinte ao do
      *> pagamento: dia 20 para os federais, dia RETENCAO-DIA-ISS
      *> (padrao 10) para o ISS, antecipado para dia util. O
      *> BOLETO-REMESSA agenda as retencoes quando paga a nota --
      *> nota recusada nao gera tributo. O vinculo nota x retencao
      *> fica no RETENCAO-FORN, base do RETENCAO-EXTRATO.
      *>
      *> Todo boleto precisa de nota fiscal por tras: o NF-INTAKE
      *> registra as notas recebidas (NF-REGISTER) e aqui o boleto
      *> casa com uma nota pendente do mesmo CNPJ cujo valor bruto
      *> bata dentro da tolerancia (NF-TOLERANCIA, em centavos,
      *> padrao R$ 1,00). Sem nota, ou com valor divergente, o boleto
      *> fica retido (RETIDO-NF) fora da remessa ate a nota chegar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WS-FORN-FS.
           SELECT RETENCAO-FILE ASSIGN TO "RETENCAO-FORN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-RET-FS.
           SELECT DDA-REG-FILE ASSIGN TO "DDA-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-REV-FS.
           SELECT INTAKE-REJ-FILE ASSIGN TO "BOLETO-INTAKE-REJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NF-FILE ASSIGN TO "NF-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CHAVE-ACESSO
               ALTERNATE RECORD KEY IS NF-CNPJ WITH DUPLICATES
               FILE STATUS IS WS-NF-FS.
           SELECT RETIDO-NF-FILE ASSIGN TO "BOLETO-RETIDO-NF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNF-FS.

       DATA DIVISION.
       FILE SECTION.
           05  FORN-PRAZO-PGTO       PIC 9(03).
           05  FORN-STATUS           PIC X(01).
           05  FORN-REVISAO          PIC X(01).
           05  FORN-TIPO-SERVICO     PIC X(01).
           05  FORN-SIMPLES          PIC X(01).
           05  FORN-ISS-MUNICIPIO    PIC X(07).
           05  FORN-ISS-ALIQ         PIC 9(05).
           05  FORN-IE               PIC X(14).
           05  FORN-IE-UF            PIC X(02).

      *> Uma linha por tributo retido de cada nota: a nota (codigo
      *> de barras de origem), a base, a aliquota, o valor e o
      *> pagavel gerado no BOLETO-REGISTER.
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

      *> Registro DDA carregado do feed do banco (DDA-LOAD): boleto
      *> de papel sem contrapartida aqui nao entra na agenda -- fica
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BOLREJ-MOTIVO         PIC X(40).

      *> Notas fiscais recebidas (NF-INTAKE), pela chave de acesso e
      *> pelo CNPJ do emitente; PENDENTE ate casar com um boleto.
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

      *> Boletos retidos por falta de nota (ou valor divergente), no
      *> molde do BOLETO-RETIDO-DDA; o NF-INTAKE tenta casar de novo
      *> a cada lote de notas.
       FD  RETIDO-NF-FILE.
       01  RETNF-REC.
           05  RETNF-REGISTRO        PIC X(120).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RETNF-MOTIVO          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-TEM-DDA                PIC X(01) VALUE "N".
       01  WS-SEM-DDA                PIC X(01) VALUE "N".
       01  WS-QTD-RETIDOS-DDA        PIC 9(07) VALUE ZEROS.
       01  WS-NF-FS                  PIC X(02) VALUE SPACES.
           88  WS-NF-OK                         VALUE "00".
       01  WS-RETNF-FS               PIC X(02) VALUE SPACES.
           88  WS-RETNF-OK                      VALUE "00".
       01  WS-TEM-NF                 PIC X(01) VALUE "N".
       01  WS-EOF-NF                 PIC X(01) VALUE "N".
       01  WS-NF-CASOU               PIC X(01) VALUE "N".
       01  WS-NF-PENDENTES           PIC 9(05) VALUE ZEROS.
       01  WS-NF-TOLERANCIA          PIC 9(10) VALUE 100.
       01  WS-NF-DIF                 PIC 9(10) VALUE ZEROS.
       01  WS-NF-MELHOR-DIF          PIC 9(10) VALUE ZEROS.
       01  WS-NF-MELHOR-CHAVE        PIC X(44) VALUE SPACES.
       01  WS-NF-MOTIVO              PIC X(30) VALUE SPACES.
       01  WS-QTD-RETIDOS-NF         PIC 9(07) VALUE ZEROS.
       01  WS-APROV-FS               PIC X(02) VALUE SPACES.
           88  WS-APROV-OK                      VALUE "00".
       01  WS-FORN-REVISAO           PIC X(01) VALUE "N".
       01  WS-FORN-TIPO-SERVICO      PIC X(01) VALUE SPACE.
       01  WS-FORN-SIMPLES           PIC X(01) VALUE "N".
       01  WS-FORN-ISS-MUNICIPIO     PIC X(07) VALUE SPACES.
       01  WS-FORN-ISS-ALIQ          PIC 9(05) VALUE 0.

      *> Retencoes da nota corrente, em centavos; aliquotas em
      *> centesimos de %. Retencao federal abaixo de R$ 10,00 nao e
      *> feita (dispensa legal).
       01  WS-RET-FS                 PIC X(02) VALUE SPACES.
           88  WS-RET-OK                        VALUE "00".
       01  WS-EOF-RET                PIC X(01) VALUE "N".
       01  WS-ALIQ-IRRF              PIC 9(05) VALUE 0.
       01  WS-ALIQ-CSRF              PIC 9(05) VALUE 0.
       01  WS-ALIQ-INSS              PIC 9(05) VALUE 0.
       01  WS-RET-IRRF               PIC 9(10) VALUE 0.
       01  WS-RET-CSRF               PIC 9(10) VALUE 0.
       01  WS-RET-INSS               PIC 9(10) VALUE 0.
       01  WS-RET-ISS                PIC 9(10) VALUE 0.
       01  WS-RET-TOTAL              PIC 9(10) VALUE 0.
       01  WS-RET-MINIMO             PIC 9(10) VALUE 1000.
       01  WS-VALOR-PAGAR            PIC 9(10) VALUE 0.
       01  WS-RET-SEQ                PIC 9(06) VALUE 0.
       01  WS-QTD-COM-RETENCAO       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RETENCOES          PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-RETIDO           PIC S9(15) VALUE ZEROS.

      *> Codigos de receita: 1708 (IRRF sobre servicos de pessoa
      *> juridica), 5952 (PIS/COFINS/CSLL retidos) e 2631 (INSS
      *> retido na cessao de mao de obra); favorecido a Receita
      *> Federal. O ISS e da prefeitura do municipio do perfil.
       01  WS-CNPJ-RECEITA           PIC 9(14) VALUE 00394460000141.
       01  WS-DIA-FEDERAL            PIC 9(02) VALUE 20.
       01  WS-DIA-ISS                PIC 9(02) VALUE 10.
      *> Empresa tomadora dos servicos (BOLETO-EMPRESA, a mesma da
      *> remessa), gravada na retencao para a EFD-Reinf.
       01  WS-EMPRESA                PIC X(02) VALUE "01".

      *> Retencao corrente: tipo, pagavel e vencimento.
       01  WS-RT-TIPO                PIC X(04) VALUE SPACES.
       01  WS-RT-TIPO-DIG            PIC X(01) VALUE SPACE.
       01  WS-RT-RECEITA             PIC X(04) VALUE SPACES.
       01  WS-RT-ALIQ                PIC 9(05) VALUE 0.
       01  WS-RT-VALOR               PIC 9(10) VALUE 0.
       01  WS-RT-DIA                 PIC 9(02) VALUE 0.
       01  WS-RT-BASE-DATA           PIC 9(08) VALUE 0.
       01  WS-RT-BASE-DATA-X REDEFINES WS-RT-BASE-DATA.
           05  WS-RT-BASE-ANO        PIC 9(04).
           05  WS-RT-BASE-MES        PIC 9(02).
           05  WS-RT-BASE-DIA        PIC 9(02).
       01  WS-RT-ANO                 PIC 9(04) VALUE 0.
       01  WS-RT-MES                 PIC 9(02) VALUE 0.
       01  WS-RT-VENC                PIC 9(08) VALUE 0.
       01  WS-RT-VENC-INT            PIC 9(08) COMP-5 VALUE 0.
       01  WS-RT-TENTATIVAS          PIC 9(02) COMP-5 VALUE 0.
       01  WS-RT-FATOR               PIC 9(04) VALUE 0.
       01  WS-RT-CNPJ                PIC 9(14) VALUE 0.
       01  WS-RT-CAMPO-LIVRE         PIC X(25) VALUE SPACES.
       01  WS-RT-SEM-DV              PIC X(43) VALUE SPACES.
       01  WS-RT-BARRAS              PIC X(44) VALUE SPACES.
       01  WS-RT-DV                  PIC 9(01) VALUE 0.
       01  WS-SOMA-M11               PIC 9(05) COMP-5 VALUE 0.
       01  WS-RESTO-M11              PIC 9(02) COMP-5 VALUE 0.
       01  WS-PESO-M11               PIC 9(02) COMP-5 VALUE 0.
       01  WS-DIGITO-M11             PIC 9(01) COMP-5 VALUE 0.
       01  WS-CAL-PARAMS.
           05  WS-CAL-DATA-ENT       PIC 9(08).
           05  WS-CAL-DATA-SAI       PIC 9(08).
           05  WS-CAL-AJUSTADA       PIC X(01).
           05  WS-CAL-STATUS         PIC X(03).
       01  WS-QTD-P-APROVACAO        PIC 9(07) VALUE ZEROS.
      *> Limite de alcada em centavos (BOLETO-APROVACAO-LIMITE,
      *> padrao R$ 10.000,00); acima dele o boleto para na fila de
      *> aprovacao.
       01  WS-LIMITE-APROV           PIC 9(12) VALUE 1000000.

      *> Lista de bloqueio carregada em memoria, como no WIRE-BATCH.
      *> Taxas de atraso configuraveis, em centesimos de por cento:
      *> BOLETO-MULTA-PCT (padrao 200 = 2,00%) e BOLETO-JUROS-MES-PCT
      *> (padrao 100 = 1,00% ao mes, rateado por dia em base 30).
       01  WS-MULTA-PCT              PIC 9(05) VALUE 200.
       01  WS-JUROS-MES-PCT          PIC 9(05) VALUE 100.
       01  WS-QTD-ATRASADOS          PIC 9(07) VALUE ZEROS.
       01  WS-DIAS-ATRASO            PIC S9(05) COMP-5 VALUE 0.
           05  DET-DESCRICAO         PIC X(20).
       01  WS-VALOR-REAIS            PIC 9(08)V99 VALUE 0.

      *> Parametros da rodada resolvidos no PARAMETRO-MASTER, com a
      *> linha de cada um para o cabecalho da agenda.
       COPY "parametro_consulta.cpy".
       01  WS-PARAM-TAB.
           05  WS-PARAM-QTD          PIC 9(02) COMP-5 VALUE 0.
           05  WS-PARAM-LINHA OCCURS 6 TIMES PIC X(80).
       01  WS-PARAM-IDX              PIC 9(02) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
      *> A empresa vem antes de tudo: os parametros da rodada sao
      *> resolvidos por empresa.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "BOLETO-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           PERFORM 1050-RESOLVER-PARAMETROS

           OPEN INPUT  BOLETO-INTAKE-FILE
           OPEN OUTPUT AGENDA-FILE

           MOVE "AGENDA DE PAGAMENTO DE BOLETOS (POR VENCIMENTO)"
               TO AGENDA-LINHA
           WRITE AGENDA-LINHA
           MOVE "PARAMETROS DA RODADA:" TO AGENDA-LINHA
           WRITE AGENDA-LINHA
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
               UNTIL WS-PARAM-IDX > WS-PARAM-QTD
               MOVE WS-PARAM-LINHA(WS-PARAM-IDX) TO AGENDA-LINHA
               WRITE AGENDA-LINHA
           END-PERFORM
           MOVE ALL "-" TO AGENDA-LINHA
           WRITE AGENDA-LINHA


           OPEN OUTPUT VOUCHER-FILE

           OPEN I-O BOLETO-REG-FILE
           IF NOT WS-BREG-OK
               OPEN OUTPUT BOLETO-REG-FILE
               OPEN OUTPUT RETIDO-DDA-FILE
           END-IF

      *> Mesma regra do DDA: sem o NF-REGISTER a conferencia com a
      *> nota fica desligada, com aviso.
           OPEN I-O NF-FILE
           IF WS-NF-OK
               MOVE "S" TO WS-TEM-NF
           ELSE
               MOVE "N" TO WS-TEM-NF
               DISPLAY "BOLETO-BATCH: NF-REGISTER INDISPONIVEL - "
                   "CONFERENCIA COM A NOTA FISCAL DESLIGADA"
           END-IF

           OPEN EXTEND RETIDO-NF-FILE
           IF NOT WS-RETNF-OK
               OPEN OUTPUT RETIDO-NF-FILE
           END-IF

           OPEN EXTEND APROVACAO-FILE
           IF NOT WS-APROV-OK
               OPEN OUTPUT APROVACAO-FILE

           OPEN OUTPUT INTAKE-REJ-FILE

           PERFORM 1300-CARREGAR-SCREENING
           PERFORM 1400-ABRIR-RETENCOES

           OPEN EXTEND REVIEW-FILE
           IF NOT WS-REV-OK

           PERFORM 1100-LER-PROXIMO.

      *> Multa, juros, tolerancia da nota, alcada de aprovacao e dia
      *> do ISS retido do PARAMETRO-MASTER, na vigencia de hoje; o
      *> VALUE de cada campo continua sendo o padrao de quando nada
      *> foi cadastrado.
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

           MOVE "NF-TOLERANCIA"    TO PARC-NOME
           MOVE WS-NF-TOLERANCIA   TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR         TO WS-NF-TOLERANCIA

           MOVE "BOLETO-APROVACAO-LIMITE" TO PARC-NOME
           MOVE WS-LIMITE-APROV           TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR                TO WS-LIMITE-APROV

           MOVE "RETENCAO-DIA-ISS" TO PARC-NOME
           MOVE WS-DIA-ISS         TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           IF PARC-VALOR < 1 OR PARC-VALOR > 28
               MOVE 10 TO WS-DIA-ISS
           ELSE
               MOVE PARC-VALOR TO WS-DIA-ISS
           END-IF.

       1060-CONSULTAR-PARAMETRO SECTION.
           MOVE WS-EMPRESA TO PARC-EMPRESA
           MOVE 0          TO PARC-DATA
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           IF WS-PARAM-QTD < 6
               ADD 1 TO WS-PARAM-QTD
               MOVE PARC-LINHA TO WS-PARAM-LINHA(WS-PARAM-QTD)
           END-IF.

       1300-CARREGAR-SCREENING SECTION.
      *> Sem a lista do compliance o screening fica desligado, com
      *> aviso -- e o mundo de antes da lista existir.
           END-PERFORM
           CLOSE SCREENING-FILE.

       1400-ABRIR-RETENCOES SECTION.
      *> Registro das retencoes: cria na primeira vez e acha a
      *> ultima sequencia usada nos pagaveis.
           OPEN I-O RETENCAO-FILE
           IF NOT WS-RET-OK
               OPEN OUTPUT RETENCAO-FILE
               CLOSE RETENCAO-FILE
               OPEN I-O RETENCAO-FILE
           END-IF
           MOVE 0 TO WS-RET-SEQ
           MOVE LOW-VALUES TO RET-CHAVE
           START RETENCAO-FILE KEY NOT < RET-CHAVE
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO WS-EOF-RET
           PERFORM UNTIL WS-EOF-RET = "S"
               READ RETENCAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RET
                   NOT AT END
                       IF RET-SEQ > WS-RET-SEQ
                           MOVE RET-SEQ TO WS-RET-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       1100-LER-PROXIMO SECTION.
           READ BOLETO-INTAKE-FILE
               AT END
               EXIT SECTION
           END-IF

      *> Retencoes pelo perfil do fornecedor: daqui em diante o
      *> boleto segue pelo liquido, qualquer que seja o destino.
           PERFORM 2150-BUSCAR-FORNECEDOR
           PERFORM 2160-CALCULAR-RETENCOES
           IF WS-NORM-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE SPACES TO BOLREJ-REC
               MOVE BOLIN-REC      TO BOLREJ-REGISTRO
               MOVE WS-NORM-MOTIVO TO BOLREJ-MOTIVO
               WRITE BOLREJ-REC
               DISPLAY "BOLETO-BATCH: BOLETO REJEITADO ("
                   FUNCTION TRIM(BOLIN-DESCRICAO) ") "
                   FUNCTION TRIM(WS-NORM-MOTIVO)
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

      *> Casamento com a nota fiscal: boleto sem nota do mesmo CNPJ
      *> e valor fica retido ate o NF-INTAKE receber a nota.
           IF WS-TEM-NF = "S"
               PERFORM 2135-CONFERIR-NF
               IF WS-NF-CASOU = "N"
                   PERFORM 2145-RETER-SEM-NF
                   PERFORM 2700-REGISTRAR-RETENCOES
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
               END-IF
           END-IF

      *> Conferencia DDA: boleto sem contrapartida registrada no
      *> banco fica fora da agenda, retido para liberacao de
      *> supervisor no DDA-LIBERAR.
               PERFORM 2130-CONFERIR-DDA
               IF WS-SEM-DDA = "S"
                   PERFORM 2140-RETER-SEM-DDA
                   PERFORM 2700-REGISTRAR-RETENCOES
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
               END-IF
           END-IF

      *> Screening do compliance: CNPJ ou nome do fornecedor na
      *> lista de bloqueio desvia para a revisao, fora da agenda.
           PERFORM 2180-SCREENING
           IF WS-SCR-BATEU = "S"
               PERFORM 2190-RETER-SCREENING
               PERFORM 2700-REGISTRAR-RETENCOES
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF
           IF WS-VALOR-CENTAVOS > WS-LIMITE-APROV
                   OR WS-FORN-REVISAO = "S"
               PERFORM 2170-RETER-APROVACAO
               PERFORM 2700-REGISTRAR-RETENCOES
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF
      *> recusado para sempre sem nunca ter sido pago. Vai para
      *> rejeitado e volta num lote menor.
           IF WS-AGENDA-CHEIA = "S"
               PERFORM 2138-DESFAZER-NF
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "BOLETO-BATCH: BOLETO REJEITADO ("
                   FUNCTION TRIM(BOLIN-DESCRICAO)
           END-IF

           PERFORM 2250-REGISTRAR-BOLETO
           PERFORM 2700-REGISTRAR-RETENCOES

           PERFORM 1100-LER-PROXIMO.

                   MOVE "S" TO WS-SEM-DDA
           END-READ.

       2135-CONFERIR-NF SECTION.
      *> Entre as notas pendentes do CNPJ, fica a de valor mais
      *> proximo do bruto do boleto dentro da tolerancia; a nota
      *> casada leva o codigo de barras e nao casa com outro boleto.
           MOVE "N" TO WS-NF-CASOU
           MOVE 0 TO WS-NF-PENDENTES
           MOVE SPACES TO WS-NF-MELHOR-CHAVE
           MOVE "SEM NOTA FISCAL" TO WS-NF-MOTIVO
           MOVE BOLIN-CNPJ TO NF-CNPJ
           START NF-FILE KEY IS = NF-CNPJ
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO WS-EOF-NF
           PERFORM UNTIL WS-EOF-NF = "S"
               READ NF-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-NF
                   NOT AT END
                       IF NF-CNPJ NOT = BOLIN-CNPJ
                           MOVE "S" TO WS-EOF-NF
                       ELSE
                           IF NF-STATUS = "PENDENTE"
                               PERFORM 2136-AVALIAR-NF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-NF-MELHOR-CHAVE = SPACES
               IF WS-NF-PENDENTES > 0
                   MOVE "VALOR DIVERGE DA NOTA FISCAL" TO WS-NF-MOTIVO
               END-IF
               EXIT SECTION
           END-IF

           MOVE WS-NF-MELHOR-CHAVE TO NF-CHAVE-ACESSO
           READ NF-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE "CASADA"            TO NF-STATUS
           MOVE BOLIN-CODIGO-BARRAS TO NF-BARRAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO NF-DATA-CASAMENTO
           REWRITE NF-REC
               INVALID KEY
                   EXIT SECTION
           END-REWRITE
           MOVE "S" TO WS-NF-CASOU.

       2136-AVALIAR-NF SECTION.
           ADD 1 TO WS-NF-PENDENTES
           IF NF-VALOR > WS-VALOR-CENTAVOS
               COMPUTE WS-NF-DIF = NF-VALOR - WS-VALOR-CENTAVOS
           ELSE
               COMPUTE WS-NF-DIF = WS-VALOR-CENTAVOS - NF-VALOR
           END-IF
           IF WS-NF-DIF > WS-NF-TOLERANCIA
               EXIT SECTION
           END-IF
           IF WS-NF-MELHOR-CHAVE = SPACES
                   OR WS-NF-DIF < WS-NF-MELHOR-DIF
               MOVE WS-NF-DIF       TO WS-NF-MELHOR-DIF
               MOVE NF-CHAVE-ACESSO TO WS-NF-MELHOR-CHAVE
           END-IF.

       2138-DESFAZER-NF SECTION.
      *> Boleto devolvido por agenda cheia volta num lote menor: a
      *> nota casada volta a pendente para casar de novo.
           IF WS-TEM-NF = "N" OR WS-NF-MELHOR-CHAVE = SPACES
               EXIT SECTION
           END-IF
           MOVE WS-NF-MELHOR-CHAVE TO NF-CHAVE-ACESSO
           READ NF-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           MOVE "PENDENTE" TO NF-STATUS
           MOVE SPACES     TO NF-BARRAS NF-DATA-CASAMENTO
           REWRITE NF-REC
           END-REWRITE.

       2145-RETER-SEM-NF SECTION.
      *> Como o retido sem DDA: entra no BOLETO-REGISTER com status
      *> proprio, coberto pela guarda de duplicado e fora da remessa.
           ADD 1 TO WS-QTD-RETIDOS-NF
           MOVE SPACES TO RETNF-REC
           MOVE BOLIN-REC    TO RETNF-REGISTRO
           MOVE WS-NF-MOTIVO TO RETNF-MOTIVO
           WRITE RETNF-REC

           MOVE SPACES TO BREG-REC
           MOVE BOLIN-CODIGO-BARRAS TO BREG-BARRAS
           MOVE BOLIN-CNPJ          TO BREG-CNPJ
           MOVE WS-VALOR-PAGAR      TO BREG-VALOR
           MOVE WS-VENC-AAAAMMDD    TO BREG-VENC
           MOVE FUNCTION CURRENT-DATE(1:8) TO BREG-DATA-ENTRADA
           MOVE "RETIDO-NF"         TO BREG-STATUS
           WRITE BREG-REC
               INVALID KEY
                   DISPLAY "BOLETO-BATCH: AVISO - FALHA AO "
                       "REGISTRAR O BOLETO RETIDO SEM NOTA"
           END-WRITE

           DISPLAY "BOLETO-BATCH: BOLETO RETIDO ("
               FUNCTION TRIM(BOLIN-DESCRICAO) ") - "
               FUNCTION TRIM(WS-NF-MOTIVO).

       2140-RETER-SEM-DDA SECTION.
      *> O boleto retido entra no BOLETO-REGISTER com status proprio:
      *> a guarda de duplicado continua cobrindo-o, e o DDA-LIBERAR
           MOVE SPACES TO BREG-REC
           MOVE BOLIN-CODIGO-BARRAS TO BREG-BARRAS
           MOVE BOLIN-CNPJ          TO BREG-CNPJ
           MOVE WS-VALOR-PAGAR      TO BREG-VALOR
           MOVE WS-VENC-AAAAMMDD    TO BREG-VENC
           MOVE FUNCTION CURRENT-DATE(1:8) TO BREG-DATA-ENTRADA
           MOVE "RETIDO-DDA"        TO BREG-STATUS
           MOVE SPACES TO BREG-REC
           MOVE BOLIN-CODIGO-BARRAS TO BREG-BARRAS
           MOVE BOLIN-CNPJ          TO BREG-CNPJ
           MOVE WS-VALOR-PAGAR      TO BREG-VALOR
           MOVE WS-VENC-AAAAMMDD    TO BREG-VENC
           MOVE FUNCTION CURRENT-DATE(1:8) TO BREG-DATA-ENTRADA
           MOVE "AGENDADO"          TO BREG-STATUS
       2150-BUSCAR-FORNECEDOR SECTION.
           MOVE "FORNECEDOR NAO CADASTRADO" TO WS-FORN-NOME
           MOVE "N" TO WS-FORN-REVISAO
           MOVE SPACE  TO WS-FORN-TIPO-SERVICO
           MOVE "N"    TO WS-FORN-SIMPLES
           MOVE SPACES TO WS-FORN-ISS-MUNICIPIO
           MOVE 0      TO WS-FORN-ISS-ALIQ
           IF WS-FORN-OK AND BOLIN-CNPJ > 0
               MOVE BOLIN-CNPJ TO FORN-CNPJ
               READ FORNECEDOR-FILE
                   NOT INVALID KEY
                       MOVE FORN-NOME TO WS-FORN-NOME
                       MOVE FORN-REVISAO TO WS-FORN-REVISAO
                       MOVE FORN-TIPO-SERVICO TO WS-FORN-TIPO-SERVICO
                       MOVE FORN-SIMPLES      TO WS-FORN-SIMPLES
                       MOVE FORN-ISS-MUNICIPIO
                           TO WS-FORN-ISS-MUNICIPIO
                       IF FORN-ISS-ALIQ IS NUMERIC
                           MOVE FORN-ISS-ALIQ TO WS-FORN-ISS-ALIQ
                       END-IF
                       IF FORN-STATUS = "I"
                           DISPLAY "BOLETO-BATCH: AVISO - FORNECEDOR "
                               "INATIVO NO CADASTRO: " FORN-NOME
               END-READ
           END-IF.

       2160-CALCULAR-RETENCOES SECTION.
      *> Base = valor da nota no codigo de barras. Mercadoria (tipo
      *> em branco) nao retem nada.
           MOVE 0 TO WS-RET-IRRF WS-RET-CSRF WS-RET-INSS WS-RET-ISS
                     WS-RET-TOTAL
           MOVE WS-VALOR-CENTAVOS TO WS-VALOR-PAGAR
           IF WS-FORN-TIPO-SERVICO = SPACE
               EXIT SECTION
           END-IF

           MOVE 465 TO WS-ALIQ-CSRF
           EVALUATE WS-FORN-TIPO-SERVICO
               WHEN "P"
                   MOVE 150  TO WS-ALIQ-IRRF
                   MOVE 0    TO WS-ALIQ-INSS
               WHEN "M"
                   MOVE 100  TO WS-ALIQ-IRRF
                   MOVE 1100 TO WS-ALIQ-INSS
               WHEN OTHER
                   MOVE 0    TO WS-ALIQ-IRRF
                   MOVE 0    TO WS-ALIQ-INSS
           END-EVALUATE
           IF WS-FORN-SIMPLES = "S"
               MOVE 0 TO WS-ALIQ-IRRF WS-ALIQ-CSRF
           END-IF

           COMPUTE WS-RET-IRRF =
               WS-VALOR-CENTAVOS * WS-ALIQ-IRRF / 10000
           COMPUTE WS-RET-CSRF =
               WS-VALOR-CENTAVOS * WS-ALIQ-CSRF / 10000
           COMPUTE WS-RET-INSS =
               WS-VALOR-CENTAVOS * WS-ALIQ-INSS / 10000
           IF WS-RET-IRRF < WS-RET-MINIMO
               MOVE 0 TO WS-RET-IRRF
           END-IF
           IF WS-RET-CSRF < WS-RET-MINIMO
               MOVE 0 TO WS-RET-CSRF
           END-IF
           IF WS-RET-INSS < WS-RET-MINIMO
               MOVE 0 TO WS-RET-INSS
           END-IF
           IF WS-FORN-ISS-ALIQ > 0
               COMPUTE WS-RET-ISS =
                   WS-VALOR-CENTAVOS * WS-FORN-ISS-ALIQ / 10000
           END-IF

           COMPUTE WS-RET-TOTAL =
               WS-RET-IRRF + WS-RET-CSRF + WS-RET-INSS + WS-RET-ISS
           IF WS-RET-TOTAL >= WS-VALOR-CENTAVOS
               MOVE "RETENCOES ZERAM O VALOR DA NOTA"
                   TO WS-NORM-MOTIVO
               EXIT SECTION
           END-IF
           COMPUTE WS-VALOR-PAGAR = WS-VALOR-CENTAVOS - WS-RET-TOTAL.

       2700-REGISTRAR-RETENCOES SECTION.
      *> Um pagavel por tributo retido, todos presos a nota pelo
      *> RETENCAO-FORN.
           IF WS-RET-TOTAL = 0
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-COM-RETENCAO

      *> Mes do pagamento: o do vencimento, ou o corrente para nota
      *> ja vencida (paga no proximo dia util).
           MOVE WS-VENC-AAAAMMDD TO WS-RT-BASE-DATA
           IF WS-VENC-AAAAMMDD < FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8))
               MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
                   TO WS-RT-BASE-DATA
           END-IF

           IF WS-RET-IRRF > 0
               MOVE "IRRF"         TO WS-RT-TIPO
               MOVE "5"            TO WS-RT-TIPO-DIG
               MOVE "1708"         TO WS-RT-RECEITA
               MOVE WS-ALIQ-IRRF   TO WS-RT-ALIQ
               MOVE WS-RET-IRRF    TO WS-RT-VALOR
               MOVE WS-DIA-FEDERAL TO WS-RT-DIA
               PERFORM 2710-REGISTRAR-UMA
           END-IF
           IF WS-RET-CSRF > 0
               MOVE "CSRF"         TO WS-RT-TIPO
               MOVE "6"            TO WS-RT-TIPO-DIG
               MOVE "5952"         TO WS-RT-RECEITA
               MOVE WS-ALIQ-CSRF   TO WS-RT-ALIQ
               MOVE WS-RET-CSRF    TO WS-RT-VALOR
               MOVE WS-DIA-FEDERAL TO WS-RT-DIA
               PERFORM 2710-REGISTRAR-UMA
           END-IF
           IF WS-RET-INSS > 0
               MOVE "INSS"         TO WS-RT-TIPO
               MOVE "7"            TO WS-RT-TIPO-DIG
               MOVE "2631"         TO WS-RT-RECEITA
               MOVE WS-ALIQ-INSS   TO WS-RT-ALIQ
               MOVE WS-RET-INSS    TO WS-RT-VALOR
               MOVE WS-DIA-FEDERAL TO WS-RT-DIA
               PERFORM 2710-REGISTRAR-UMA
           END-IF
           IF WS-RET-ISS > 0
               MOVE "ISS"            TO WS-RT-TIPO
               MOVE "8"              TO WS-RT-TIPO-DIG
               MOVE "0000"           TO WS-RT-RECEITA
               MOVE WS-FORN-ISS-ALIQ TO WS-RT-ALIQ
               MOVE WS-RET-ISS       TO WS-RT-VALOR
               MOVE WS-DIA-ISS       TO WS-RT-DIA
               PERFORM 2710-REGISTRAR-UMA
           END-IF.

       2710-REGISTRAR-UMA SECTION.
           PERFORM 2720-VENCER-RETENCAO
           ADD 1 TO WS-RET-SEQ
           PERFORM 2730-MONTAR-BARRAS-RETENCAO

           MOVE SPACES TO BREG-REC
           MOVE WS-RT-BARRAS        TO BREG-BARRAS
           IF WS-RT-TIPO = "ISS"
               MOVE 0               TO BREG-CNPJ
           ELSE
               MOVE WS-CNPJ-RECEITA TO BREG-CNPJ
           END-IF
           MOVE WS-RT-VALOR         TO BREG-VALOR
           MOVE WS-RT-VENC          TO BREG-VENC
           MOVE FUNCTION CURRENT-DATE(1:8) TO BREG-DATA-ENTRADA
           MOVE "RETENCAO"          TO BREG-STATUS
           WRITE BREG-REC
               INVALID KEY
                   DISPLAY "BOLETO-BATCH: AVISO - FALHA AO "
                       "REGISTRAR A RETENCAO " WS-RT-TIPO " ("
                       FUNCTION TRIM(BOLIN-DESCRICAO) ")"
                   EXIT SECTION
           END-WRITE

           MOVE SPACES TO RET-REC
           MOVE BOLIN-CODIGO-BARRAS TO RET-BARRAS-ORIGEM
           MOVE WS-RT-TIPO          TO RET-TIPO
           MOVE WS-RET-SEQ          TO RET-SEQ
           MOVE BOLIN-CNPJ          TO RET-CNPJ
           MOVE BOLIN-DESCRICAO     TO RET-DESCRICAO
           MOVE WS-VENC-AAAAMMDD    TO RET-VENC-ORIGEM
           MOVE WS-VALOR-CENTAVOS   TO RET-BASE
           MOVE WS-RT-ALIQ          TO RET-ALIQ
           MOVE WS-RT-VALOR         TO RET-VALOR
           MOVE WS-RT-RECEITA       TO RET-RECEITA
           IF WS-RT-TIPO = "ISS"
               MOVE WS-FORN-ISS-MUNICIPIO TO RET-MUNICIPIO
           END-IF
           MOVE WS-RT-VENC          TO RET-VENC
           MOVE WS-RT-BARRAS        TO RET-BARRAS-GUIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO RET-DATA-ENTRADA
           MOVE WS-EMPRESA          TO RET-EMPRESA
           WRITE RET-REC
               INVALID KEY
                   DISPLAY "BOLETO-BATCH: AVISO - RETENCAO "
                       WS-RT-TIPO " JA VINCULADA A NOTA ("
                       FUNCTION TRIM(BOLIN-DESCRICAO) ")"
           END-WRITE

           ADD 1 TO WS-QTD-RETENCOES
           ADD WS-RT-VALOR TO WS-TOTAL-RETIDO.

       2720-VENCER-RETENCAO SECTION.
      *> Dia legal do mes seguinte ao do pagamento, recuando
      *> enquanto o calendario disser que nao e dia util -- a mesma
      *> regra do GUIA-RECOLHIMENTO.
           MOVE WS-RT-BASE-ANO TO WS-RT-ANO
           MOVE WS-RT-BASE-MES TO WS-RT-MES
           ADD 1 TO WS-RT-MES
           IF WS-RT-MES > 12
               MOVE 1 TO WS-RT-MES
               ADD 1 TO WS-RT-ANO
           END-IF
           COMPUTE WS-RT-VENC =
               WS-RT-ANO * 10000 + WS-RT-MES * 100 + WS-RT-DIA

           MOVE 0 TO WS-RT-TENTATIVAS
           MOVE "S" TO WS-CAL-AJUSTADA
           PERFORM UNTIL WS-CAL-AJUSTADA = "N"
                   OR WS-RT-TENTATIVAS > 15
               MOVE WS-RT-VENC TO WS-CAL-DATA-ENT
               CALL "CAL-DIA-UTIL" USING WS-CAL-PARAMS
               END-CALL
               IF WS-CAL-STATUS NOT = "OK"
                   MOVE "N" TO WS-CAL-AJUSTADA
               END-IF
               IF WS-CAL-AJUSTADA = "S"
                   ADD 1 TO WS-RT-TENTATIVAS
                   COMPUTE WS-RT-VENC-INT =
                       FUNCTION INTEGER-OF-DATE(WS-RT-VENC) - 1
                   COMPUTE WS-RT-VENC =
                       FUNCTION DATE-OF-INTEGER(WS-RT-VENC-INT)
               END-IF
           END-PERFORM.

       2730-MONTAR-BARRAS-RETENCAO SECTION.
      *> Codigo de barras no padrao do BOLETO-EMIT, como as guias do
      *> GUIA-RECOLHIMENTO: campo livre = tipo (5 IRRF, 6 CSRF,
      *> 7 INSS, 8 ISS) + codigo de receita + CNPJ do fornecedor +
      *> sequencia da retencao.
           COMPUTE WS-RT-VENC-INT = FUNCTION INTEGER-OF-DATE(WS-RT-VENC)
           IF WS-RT-VENC-INT - WS-BASE-FATOR-INT > 9999
               COMPUTE WS-RT-FATOR =
                   WS-RT-VENC-INT - WS-BASE-FATOR-INT - 9000
           ELSE
               COMPUTE WS-RT-FATOR = WS-RT-VENC-INT - WS-BASE-FATOR-INT
           END-IF

           MOVE BOLIN-CNPJ TO WS-RT-CNPJ
           MOVE SPACES TO WS-RT-CAMPO-LIVRE
           STRING
               WS-RT-TIPO-DIG
               WS-RT-RECEITA
               WS-RT-CNPJ
               WS-RET-SEQ
               INTO WS-RT-CAMPO-LIVRE
           END-STRING

           MOVE SPACES TO WS-RT-SEM-DV
           STRING
               "001" "9" WS-RT-FATOR WS-RT-VALOR WS-RT-CAMPO-LIVRE
               INTO WS-RT-SEM-DV
           END-STRING

           MOVE ZEROS TO WS-SOMA-M11
           MOVE 2 TO WS-PESO-M11
           PERFORM VARYING WS-K FROM 43 BY -1 UNTIL WS-K = 0
               MOVE FUNCTION NUMVAL(WS-RT-SEM-DV(WS-K:1))
                   TO WS-DIGITO-M11
               COMPUTE WS-SOMA-M11 =
                   WS-SOMA-M11 + (WS-DIGITO-M11 * WS-PESO-M11)
               IF WS-PESO-M11 = 9
                   MOVE 2 TO WS-PESO-M11
               ELSE
                   ADD 1 TO WS-PESO-M11
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO-M11 = FUNCTION MOD(WS-SOMA-M11, 11)
           IF WS-RESTO-M11 = 0 OR WS-RESTO-M11 = 1
                   OR WS-RESTO-M11 = 10
               MOVE 1 TO WS-RT-DV
           ELSE
               COMPUTE WS-RT-DV = 11 - WS-RESTO-M11
           END-IF

           MOVE SPACES TO WS-RT-BARRAS
           STRING
               WS-RT-SEM-DV(1:4)
               WS-RT-DV
               WS-RT-SEM-DV(5:39)
               INTO WS-RT-BARRAS
           END-STRING.

       2180-SCREENING SECTION.
           MOVE "N" TO WS-SCR-BATEU
           IF WS-SCR-QTD = 0
           MOVE SPACES TO BREG-REC
           MOVE BOLIN-CODIGO-BARRAS TO BREG-BARRAS
           MOVE BOLIN-CNPJ          TO BREG-CNPJ
           MOVE WS-VALOR-PAGAR      TO BREG-VALOR
           MOVE WS-VENC-AAAAMMDD    TO BREG-VENC
           MOVE FUNCTION CURRENT-DATE(1:8) TO BREG-DATA-ENTRADA
           MOVE "SCREENING"         TO BREG-STATUS
           MOVE SPACES TO BREG-REC
           MOVE BOLIN-CODIGO-BARRAS TO BREG-BARRAS
           MOVE BOLIN-CNPJ          TO BREG-CNPJ
           MOVE WS-VALOR-PAGAR      TO BREG-VALOR
           MOVE WS-VENC-AAAAMMDD    TO BREG-VENC
           MOVE FUNCTION CURRENT-DATE(1:8) TO BREG-DATA-ENTRADA
           MOVE "APROVACAO"         TO BREG-STATUS

           ADD 1 TO WS-AG-QTD
           MOVE WS-VENC-AAAAMMDD  TO WS-AG-VENC(WS-AG-QTD)
           MOVE WS-VALOR-PAGAR    TO WS-AG-VALOR(WS-AG-QTD)
           MOVE BOLIN-DESCRICAO   TO WS-AG-DESCRICAO(WS-AG-QTD)
           MOVE BOLIN-CODIGO-BARRAS TO WS-AG-BARRAS(WS-AG-QTD)
           MOVE WS-FORN-NOME        TO WS-AG-FORNECEDOR(WS-AG-QTD)

           ADD 1 TO WS-QTD-ACEITOS
           ADD WS-VALOR-PAGAR TO WS-TOTAL-CENTAVOS.

       3000-ORDENAR-AGENDA SECTION.
      *> Ordenacao por troca simples -- a agenda do dia cabe com folga
               INTO AGENDA-LINHA
           END-STRING
           WRITE AGENDA-LINHA
           IF WS-QTD-COM-RETENCAO > 0
               COMPUTE WS-VALOR-REAIS = WS-TOTAL-RETIDO / 100
               MOVE WS-VALOR-REAIS TO WS-VLR-ED
               MOVE SPACES TO AGENDA-LINHA
               STRING
                   "NOTAS COM RETENCAO: " DELIMITED BY SIZE
                   WS-QTD-COM-RETENCAO    DELIMITED BY SIZE
                   "  TRIBUTOS RETIDOS: " DELIMITED BY SIZE
                   WS-QTD-RETENCOES       DELIMITED BY SIZE
                   "  TOTAL: "            DELIMITED BY SIZE
                   WS-VLR-ED              DELIMITED BY SIZE
                   INTO AGENDA-LINHA
               END-STRING
               WRITE AGENDA-LINHA
           END-IF

      *> Vouchers dos boletos em atraso (vencimento anterior a hoje),
      *> com multa, juros pro-rata e o total ajustado por extenso.
           CLOSE APROVACAO-FILE
           CLOSE REVIEW-FILE
           CLOSE INTAKE-REJ-FILE
           CLOSE RETENCAO-FILE
           CLOSE RETIDO-NF-FILE
           IF WS-TEM-NF = "S"
               CLOSE NF-FILE
           END-IF
           IF WS-FORN-OK
               CLOSE FORNECEDOR-FILE
           END-IF
               " REJEITADOS=" WS-QTD-REJEITADOS
               " DUPLICADOS=" WS-QTD-DUPLICADOS
               " RETIDOS-DDA=" WS-QTD-RETIDOS-DDA
               " RETIDOS-NF=" WS-QTD-RETIDOS-NF
               " P/APROVACAO=" WS-QTD-P-APROVACAO
               " SCREENED=" WS-QTD-SCREENED
               " RETIDOS-SCREENING=" WS-QTD-HELD
               " DERIVADOS=" WS-QTD-DERIVADOS
               " EM-ATRASO=" WS-QTD-ATRASADOS
               " RETENCOES=" WS-QTD-RETENCOES.

       9500-GRAVAR-VOUCHER SECTION.
           ADD 1 TO WS-QTD-ATRASADOS
