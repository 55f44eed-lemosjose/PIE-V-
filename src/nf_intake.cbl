       IDENTIFICATION DIVISION.
       PROGRAM-ID. NF-INTAKE.

      *> Entrada das notas fiscais de fornecedor e conferencia de
      *> tres vias com os boletos: cada nota recebida (emitente,
      *> numero, serie, emissao, valor bruto e chave de acesso) e
      *> validada -- CNPJ no CALC-DIG-CNPJ, DV da chave de acesso no
      *> modulo 11, e a chave tem de trazer o mesmo CNPJ, serie,
      *> numero e mes de emissao da nota -- e entra no NF-REGISTER
      *> como PENDENTE. O BOLETO-BATCH casa o boleto com a nota na
      *> entrada; aqui os boletos que ficaram retidos sem nota
      *> (BOLETO-RETIDO-NF) tentam casar de novo com as notas que
      *> chegaram depois. O boleto que casa vai para a fila do
      *> BOLETO-APROVAR (a aprovacao e a terceira via: ele passou
      *> pelo intake sem nota) e nao direto para a remessa.
      *>
      *> O NF-CONCILIA lista para o contas a pagar as notas
      *> recusadas, os boletos ainda sem nota ou com valor
      *> divergente, os liberados para aprovacao e as notas sem
      *> boleto. NF-TOLERANCIA (PARAMETRO-MASTER, centavos, padrao
      *> R$ 1,00) e a mesma tolerancia de valor do BOLETO-BATCH. O
      *> BOLETO-RETIDO-NF-NOVO substitui o arquivo ao final, como nos
      *> outros ciclos de reapresentacao da casa.
      *>
      *> A inscricao estadual do emitente, quando vem na nota, e
      *> conferida no CALC-DIG-IE pela UF da chave de acesso e tem de
      *> ser a mesma do FORNECEDOR-MASTER (fornecedor sem IE no
      *> cadastro nao barra a nota; ele sai na FORN-IE-SWEEP).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NF-IN-FILE ASSIGN TO "NF-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFIN-FS.
           SELECT NF-FILE ASSIGN TO "NF-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CHAVE-ACESSO
               ALTERNATE RECORD KEY IS NF-CNPJ WITH DUPLICATES
               FILE STATUS IS WS-NF-FS.
           SELECT NF-REJ-FILE ASSIGN TO "NF-REJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETIDO-FILE ASSIGN TO "BOLETO-RETIDO-NF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNF-FS.
           SELECT RETIDO-NOVO-FILE ASSIGN TO "BOLETO-RETIDO-NF-NOVO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOLETO-REG-FILE ASSIGN TO "BOLETO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-BARRAS
               FILE STATUS IS WS-BREG-FS.
           SELECT APROVACAO-FILE ASSIGN TO "BOLETO-APROVACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APROV-FS.
           SELECT CONCILIA-FILE ASSIGN TO "NF-CONCILIA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WS-FORN-FS.

       DATA DIVISION.
       FILE SECTION.
      *> Nota recebida: valor bruto em centavos; a chave de acesso
      *> de 44 digitos com o DV na ultima posicao; a IE do
      *> emitente como impressa na nota (branco = nao veio).
       FD  NF-IN-FILE.
       01  NFIN-REC.
           05  NFIN-CNPJ             PIC 9(14).
           05  NFIN-NUMERO           PIC 9(09).
           05  NFIN-SERIE            PIC X(03).
           05  NFIN-EMISSAO          PIC 9(08).
           05  NFIN-VALOR            PIC 9(10).
           05  NFIN-CHAVE            PIC X(44).
           05  NFIN-IE               PIC X(18).

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

       FD  NF-REJ-FILE.
       01  NFREJ-REC.
           05  NFREJ-REGISTRO        PIC X(106).
           05  FILLER                PIC X(02).
           05  NFREJ-MOTIVO          PIC X(40).

       FD  RETIDO-FILE.
       01  RETNF-REC.
           05  RETNF-REGISTRO.
               10  RETNF-DESCRICAO   PIC X(30).
               10  RETNF-BARRAS      PIC X(44).
               10  FILLER            PIC X(32).
               10  RETNF-CNPJ        PIC 9(14).
           05  FILLER                PIC X(02).
           05  RETNF-MOTIVO          PIC X(30).

       FD  RETIDO-NOVO-FILE.
       01  RETNF-NOVO-REC            PIC X(152).

       FD  BOLETO-REG-FILE.
       01  BREG-REC.
           05  BREG-BARRAS           PIC X(44).
           05  BREG-CNPJ             PIC 9(14).
           05  BREG-VALOR            PIC 9(10).
           05  BREG-VENC             PIC 9(08).
           05  BREG-DATA-ENTRADA     PIC X(08).
           05  BREG-STATUS           PIC X(10).

       FD  APROVACAO-FILE.
       01  APROV-REC.
           05  APROV-REGISTRO        PIC X(120).
           05  FILLER                PIC X(02).
           05  APROV-MOTIVO          PIC X(30).

       FD  CONCILIA-FILE.
       01  CONC-LINHA                PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  WS-NFIN-FS                PIC X(02) VALUE SPACES.
           88  WS-NFIN-OK                       VALUE "00".
       01  WS-NF-FS                  PIC X(02) VALUE SPACES.
           88  WS-NF-OK                         VALUE "00".
       01  WS-RETNF-FS               PIC X(02) VALUE SPACES.
           88  WS-RETNF-OK                      VALUE "00".
       01  WS-BREG-FS                PIC X(02) VALUE SPACES.
           88  WS-BREG-OK                       VALUE "00".
       01  WS-APROV-FS               PIC X(02) VALUE SPACES.
           88  WS-APROV-OK                      VALUE "00".
       01  WS-FORN-FS                PIC X(02) VALUE SPACES.
           88  WS-FORN-OK                       VALUE "00".
       01  WS-TEM-FORNECEDOR         PIC X(01) VALUE "N".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".
       01  WS-EOF-NF                 PIC X(01) VALUE "N".
       01  WS-NFIN-ABERTO            PIC X(01) VALUE "N".

       01  WS-HOJE                   PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-INT               PIC 9(08) COMP-5 VALUE 0.
       01  WS-ENTRADA-INT            PIC 9(08) COMP-5 VALUE 0.
       01  WS-DIAS                   PIC 9(05) VALUE ZEROS.
       01  WS-MOTIVO                 PIC X(40) VALUE SPACES.

       01  WS-EMISSAO                PIC 9(08) VALUE ZEROS.
       01  WS-EMISSAO-X REDEFINES WS-EMISSAO.
           05  WS-EMI-ANO            PIC 9(04).
           05  WS-EMI-MES            PIC 9(02).
           05  WS-EMI-DIA            PIC 9(02).

      *> Chave de acesso: UF, AAMM da emissao, CNPJ do emitente,
      *> modelo, serie, numero, forma de emissao, codigo numerico e
      *> o DV.
       01  WS-CHAVE                  PIC X(44) VALUE SPACES.
       01  WS-CHAVE-X REDEFINES WS-CHAVE.
           05  WS-CH-UF              PIC X(02).
           05  WS-CH-AAMM            PIC X(04).
           05  WS-CH-CNPJ            PIC X(14).
           05  WS-CH-MODELO          PIC X(02).
           05  WS-CH-SERIE           PIC X(03).
           05  WS-CH-NUMERO          PIC X(09).
           05  WS-CH-TP-EMIS         PIC X(01).
           05  WS-CH-CODIGO          PIC X(08).
           05  WS-CH-DV              PIC 9(01).
       01  WS-SERIE-NUM              PIC 9(03) VALUE ZEROS.
       01  WS-SERIE-TXT              PIC X(03) VALUE SPACES.
       01  WS-CNPJ-TXT               PIC X(14) VALUE SPACES.
       01  WS-NUMERO-TXT             PIC X(09) VALUE SPACES.

       01  WS-SOMA-M11               PIC 9(05) VALUE 0.
       01  WS-RESTO-M11              PIC 9(02) VALUE 0.
       01  WS-PESO-M11               PIC 9(02) VALUE 0.
       01  WS-DV-CALC                PIC 9(01) VALUE 0.
       01  WS-K                      PIC 9(02) COMP-5 VALUE 0.

      *> Parametros do CALC-DIG-CNPJ, mesmo contrato dos outros
      *> chamadores da familia CALC-DIG.
       01  WS-CNPJ-PARAMS.
           05  WS-CNPJ-12            PIC 9(12).
           05  WS-CNPJ-DIGITOS-RES   PIC 9(02).
           05  WS-CNPJ-STATUS        PIC X(03).
           05  WS-CNPJ-FORMATADO     PIC X(18).
       01  WS-CNPJ-DV                PIC 9(02) VALUE ZEROS.

      *> Parametros do CALC-DIG-IE e a UF do emitente, tirada do
      *> codigo IBGE que abre a chave de acesso.
       01  WS-IE-PARAMS.
           05  WS-IE-ENTRADA         PIC X(18).
           05  WS-IE-UF              PIC X(02).
           05  WS-IE-NORMAL          PIC X(14).
           05  WS-IE-STATUS          PIC X(03).
       01  WS-TABELA-CUF-DADOS.
           05  FILLER                PIC X(28) VALUE
               "11RO12AC13AM14RR15PA16AP17TO".
           05  FILLER                PIC X(36) VALUE
               "21MA22PI23CE24RN25PB26PE27AL28SE29BA".
           05  FILLER                PIC X(16) VALUE
               "31MG32ES33RJ35SP".
           05  FILLER                PIC X(12) VALUE
               "41PR42SC43RS".
           05  FILLER                PIC X(16) VALUE
               "50MS51MT52GO53DF".
       01  WS-TABELA-CUF REDEFINES WS-TABELA-CUF-DADOS.
           05  WS-CUF-LINHA OCCURS 27 TIMES.
               10  WS-CUF-CODIGO     PIC X(02).
               10  WS-CUF-SIGLA      PIC X(02).

      *> Casamento boleto x nota, mesma regra do BOLETO-BATCH.
       01  WS-NF-TOLERANCIA          PIC 9(10) VALUE 100.
      *> Resolvida no PARAMETRO-MASTER para a empresa do BOLETO-BATCH
      *> (BOLETO-EMPRESA), que casa os mesmos boletos.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       COPY "parametro_consulta.cpy".
       01  WS-BOL-CNPJ               PIC 9(14) VALUE ZEROS.
       01  WS-BOL-VALOR              PIC 9(10) VALUE ZEROS.
       01  WS-NF-PENDENTES           PIC 9(05) VALUE ZEROS.
       01  WS-NF-DIF                 PIC 9(10) VALUE ZEROS.
       01  WS-NF-MELHOR-DIF          PIC 9(10) VALUE ZEROS.
       01  WS-NF-MELHOR-CHAVE        PIC X(44) VALUE SPACES.
       01  WS-NF-MOTIVO              PIC X(30) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-QTD-LIDAS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REGISTRADAS    PIC 9(07) VALUE ZEROS.
           05  WS-QTD-REJEITADAS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RETIDOS        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-LIBERADOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-MANTIDOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NF-SEM-BOLETO  PIC 9(07) VALUE ZEROS.

       01  WS-VALOR-REAIS            PIC 9(08)V99 VALUE 0.
       01  WS-VLR-ED                 PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-DET.
           05  DET-SITUACAO          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-CNPJ              PIC 9(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-DOCUMENTO         PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-TEXTO             PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-REGISTRAR-NOTA UNTIL WS-FIM-ARQUIVO
           PERFORM 3000-CASAR-RETIDOS
           PERFORM 4000-LISTAR-NOTAS-SEM-BOLETO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO WS-HOJE
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE)

           ACCEPT WS-EMPRESA FROM ENVIRONMENT "BOLETO-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE "NF-TOLERANCIA"  TO PARC-NOME
           MOVE WS-EMPRESA       TO PARC-EMPRESA
           MOVE 0                TO PARC-DATA
           MOVE WS-NF-TOLERANCIA TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           MOVE PARC-VALOR TO WS-NF-TOLERANCIA

           OPEN I-O NF-FILE
           IF NOT WS-NF-OK
               OPEN OUTPUT NF-FILE
               CLOSE NF-FILE
               OPEN I-O NF-FILE
           END-IF
           IF NOT WS-NF-OK
               DISPLAY "NF-INTAKE: NF-REGISTER INDISPONIVEL "
                   "(STATUS=" WS-NF-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-FORN-OK
               MOVE "S" TO WS-TEM-FORNECEDOR
           ELSE
               DISPLAY "NF-INTAKE: FORNECEDOR-MASTER INDISPONIVEL - "
                   "IE DA NOTA NAO CONFERIDA COM O CADASTRO"
           END-IF

           OPEN OUTPUT NF-REJ-FILE
           OPEN OUTPUT CONCILIA-FILE
           MOVE "CONFERENCIA NOTA FISCAL X BOLETO" TO CONC-LINHA
           WRITE CONC-LINHA
           MOVE "PARAMETROS DA RODADA:" TO CONC-LINHA
           WRITE CONC-LINHA
           MOVE PARC-LINHA TO CONC-LINHA
           WRITE CONC-LINHA
           MOVE ALL "-" TO CONC-LINHA
           WRITE CONC-LINHA

           OPEN INPUT NF-IN-FILE
           IF NOT WS-NFIN-OK
               DISPLAY "NF-INTAKE: NF-IN NAO ENCONTRADO, SO A "
                   "CONFERENCIA DOS RETIDOS"
               MOVE "S" TO WS-EOF
           ELSE
               MOVE "S" TO WS-NFIN-ABERTO
               PERFORM 1100-LER-PROXIMO
           END-IF.

       1100-LER-PROXIMO SECTION.
           READ NF-IN-FILE
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDAS
           END-READ.

       2000-REGISTRAR-NOTA SECTION.
           PERFORM 2100-VALIDAR-NOTA
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-REJEITAR-NOTA
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           MOVE SPACES TO NF-REC
           MOVE NFIN-CHAVE   TO NF-CHAVE-ACESSO
           MOVE NFIN-CNPJ    TO NF-CNPJ
           MOVE NFIN-NUMERO  TO NF-NUMERO
           MOVE NFIN-SERIE   TO NF-SERIE
           MOVE NFIN-EMISSAO TO NF-EMISSAO
           MOVE NFIN-VALOR   TO NF-VALOR
           MOVE "PENDENTE"   TO NF-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO NF-DATA-ENTRADA
           WRITE NF-REC
               INVALID KEY
                   MOVE "NOTA JA REGISTRADA (CHAVE DE ACESSO)"
                       TO WS-MOTIVO
                   PERFORM 2900-REJEITAR-NOTA
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
           END-WRITE
           ADD 1 TO WS-QTD-REGISTRADAS

           PERFORM 1100-LER-PROXIMO.

       2100-VALIDAR-NOTA SECTION.
      *> Validacao antes de qualquer I/O no registro, como nos
      *> cadastros: CNPJ, campos da nota e a chave de acesso.
           MOVE SPACES TO WS-MOTIVO
           IF NFIN-CNPJ IS NOT NUMERIC OR NFIN-CNPJ = 0
               MOVE "CNPJ DO EMITENTE INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           COMPUTE WS-CNPJ-12 = NFIN-CNPJ / 100
           COMPUTE WS-CNPJ-DV = NFIN-CNPJ - (WS-CNPJ-12 * 100)
           CALL "CALC-DIG-CNPJ" USING WS-CNPJ-PARAMS
           END-CALL
           IF WS-CNPJ-STATUS NOT = "OK" OR
                   WS-CNPJ-DIGITOS-RES NOT = WS-CNPJ-DV
               MOVE "CNPJ DO EMITENTE NAO CONFERE" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF NFIN-NUMERO IS NOT NUMERIC OR NFIN-NUMERO = 0
               MOVE "NUMERO DA NOTA INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF NFIN-SERIE = SPACES
               MOVE "SERIE DA NOTA EM BRANCO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF NFIN-VALOR IS NOT NUMERIC OR NFIN-VALOR = 0
               MOVE "VALOR DA NOTA INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF NFIN-EMISSAO IS NOT NUMERIC
               MOVE "DATA DE EMISSAO INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE NFIN-EMISSAO TO WS-EMISSAO
           IF WS-EMI-ANO < 2000 OR WS-EMI-MES < 1 OR WS-EMI-MES > 12
                   OR WS-EMI-DIA < 1 OR WS-EMI-DIA > 31
               MOVE "DATA DE EMISSAO INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF WS-EMISSAO > WS-HOJE
               MOVE "DATA DE EMISSAO FUTURA" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           PERFORM 2200-VALIDAR-CHAVE.

       2200-VALIDAR-CHAVE SECTION.
           MOVE NFIN-CHAVE TO WS-CHAVE
           IF WS-CHAVE IS NOT NUMERIC
               MOVE "CHAVE DE ACESSO NAO NUMERICA" TO WS-MOTIVO
               EXIT SECTION
           END-IF

      *> DV da chave: modulo 11 sobre as 43 posicoes, pesos 2 a 9 da
      *> direita para a esquerda; resto 0 ou 1 da DV zero.
           MOVE 0 TO WS-SOMA-M11
           MOVE 2 TO WS-PESO-M11
           PERFORM VARYING WS-K FROM 43 BY -1 UNTIL WS-K = 0
               COMPUTE WS-SOMA-M11 = WS-SOMA-M11 +
                   FUNCTION NUMVAL(WS-CHAVE(WS-K:1)) * WS-PESO-M11
               ADD 1 TO WS-PESO-M11
               IF WS-PESO-M11 > 9
                   MOVE 2 TO WS-PESO-M11
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO-M11 = FUNCTION MOD(WS-SOMA-M11, 11)
           IF WS-RESTO-M11 < 2
               MOVE 0 TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 11 - WS-RESTO-M11
           END-IF
           IF WS-DV-CALC NOT = WS-CH-DV
               MOVE "DV DA CHAVE DE ACESSO NAO CONFERE" TO WS-MOTIVO
               EXIT SECTION
           END-IF

      *> A chave tem de ser desta nota: mesmo emitente, serie,
      *> numero e mes de emissao.
           MOVE NFIN-CNPJ TO WS-CNPJ-TXT
           MOVE NFIN-NUMERO TO WS-NUMERO-TXT
           IF NFIN-SERIE IS NUMERIC
               MOVE NFIN-SERIE TO WS-SERIE-TXT
           ELSE
               MOVE FUNCTION NUMVAL(NFIN-SERIE) TO WS-SERIE-NUM
               MOVE WS-SERIE-NUM TO WS-SERIE-TXT
           END-IF
           EVALUATE TRUE
               WHEN WS-CH-CNPJ NOT = WS-CNPJ-TXT
                   MOVE "CHAVE DE OUTRO EMITENTE" TO WS-MOTIVO
               WHEN WS-CH-SERIE NOT = WS-SERIE-TXT
                   MOVE "SERIE NAO CONFERE COM A CHAVE" TO WS-MOTIVO
               WHEN WS-CH-NUMERO NOT = WS-NUMERO-TXT
                   MOVE "NUMERO NAO CONFERE COM A CHAVE" TO WS-MOTIVO
               WHEN WS-CH-AAMM(1:2) NOT = NFIN-EMISSAO(3:2)
                       OR WS-CH-AAMM(3:2) NOT = NFIN-EMISSAO(5:2)
                   MOVE "EMISSAO NAO CONFERE COM A CHAVE" TO WS-MOTIVO
           END-EVALUATE

           IF WS-MOTIVO = SPACES
               PERFORM 2300-CONFERIR-IE
           END-IF.

       2300-CONFERIR-IE SECTION.
           IF NFIN-IE = SPACES
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-IE-UF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 27
               IF WS-CUF-CODIGO(WS-K) = WS-CH-UF
                   MOVE WS-CUF-SIGLA(WS-K) TO WS-IE-UF
               END-IF
           END-PERFORM
           IF WS-IE-UF = SPACES
               MOVE "UF DA CHAVE DE ACESSO INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           MOVE NFIN-IE TO WS-IE-ENTRADA
           CALL "CALC-DIG-IE" USING WS-IE-PARAMS
           END-CALL
           IF WS-IE-STATUS = "REJ"
               MOVE "IE DO EMITENTE INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF WS-TEM-FORNECEDOR NOT = "S"
               EXIT SECTION
           END-IF
           MOVE NFIN-CNPJ TO FORN-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF FORN-IE = SPACES
               EXIT SECTION
           END-IF
           IF FORN-IE NOT = WS-IE-NORMAL OR FORN-IE-UF NOT = WS-IE-UF
               MOVE "IE DO EMITENTE DIFERE DO CADASTRO" TO WS-MOTIVO
           END-IF.

       2900-REJEITAR-NOTA SECTION.
           ADD 1 TO WS-QTD-REJEITADAS
           MOVE SPACES TO NFREJ-REC
           MOVE NFIN-REC  TO NFREJ-REGISTRO
           MOVE WS-MOTIVO TO NFREJ-MOTIVO
           WRITE NFREJ-REC

           MOVE SPACES TO WS-LINHA-DET
           MOVE "NF RECUSADA" TO DET-SITUACAO
           IF NFIN-CNPJ IS NUMERIC
               MOVE NFIN-CNPJ TO DET-CNPJ
           ELSE
               MOVE 0 TO DET-CNPJ
           END-IF
           STRING "NF " NFIN-NUMERO "/" NFIN-SERIE
               DELIMITED BY SIZE INTO DET-DOCUMENTO
           END-STRING
           MOVE 0 TO WS-VALOR-REAIS
           IF NFIN-VALOR IS NUMERIC
               COMPUTE WS-VALOR-REAIS = NFIN-VALOR / 100
           END-IF
           MOVE WS-VALOR-REAIS TO DET-VALOR
           MOVE WS-MOTIVO TO DET-TEXTO
           MOVE WS-LINHA-DET TO CONC-LINHA
           WRITE CONC-LINHA.

       3000-CASAR-RETIDOS SECTION.
      *> Segunda volta dos boletos retidos sem nota: casou, vai para
      *> a aprovacao; nao casou, continua na fila nova.
           OPEN INPUT RETIDO-FILE
           IF NOT WS-RETNF-OK
               EXIT SECTION
           END-IF
           OPEN OUTPUT RETIDO-NOVO-FILE
           OPEN I-O BOLETO-REG-FILE
           IF NOT WS-BREG-OK
               DISPLAY "NF-INTAKE: BOLETO-REGISTER INDISPONIVEL "
                   "(STATUS=" WS-BREG-FS "), RETIDOS MANTIDOS"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN EXTEND APROVACAO-FILE
           IF NOT WS-APROV-OK
               OPEN OUTPUT APROVACAO-FILE
           END-IF

           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ RETIDO-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       ADD 1 TO WS-QTD-RETIDOS
                       PERFORM 3100-AVALIAR-RETIDO
               END-READ
           END-PERFORM

           CLOSE RETIDO-FILE
           CLOSE RETIDO-NOVO-FILE
           CLOSE APROVACAO-FILE
           IF WS-BREG-OK
               CLOSE BOLETO-REG-FILE
           END-IF.

       3100-AVALIAR-RETIDO SECTION.
      *> O valor bruto do boleto esta no codigo de barras; o
      *> registro guarda o liquido das retencoes.
           MOVE RETNF-CNPJ TO WS-BOL-CNPJ
           MOVE 0 TO WS-BOL-VALOR
           IF RETNF-BARRAS(10:10) IS NUMERIC
               MOVE RETNF-BARRAS(10:10) TO WS-BOL-VALOR
           END-IF
           IF NOT WS-BREG-OK
               PERFORM 3300-MANTER-RETIDO
               EXIT SECTION
           END-IF
      *> Retido que ja saiu do RETIDO-NF (recusado ou cancelado por
      *> outra via) sai da fila.
           MOVE RETNF-BARRAS TO BREG-BARRAS
           READ BOLETO-REG-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF BREG-STATUS NOT = "RETIDO-NF"
               EXIT SECTION
           END-IF

           IF WS-BOL-VALOR = 0
               MOVE BREG-VALOR TO WS-BOL-VALOR
           END-IF
           PERFORM 3200-PROCURAR-NF
           IF WS-NF-MELHOR-CHAVE = SPACES
               PERFORM 3300-MANTER-RETIDO
               EXIT SECTION
           END-IF

           MOVE WS-NF-MELHOR-CHAVE TO NF-CHAVE-ACESSO
           READ NF-FILE
               INVALID KEY
                   PERFORM 3300-MANTER-RETIDO
                   EXIT SECTION
           END-READ
           MOVE "CASADA"     TO NF-STATUS
           MOVE RETNF-BARRAS TO NF-BARRAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO NF-DATA-CASAMENTO
           REWRITE NF-REC
           END-REWRITE

           MOVE "APROVACAO" TO BREG-STATUS
           REWRITE BREG-REC
           END-REWRITE
           MOVE SPACES TO APROV-REC
           MOVE RETNF-REGISTRO TO APROV-REGISTRO
           MOVE "NOTA FISCAL RECEBIDA DEPOIS" TO APROV-MOTIVO
           WRITE APROV-REC
           ADD 1 TO WS-QTD-LIBERADOS

           MOVE SPACES TO WS-LINHA-DET
           MOVE "P/APROVACAO" TO DET-SITUACAO
           MOVE "CASOU COM A NF " TO DET-TEXTO
           MOVE NF-NUMERO TO DET-TEXTO(16:9)
           PERFORM 3400-LINHA-RETIDO.

       3200-PROCURAR-NF SECTION.
      *> Mesma regra do BOLETO-BATCH: entre as notas pendentes do
      *> CNPJ, a de valor mais proximo dentro da tolerancia.
           MOVE 0 TO WS-NF-PENDENTES
           MOVE SPACES TO WS-NF-MELHOR-CHAVE
           MOVE "SEM NOTA FISCAL" TO WS-NF-MOTIVO
           MOVE WS-BOL-CNPJ TO NF-CNPJ
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
                       IF NF-CNPJ NOT = WS-BOL-CNPJ
                           MOVE "S" TO WS-EOF-NF
                       ELSE
                           IF NF-STATUS = "PENDENTE"
                               PERFORM 3210-AVALIAR-NF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NF-MELHOR-CHAVE = SPACES AND WS-NF-PENDENTES > 0
               MOVE "VALOR DIVERGE DA NOTA FISCAL" TO WS-NF-MOTIVO
           END-IF.

       3210-AVALIAR-NF SECTION.
           ADD 1 TO WS-NF-PENDENTES
           IF NF-VALOR > WS-BOL-VALOR
               COMPUTE WS-NF-DIF = NF-VALOR - WS-BOL-VALOR
           ELSE
               COMPUTE WS-NF-DIF = WS-BOL-VALOR - NF-VALOR
           END-IF
           IF WS-NF-DIF > WS-NF-TOLERANCIA
               EXIT SECTION
           END-IF
           IF WS-NF-MELHOR-CHAVE = SPACES
                   OR WS-NF-DIF < WS-NF-MELHOR-DIF
               MOVE WS-NF-DIF       TO WS-NF-MELHOR-DIF
               MOVE NF-CHAVE-ACESSO TO WS-NF-MELHOR-CHAVE
           END-IF.

       3300-MANTER-RETIDO SECTION.
           ADD 1 TO WS-QTD-MANTIDOS
           IF WS-BREG-OK AND WS-NF-MOTIVO NOT = SPACES
               MOVE WS-NF-MOTIVO TO RETNF-MOTIVO
           END-IF
           MOVE RETNF-REC TO RETNF-NOVO-REC
           WRITE RETNF-NOVO-REC

           MOVE SPACES TO WS-LINHA-DET
           MOVE "RETIDO" TO DET-SITUACAO
           MOVE RETNF-MOTIVO TO DET-TEXTO
           PERFORM 3400-LINHA-RETIDO.

       3400-LINHA-RETIDO SECTION.
           MOVE RETNF-CNPJ      TO DET-CNPJ
           MOVE RETNF-DESCRICAO TO DET-DOCUMENTO
           COMPUTE WS-VALOR-REAIS = WS-BOL-VALOR / 100
           MOVE WS-VALOR-REAIS TO DET-VALOR
           MOVE WS-LINHA-DET TO CONC-LINHA
           WRITE CONC-LINHA.

       4000-LISTAR-NOTAS-SEM-BOLETO SECTION.
      *> Nota registrada que nenhum boleto casou ainda: o contas a
      *> pagar cobra o boleto do fornecedor (ou confere se a nota ja
      *> foi paga por outro meio).
           MOVE LOW-VALUES TO NF-CHAVE-ACESSO
           START NF-FILE KEY IS NOT < NF-CHAVE-ACESSO
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO WS-EOF-NF
           PERFORM UNTIL WS-EOF-NF = "S"
               READ NF-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-NF
                   NOT AT END
                       IF NF-STATUS = "PENDENTE"
                           PERFORM 4100-LINHA-NOTA
                       END-IF
               END-READ
           END-PERFORM.

       4100-LINHA-NOTA SECTION.
           ADD 1 TO WS-QTD-NF-SEM-BOLETO
           MOVE 0 TO WS-DIAS
           IF NF-DATA-ENTRADA IS NUMERIC
               COMPUTE WS-ENTRADA-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(NF-DATA-ENTRADA))
               IF WS-HOJE-INT > WS-ENTRADA-INT
                   COMPUTE WS-DIAS = WS-HOJE-INT - WS-ENTRADA-INT
               END-IF
           END-IF

           MOVE SPACES TO WS-LINHA-DET
           MOVE "NF S/BOLETO" TO DET-SITUACAO
           MOVE NF-CNPJ TO DET-CNPJ
           STRING "NF " NF-NUMERO "/" NF-SERIE
               DELIMITED BY SIZE INTO DET-DOCUMENTO
           END-STRING
           COMPUTE WS-VALOR-REAIS = NF-VALOR / 100
           MOVE WS-VALOR-REAIS TO DET-VALOR
           STRING "EMISSAO " NF-EMISSAO(7:2) "/" NF-EMISSAO(5:2)
               "/" NF-EMISSAO(1:4) " HA " WS-DIAS " DIAS"
               DELIMITED BY SIZE INTO DET-TEXTO
           END-STRING
           MOVE WS-LINHA-DET TO CONC-LINHA
           WRITE CONC-LINHA.

       9000-FINALIZAR SECTION.
           MOVE ALL "-" TO CONC-LINHA
           WRITE CONC-LINHA
           MOVE SPACES TO CONC-LINHA
           STRING
               "NOTAS LIDAS: "      DELIMITED BY SIZE
               WS-QTD-LIDAS         DELIMITED BY SIZE
               "  REGISTRADAS: "    DELIMITED BY SIZE
               WS-QTD-REGISTRADAS   DELIMITED BY SIZE
               "  RECUSADAS: "      DELIMITED BY SIZE
               WS-QTD-REJEITADAS    DELIMITED BY SIZE
               "  SEM BOLETO: "     DELIMITED BY SIZE
               WS-QTD-NF-SEM-BOLETO DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA
           MOVE SPACES TO CONC-LINHA
           STRING
               "BOLETOS RETIDOS: "  DELIMITED BY SIZE
               WS-QTD-RETIDOS       DELIMITED BY SIZE
               "  P/APROVACAO: "    DELIMITED BY SIZE
               WS-QTD-LIBERADOS     DELIMITED BY SIZE
               "  MANTIDOS: "       DELIMITED BY SIZE
               WS-QTD-MANTIDOS      DELIMITED BY SIZE
               INTO CONC-LINHA
           END-STRING
           WRITE CONC-LINHA

           IF WS-NFIN-ABERTO = "S"
               CLOSE NF-IN-FILE
           END-IF
           CLOSE NF-FILE
           CLOSE NF-REJ-FILE
           CLOSE CONCILIA-FILE
           IF WS-TEM-FORNECEDOR = "S"
               CLOSE FORNECEDOR-FILE
           END-IF

           IF WS-QTD-REJEITADAS > 0 OR WS-QTD-MANTIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "NF-INTAKE: LIDAS=" WS-QTD-LIDAS
               " REGISTRADAS=" WS-QTD-REGISTRADAS
               " RECUSADAS=" WS-QTD-REJEITADAS
               " RETIDOS=" WS-QTD-RETIDOS
               " P/APROVACAO=" WS-QTD-LIBERADOS
               " MANTIDOS=" WS-QTD-MANTIDOS
               " NF-SEM-BOLETO=" WS-QTD-NF-SEM-BOLETO.
