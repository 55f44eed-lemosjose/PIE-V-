       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARACAO-EMITE.

      *> Declaracao de vinculo empregaticio e de salario no balcao,
      *> no lugar da carta que o RH redigia a mao lendo o quadro e o
      *> PAYROLL-HIST. Para a matricula, dois modelos:
      *>   V vinculo: nome, CPF, matricula, admissao (por extenso,
      *>     EXT-DATA) e cargo (descricao do CARGO-MASTER);
      *>   S vinculo e salario: o mesmo, mais o salario atual do
      *>     cadastro e a media da remuneracao bruta dos ultimos
      *>     DECLARACAO-MESES-MEDIA meses (PARAMETRO-MASTER, padrao
      *>     12) no PAYROLL-HIST, os dois por extenso (EXT-MOEDA).
      *> A media e dos meses fechados antes do mes corrente, so das
      *> competencias mensais (13o, ferias e demais folhas avulsas
      *> ficam de fora), e divide pelos meses que tiveram folha -- a
      *> declaracao diz quantos foram.
      *>
      *> CPF mascarado por padrao (a mascara LGPD da casa,
      *> "***.***.*NN-DD"); completo so quando o operador confirma que
      *> a finalidade exige (banco, consulado). Empresa da declaracao
      *> pelo historico da folha (FUNC-EMPRESA), conferida contra a
      *> lista do operador; admitido ainda sem folha usa a empresa de
      *> trabalho da sessao. So para funcionario ativo.
      *>
      *> Mesmo direito "H" do holerite, pois a declaracao mostra
      *> salario. A declaracao sai na tela e no DECLARACAO-DOCS, para
      *> impressao e assinatura; cada emissao fica no DECLARACAO-LOG
      *> com o operador, o modelo, se o CPF saiu completo e a
      *> finalidade informada pelo funcionario -- a prestacao de
      *> contas LGPD de quem viu e entregou dado pessoal.
      *>
      *> A declaracao leva o codigo de autenticacao do
      *> DOCUMENTO-REGISTRA (salario e media registrados no modelo S):
      *> o banco ou o consulado confere com o RH pelo codigo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT CARGO-FILE ASSIGN TO "CARGO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-CAR-FS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.
           SELECT DOC-FILE ASSIGN TO "DECLARACAO-DOCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-FS.
           SELECT LOG-FILE ASSIGN TO "DECLARACAO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

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

       FD  CARGO-FILE.
       01  CAR-REC.
           05  CAR-CODIGO            PIC X(06).
           05  CAR-DESCRICAO         PIC X(30).
           05  CAR-SALARIO-MIN       PIC 9(15).
           05  CAR-SALARIO-MAX       PIC 9(15).
           05  CAR-ATIVO             PIC X(01).

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

       FD  DOC-FILE.
       01  DOC-LINHA                 PIC X(100).

       FD  LOG-FILE.
       01  DLOG-REC.
           05  DLOG-TIMESTAMP        PIC X(14).
           05  FILLER                PIC X(01).
           05  DLOG-OPERADOR         PIC X(10).
           05  FILLER                PIC X(01).
           05  DLOG-MATRICULA        PIC 9(09).
           05  FILLER                PIC X(01).
           05  DLOG-EMPRESA          PIC X(02).
           05  FILLER                PIC X(01).
           05  DLOG-MODELO           PIC X(01).
           05  FILLER                PIC X(01).
           05  DLOG-CPF-COMPLETO     PIC X(01).
           05  FILLER                PIC X(01).
           05  DLOG-FINALIDADE       PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-CAR-FS                 PIC X(02) VALUE SPACES.
           88  WS-CAR-OK                        VALUE "00".
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-DOC-FS                 PIC X(02) VALUE SPACES.
           88  WS-DOC-OK                        VALUE "00".
       01  WS-LOG-FS                 PIC X(02) VALUE SPACES.
           88  WS-LOG-OK                        VALUE "00".
       01  WS-EOF-EMP                PIC X(01) VALUE "N".

       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       01  WS-FEMP-PARAMS.
           05  WS-FEMP-MATRICULA     PIC 9(09).
           05  WS-FEMP-COMPETENCIA   PIC X(06).
           05  WS-FEMP-EMPRESA       PIC X(02).
           05  WS-FEMP-STATUS        PIC X(03).

       01  SESSAO-EMPRESA            PIC X(02) EXTERNAL.

       COPY "func_tabela.cpy".
       01  WS-IDX-FUNC               PIC 9(05) COMP-5 VALUE 0.

       COPY "parametro_consulta.cpy".

       01  WS-CPF-PARAMS.
           05  WS-CPF-9              PIC 9(09).
           05  WS-DIGITOS-RES        PIC 9(02).
           05  WS-STATUS-CPF         PIC X(03).
           05  WS-CPF-FORMATADO      PIC X(14).

       01  WS-CNPJ-PARAMS.
           05  WS-CNPJ-12            PIC 9(12).
           05  WS-CNPJ-DIGITOS-RES   PIC 9(02).
           05  WS-CNPJ-STATUS        PIC X(03).
           05  WS-CNPJ-FORMATADO     PIC X(18).

      *> O que o operador informou.
       01  WS-MATRICULA              PIC 9(09) VALUE ZEROS.
       01  WS-MODELO                 PIC X(01) VALUE SPACE.
       01  WS-CPF-COMPLETO           PIC X(01) VALUE "N".
       01  WS-FINALIDADE             PIC X(40) VALUE SPACES.

       01  WS-EMITIR                 PIC X(01) VALUE "N".
           88  WS-PODE-EMITIR                   VALUE "S".

      *> Dados da declaracao.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-EMP-NOME               PIC X(30) VALUE SPACES.
       01  WS-EMP-CNPJ               PIC 9(14) VALUE ZEROS.
       01  WS-ACHOU-EMP              PIC X(01) VALUE "N".
       01  WS-CARGO-TXT              PIC X(30) VALUE SPACES.
       01  WS-CPF-TXT                PIC X(14) VALUE SPACES.
       01  WS-ADMISSAO-TXT           PIC X(10) VALUE SPACES.
       01  WS-ADMISSAO-EXTENSO       PIC X(256) VALUE SPACES.
       01  WS-HOJE-EXTENSO           PIC X(256) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

      *> Media da remuneracao bruta: meses mensais antes do corrente.
       01  WS-MESES-MEDIA            PIC 9(02) VALUE 12.
       01  WS-MES-LOOP               PIC 9(02) VALUE 0.
       01  WS-ANO-LOOP               PIC 9(04) VALUE 0.
       01  WS-K                      PIC 9(02) VALUE 0.
       01  WS-QTD-MESES-FOLHA        PIC 9(02) VALUE 0.
       01  WS-SOMA-BRUTO             PIC S9(15) VALUE 0.
       01  WS-MEDIA-BRUTO            PIC S9(15) VALUE 0.
       01  WS-PERIODO-INI            PIC X(07) VALUE SPACES.
       01  WS-PERIODO-FIM            PIC X(07) VALUE SPACES.
       01  WS-MESES-ED               PIC Z9.
       01  WS-QTD-MESES-ED           PIC Z9.

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

      *> Valor por extenso (EXT-MOEDA), no formato da folha.
       01  WS-FMT-REAIS              PIC 9(13) VALUE 0.
       01  WS-FMT-CENTS              PIC 9(02) VALUE 0.
       01  WS-FMT-REAIS-ED           PIC Z(12)9.
       01  WS-FMT-CENTS-ED           PIC 9(02).
       01  WS-FMT-ENTRADA            PIC S9(15) VALUE 0.
       01  WS-FMT-ABS                PIC 9(15) VALUE 0.
       01  WS-FMT-SINAL              PIC X(01) VALUE SPACE.
       01  WS-FMT-SAIDA              PIC X(15) VALUE SPACES.
       01  WS-VALOR-REAIS            PIC S9(13)V99 VALUE ZEROS.
       01  WS-VLR-ED                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EXTENSO                PIC X(600) VALUE SPACES.

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

      *> Paragrafo da declaracao, quebrado em linhas de 100 posicoes
      *> sem partir palavra.
       01  WS-PARAGRAFO              PIC X(1200) VALUE SPACES.
       01  WS-PAR-TAM                PIC 9(04) COMP-5 VALUE 0.
       01  WS-PAR-INI                PIC 9(04) COMP-5 VALUE 0.
       01  WS-PAR-QTD                PIC 9(04) COMP-5 VALUE 0.
       01  WS-PAR-POS                PIC 9(04) COMP-5 VALUE 0.
       01  WS-PAR-PTR                PIC 9(04) COMP-5 VALUE 0.

       COPY "documento_registro.cpy".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   DECLARACAO DE VINCULO E SALARIO         ".
           DISPLAY "------------------------------------------".

           DISPLAY "ID DO OPERADOR: "
           MOVE SPACES TO WS-SIGNON-OPERADOR
           ACCEPT WS-SIGNON-OPERADOR
           MOVE "H" TO WS-SIGNON-FUNCAO
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: OPERADOR INVALIDO, INATIVO "
                   "OU SEM A FUNCAO (STATUS=" WS-SIGNON-STATUS ")"
               GOBACK
           END-IF

           PERFORM 1000-INFORMAR-PEDIDO
           IF WS-PODE-EMITIR
               PERFORM 2000-PREPARAR-DADOS
           END-IF
           IF WS-PODE-EMITIR
               PERFORM 3000-EMITIR-DECLARACAO
               PERFORM 4000-REGISTRAR-EMISSAO
           END-IF
           GOBACK.

       1000-INFORMAR-PEDIDO SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO: "
           ACCEPT WS-MATRICULA
           DISPLAY "MODELO (V=VINCULO, S=VINCULO E SALARIO): "
           ACCEPT WS-MODELO
           EVALUATE WS-MODELO
               WHEN "v"
                   MOVE "V" TO WS-MODELO
               WHEN "s"
                   MOVE "S" TO WS-MODELO
           END-EVALUATE
           IF WS-MODELO NOT = "V" AND WS-MODELO NOT = "S"
               DISPLAY "MODELO DESCONHECIDO: " WS-MODELO
               EXIT SECTION
           END-IF

      *> A finalidade vai no texto da declaracao e no log: sem ela,
      *> nao ha como prestar contas de para que o dado saiu.
           DISPLAY "FINALIDADE (EX.: FINANCIAMENTO BANCARIO, LOCACAO "
               "DE IMOVEL, VISTO CONSULAR): "
           ACCEPT WS-FINALIDADE
           IF WS-FINALIDADE = SPACES
               DISPLAY "ERRO: A FINALIDADE E OBRIGATORIA"
               EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-FINALIDADE) TO WS-FINALIDADE

           DISPLAY "CPF COMPLETO NA DECLARACAO? (S=SO SE A FINALIDADE "
               "EXIGIR, N=MASCARADO): "
           ACCEPT WS-CPF-COMPLETO
           IF WS-CPF-COMPLETO = "s"
               MOVE "S" TO WS-CPF-COMPLETO
           END-IF
           IF WS-CPF-COMPLETO NOT = "S"
               MOVE "N" TO WS-CPF-COMPLETO
           END-IF

           MOVE "S" TO WS-EMITIR.

       2000-PREPARAR-DADOS SECTION.
           MOVE "N" TO WS-EMITIR

      *> Cadastro lido na hora (TRE0028), como no holerite de
      *> balcao: a declaracao diz o salario e a situacao de hoje.
           MOVE 0 TO FT-QTD
           CALL "TRE0028-TABELA-FUNC" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
                   "funcionarios, status=" FT-STATUS
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-IDX-FUNC
           IF FT-QTD > 0
               SEARCH ALL FT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN FT-MATRICULA(FT-IDX) = WS-MATRICULA
                       SET WS-IDX-FUNC TO FT-IDX
               END-SEARCH
           END-IF
           IF WS-IDX-FUNC = 0
               DISPLAY "MATRICULA " WS-MATRICULA
                   " NAO CONSTA NO QUADRO"
               EXIT SECTION
           END-IF
           IF FT-SITUACAO(WS-IDX-FUNC) NOT = "A"
               DISPLAY "MATRICULA " WS-MATRICULA " INATIVA - "
                   "DECLARACAO DE VINCULO SO PARA FUNCIONARIO ATIVO"
               EXIT SECTION
           END-IF
           IF FT-ADMISSAO(WS-IDX-FUNC) IS NOT NUMERIC
                   OR FT-ADMISSAO(WS-IDX-FUNC) = 0
               DISPLAY "MATRICULA " WS-MATRICULA " SEM DATA DE "
                   "ADMISSAO NO CADASTRO - COMPLETAR ANTES DE EMITIR"
               EXIT SECTION
           END-IF

           PERFORM 2100-RESOLVER-EMPRESA
           IF WS-EMPRESA = SPACES
               EXIT SECTION
           END-IF
           PERFORM 2200-BUSCAR-EMPRESA
           IF WS-ACHOU-EMP NOT = "S"
               DISPLAY "EMPRESA " WS-EMPRESA " NAO CONSTA NO "
                   "EMPRESA-CADASTRO"
               EXIT SECTION
           END-IF

           PERFORM 2300-BUSCAR-CARGO
           PERFORM 2400-FORMATAR-CPF
           IF WS-CPF-TXT = SPACES
               DISPLAY "MATRICULA " WS-MATRICULA " SEM CPF VALIDO NO "
                   "CADASTRO - COMPLETAR ANTES DE EMITIR"
               EXIT SECTION
           END-IF

           PERFORM 2500-DATAS-POR-EXTENSO
           IF WS-ADMISSAO-EXTENSO = SPACES
               EXIT SECTION
           END-IF

           IF WS-MODELO = "S"
               PERFORM 2600-MEDIA-REMUNERACAO
           END-IF

           MOVE "S" TO WS-EMITIR.

       2100-RESOLVER-EMPRESA SECTION.
      *> Empresa da ultima folha; sem folha ainda, a da sessao.
           MOVE SPACES       TO WS-EMPRESA
           MOVE WS-MATRICULA TO WS-FEMP-MATRICULA
           MOVE SPACES       TO WS-FEMP-COMPETENCIA
           CALL "FUNC-EMPRESA" USING WS-FEMP-PARAMS
           END-CALL
           IF WS-FEMP-STATUS = "OK"
               MOVE WS-FEMP-EMPRESA TO WS-EMPRESA
           ELSE
               IF SESSAO-EMPRESA = SPACES
                   DISPLAY "MATRICULA " WS-MATRICULA " AINDA SEM "
                       "FOLHA - ESCOLHA A EMPRESA DE TRABALHO NO "
                       "MENU PARA EMITIR"
                   EXIT SECTION
               END-IF
               MOVE SESSAO-EMPRESA TO WS-EMPRESA
           END-IF

           MOVE SPACES     TO WS-SIGNON-OPERADOR
           MOVE "H"        TO WS-SIGNON-FUNCAO
           MOVE WS-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: FUNCIONARIO DA EMPRESA "
                   WS-EMPRESA ", FORA DA LISTA DO OPERADOR "
                   "(STATUS=" WS-SIGNON-STATUS ")"
               MOVE SPACES TO WS-EMPRESA
           END-IF.

       2200-BUSCAR-EMPRESA SECTION.
           MOVE "N" TO WS-ACHOU-EMP
           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-EMP
           PERFORM UNTIL WS-EOF-EMP = "S" OR WS-ACHOU-EMP = "S"
               READ EMPRESA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-EMP
                   NOT AT END
                       IF EMP-CODIGO = WS-EMPRESA
                           MOVE "S"      TO WS-ACHOU-EMP
                           MOVE EMP-NOME TO WS-EMP-NOME
                           MOVE EMP-CNPJ TO WS-EMP-CNPJ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE

           COMPUTE WS-CNPJ-12 = WS-EMP-CNPJ / 100
           CALL "CALC-DIG-CNPJ" USING WS-CNPJ-PARAMS
           END-CALL.

       2300-BUSCAR-CARGO SECTION.
      *> Descricao do cargo; codigo fora do CARGO-MASTER sai como
      *> esta no cadastro.
           MOVE SPACES TO WS-CARGO-TXT
           IF FT-CARGO(WS-IDX-FUNC) = SPACES
               EXIT SECTION
           END-IF
           MOVE FT-CARGO(WS-IDX-FUNC) TO WS-CARGO-TXT
           OPEN INPUT CARGO-FILE
           IF NOT WS-CAR-OK
               EXIT SECTION
           END-IF
           MOVE FT-CARGO(WS-IDX-FUNC) TO CAR-CODIGO
           READ CARGO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAR-DESCRICAO NOT = SPACES
                       MOVE CAR-DESCRICAO TO WS-CARGO-TXT
                   END-IF
           END-READ
           CLOSE CARGO-FILE.

       2400-FORMATAR-CPF SECTION.
      *> Digito pelo CALC-DIG_CPF; mascarado, ficam so os 2 ultimos
      *> da base e o digito, como no CPF-AUDIT.
           MOVE SPACES TO WS-CPF-TXT
           IF FT-CPF(WS-IDX-FUNC) = 0
               EXIT SECTION
           END-IF
           MOVE FT-CPF(WS-IDX-FUNC) TO WS-CPF-9
           MOVE ZEROS    TO WS-DIGITOS-RES
           CALL "CALC-DIG_CPF" USING WS-CPF-PARAMS
           END-CALL
           IF WS-STATUS-CPF = "REJ"
               EXIT SECTION
           END-IF
           IF WS-CPF-COMPLETO = "S"
               MOVE WS-CPF-FORMATADO TO WS-CPF-TXT
           ELSE
               STRING
                   "***.***.*"            DELIMITED BY SIZE
                   WS-CPF-FORMATADO(10:2) DELIMITED BY SIZE
                   "-"                    DELIMITED BY SIZE
                   WS-CPF-FORMATADO(13:2) DELIMITED BY SIZE
                   INTO WS-CPF-TXT
               END-STRING
           END-IF.

       2500-DATAS-POR-EXTENSO SECTION.
           MOVE SPACES TO WS-ADMISSAO-EXTENSO
           MOVE SPACES TO WS-ADMISSAO-TXT
           STRING
               FT-ADMISSAO(WS-IDX-FUNC)(7:2) "/"
               FT-ADMISSAO(WS-IDX-FUNC)(5:2) "/"
               FT-ADMISSAO(WS-IDX-FUNC)(1:4)
               DELIMITED BY SIZE INTO WS-ADMISSAO-TXT
           END-STRING
           MOVE FT-ADMISSAO(WS-IDX-FUNC)(7:2) TO WS-DATA-DIA
           MOVE FT-ADMISSAO(WS-IDX-FUNC)(5:2) TO WS-DATA-MES
           MOVE FT-ADMISSAO(WS-IDX-FUNC)(1:4) TO WS-DATA-ANO
           CALL "EXT-DATA" USING WS-DATA-IN WS-DATA-OUT
           END-CALL
           IF WS-DATA-STATUS NOT = "OK"
               DISPLAY "DATA DE ADMISSAO INVALIDA NO CADASTRO: "
                   WS-ADMISSAO-TXT " (STATUS=" WS-DATA-STATUS ")"
               EXIT SECTION
           END-IF
           MOVE WS-DATA-TEXTO TO WS-ADMISSAO-EXTENSO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(7:2) TO WS-DATA-DIA
           MOVE WS-DATA-HOJE(5:2) TO WS-DATA-MES
           MOVE WS-DATA-HOJE(1:4) TO WS-DATA-ANO
           CALL "EXT-DATA" USING WS-DATA-IN WS-DATA-OUT
           END-CALL
           MOVE WS-DATA-TEXTO TO WS-HOJE-EXTENSO.

       2600-MEDIA-REMUNERACAO SECTION.
           MOVE "DECLARACAO-MESES-MEDIA" TO PARC-NOME
           MOVE WS-EMPRESA               TO PARC-EMPRESA
           MOVE 0                        TO PARC-DATA
           MOVE WS-MESES-MEDIA           TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           IF PARC-VALOR > 0 AND PARC-VALOR NOT > 24
               MOVE PARC-VALOR TO WS-MESES-MEDIA
           END-IF

           MOVE 0 TO WS-QTD-MESES-FOLHA
           MOVE 0 TO WS-SOMA-BRUTO
           MOVE 0 TO WS-MEDIA-BRUTO
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-LOOP
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-LOOP

           OPEN INPUT PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "AVISO: PAYROLL-HIST INDISPONIVEL - A "
                   "DECLARACAO SAI SEM A MEDIA"
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-MESES-MEDIA
               IF WS-MES-LOOP = 1
                   MOVE 12 TO WS-MES-LOOP
                   SUBTRACT 1 FROM WS-ANO-LOOP
               ELSE
                   SUBTRACT 1 FROM WS-MES-LOOP
               END-IF
               IF WS-K = 1
                   MOVE SPACES TO WS-PERIODO-FIM
                   STRING WS-MES-LOOP "/" WS-ANO-LOOP
                       DELIMITED BY SIZE INTO WS-PERIODO-FIM
                   END-STRING
               END-IF
               MOVE WS-MATRICULA TO HIST-MATRICULA
               MOVE SPACES TO HIST-COMPETENCIA
               STRING WS-MES-LOOP WS-ANO-LOOP
                   DELIMITED BY SIZE INTO HIST-COMPETENCIA
               END-STRING
               READ PAYROLL-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIST-BRUTO > 0
                           ADD 1 TO WS-QTD-MESES-FOLHA
                           ADD HIST-BRUTO TO WS-SOMA-BRUTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HIST-FILE

           MOVE SPACES TO WS-PERIODO-INI
           STRING WS-MES-LOOP "/" WS-ANO-LOOP
               DELIMITED BY SIZE INTO WS-PERIODO-INI
           END-STRING

           IF WS-QTD-MESES-FOLHA = 0
               DISPLAY "AVISO: NENHUMA FOLHA MENSAL DE "
                   WS-PERIODO-INI " A " WS-PERIODO-FIM
                   " - A DECLARACAO SAI SEM A MEDIA"
           ELSE
               COMPUTE WS-MEDIA-BRUTO ROUNDED =
                   WS-SOMA-BRUTO / WS-QTD-MESES-FOLHA
           END-IF.

       3000-EMITIR-DECLARACAO SECTION.
           OPEN EXTEND DOC-FILE
           IF NOT WS-DOC-OK
               OPEN OUTPUT DOC-FILE
           END-IF

           MOVE ALL "=" TO DOC-LINHA
           PERFORM 8100-GRAVAR-LINHA
           IF WS-MODELO = "S"
               MOVE "DECLARACAO DE VINCULO EMPREGATICIO E SALARIO"
                   TO DOC-LINHA
           ELSE
               MOVE "DECLARACAO DE VINCULO EMPREGATICIO" TO DOC-LINHA
           END-IF
           PERFORM 8100-GRAVAR-LINHA
           MOVE ALL "-" TO DOC-LINHA
           PERFORM 8100-GRAVAR-LINHA
           MOVE SPACES TO DOC-LINHA
           PERFORM 8100-GRAVAR-LINHA

           MOVE SPACES TO WS-PARAGRAFO
           MOVE 1 TO WS-PAR-PTR
           STRING
               FUNCTION TRIM(WS-EMP-NOME)        DELIMITED BY SIZE
               ", INSCRITA NO CNPJ SOB O NUMERO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CNPJ-FORMATADO)  DELIMITED BY SIZE
               ", DECLARA, PARA FINS DE "        DELIMITED BY SIZE
               FUNCTION TRIM(WS-FINALIDADE)      DELIMITED BY SIZE
               ", QUE "                          DELIMITED BY SIZE
               FUNCTION TRIM(FT-NOME(WS-IDX-FUNC))
                                                 DELIMITED BY SIZE
               ", CPF "                          DELIMITED BY SIZE
               WS-CPF-TXT                        DELIMITED BY SIZE
               ", MATRICULA "                    DELIMITED BY SIZE
               WS-MATRICULA                      DELIMITED BY SIZE
               ", E SEU(SUA) EMPREGADO(A) DESDE " DELIMITED BY SIZE
               WS-ADMISSAO-TXT                   DELIMITED BY SIZE
               " ("                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-ADMISSAO-EXTENSO) DELIMITED BY SIZE
               ")"                               DELIMITED BY SIZE
               INTO WS-PARAGRAFO WITH POINTER WS-PAR-PTR
           END-STRING
           IF WS-CARGO-TXT NOT = SPACES
               STRING
                   ", NO CARGO DE "              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CARGO-TXT)   DELIMITED BY SIZE
                   INTO WS-PARAGRAFO WITH POINTER WS-PAR-PTR
               END-STRING
           END-IF
           STRING "." DELIMITED BY SIZE
               INTO WS-PARAGRAFO WITH POINTER WS-PAR-PTR
           END-STRING
           PERFORM 6000-QUEBRAR-PARAGRAFO

           IF WS-MODELO = "S"
               PERFORM 3100-PARAGRAFOS-SALARIO
           END-IF

           MOVE SPACES TO DOC-LINHA
           PERFORM 8100-GRAVAR-LINHA
           MOVE SPACES TO WS-PARAGRAFO
           STRING
               "EMITIDA EM "                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOJE-EXTENSO)   DELIMITED BY SIZE
               "."                              DELIMITED BY SIZE
               INTO WS-PARAGRAFO
           END-STRING
           PERFORM 6000-QUEBRAR-PARAGRAFO

           MOVE SPACES TO DOC-LINHA
           PERFORM 8100-GRAVAR-LINHA
           PERFORM 8100-GRAVAR-LINHA
           MOVE ALL "_" TO DOC-LINHA(1:40)
           PERFORM 8100-GRAVAR-LINHA
           MOVE WS-EMP-NOME TO DOC-LINHA
           PERFORM 8100-GRAVAR-LINHA
           MOVE "DEPARTAMENTO DE RECURSOS HUMANOS" TO DOC-LINHA
           PERFORM 8100-GRAVAR-LINHA
           PERFORM 3200-AUTENTICAR
           MOVE ALL "=" TO DOC-LINHA
           PERFORM 8100-GRAVAR-LINHA

           CLOSE DOC-FILE
           DISPLAY "DECLARACAO GRAVADA EM DECLARACAO-DOCS".

       3100-PARAGRAFOS-SALARIO SECTION.
           MOVE SPACES TO DOC-LINHA
           PERFORM 8100-GRAVAR-LINHA
           MOVE FT-SALARIO(WS-IDX-FUNC) TO WS-FMT-ENTRADA
           PERFORM 4350-VALOR-EXTENSO
           COMPUTE WS-VALOR-REAIS = FT-SALARIO(WS-IDX-FUNC) / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE SPACES TO WS-PARAGRAFO
           STRING
               "O SALARIO MENSAL ATUAL E DE R$ " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VLR-ED)          DELIMITED BY SIZE
               " "                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXTENSO)         DELIMITED BY SIZE
               "."                               DELIMITED BY SIZE
               INTO WS-PARAGRAFO
           END-STRING
           PERFORM 6000-QUEBRAR-PARAGRAFO

           IF WS-QTD-MESES-FOLHA = 0
               EXIT SECTION
           END-IF
           MOVE SPACES TO DOC-LINHA
           PERFORM 8100-GRAVAR-LINHA
           MOVE WS-MEDIA-BRUTO TO WS-FMT-ENTRADA
           PERFORM 4350-VALOR-EXTENSO
           COMPUTE WS-VALOR-REAIS = WS-MEDIA-BRUTO / 100
           MOVE WS-VALOR-REAIS     TO WS-VLR-ED
           MOVE WS-MESES-MEDIA     TO WS-MESES-ED
           MOVE WS-QTD-MESES-FOLHA TO WS-QTD-MESES-ED
           MOVE SPACES TO WS-PARAGRAFO
           STRING
               "A MEDIA DA REMUNERACAO BRUTA DOS ULTIMOS "
                                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-MESES-ED)        DELIMITED BY SIZE
               " MESES ("                        DELIMITED BY SIZE
               WS-PERIODO-INI                    DELIMITED BY SIZE
               " A "                             DELIMITED BY SIZE
               WS-PERIODO-FIM                    DELIMITED BY SIZE
               "), SOBRE "                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-QTD-MESES-ED)    DELIMITED BY SIZE
               " MES(ES) COM FOLHA, E DE R$ "    DELIMITED BY SIZE
               FUNCTION TRIM(WS-VLR-ED)          DELIMITED BY SIZE
               " "                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXTENSO)         DELIMITED BY SIZE
               "."                               DELIMITED BY SIZE
               INTO WS-PARAGRAFO
           END-STRING
           PERFORM 6000-QUEBRAR-PARAGRAFO.

      *> Registra a declaracao e imprime o codigo; registro fora do
      *> ar nao segura a declaracao, que sai sem codigo.
       3200-AUTENTICAR SECTION.
           INITIALIZE DOCUMENTO-REGISTRO-PARAMS
           MOVE "R"                  TO DREG-OPERACAO
           MOVE "DECLARACAO"         TO DREG-TIPO
           MOVE "DECLARACAO-EMITE"   TO DREG-PROGRAMA
           MOVE WS-EMPRESA           TO DREG-EMPRESA
           MOVE WS-MATRICULA         TO DREG-MATRICULA
           MOVE FT-NOME(WS-IDX-FUNC) TO DREG-NOME
           IF WS-MODELO = "S"
               STRING "VINCULO E SALARIO - " WS-FINALIDADE
                   DELIMITED BY SIZE INTO DREG-REFERENCIA
               END-STRING
               MOVE "SALARIO ATUAL"      TO DREG-VLR-ROTULO(1)
               MOVE FT-SALARIO(WS-IDX-FUNC) TO DREG-VLR(1)
               IF WS-QTD-MESES-FOLHA > 0
                   MOVE "MEDIA BRUTA"    TO DREG-VLR-ROTULO(2)
                   MOVE WS-MEDIA-BRUTO   TO DREG-VLR(2)
               END-IF
           ELSE
               STRING "VINCULO - " WS-FINALIDADE
                   DELIMITED BY SIZE INTO DREG-REFERENCIA
               END-STRING
           END-IF
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL
           IF DREG-STATUS = "OK"
               MOVE SPACES TO DOC-LINHA
               PERFORM 8100-GRAVAR-LINHA
               MOVE SPACES TO DOC-LINHA
               STRING "CODIGO DE AUTENTICACAO: " DREG-CODIGO-FMT
                      " (CONFIRA NO RH)"
                   DELIMITED BY SIZE INTO DOC-LINHA
               END-STRING
               PERFORM 8100-GRAVAR-LINHA
           ELSE
               DISPLAY "AVISO: REGISTRO DE DOCUMENTOS INDISPONIVEL - "
                   "DECLARACAO SAI SEM CODIGO DE AUTENTICACAO"
           END-IF
           MOVE "F" TO DREG-OPERACAO
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL.

       4000-REGISTRAR-EMISSAO SECTION.
           OPEN EXTEND LOG-FILE
           IF NOT WS-LOG-OK
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE SPACES TO DLOG-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO DLOG-TIMESTAMP
           MOVE WS-SIGNON-OPERADOR TO DLOG-OPERADOR
           MOVE WS-MATRICULA       TO DLOG-MATRICULA
           MOVE WS-EMPRESA         TO DLOG-EMPRESA
           MOVE WS-MODELO          TO DLOG-MODELO
           MOVE WS-CPF-COMPLETO    TO DLOG-CPF-COMPLETO
           MOVE WS-FINALIDADE      TO DLOG-FINALIDADE
           WRITE DLOG-REC
           CLOSE LOG-FILE.

       4350-VALOR-EXTENSO SECTION.
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE SPACES       TO WS-MOEDA-IN
           MOVE WS-FMT-SAIDA TO WS-MOEDA-VALOR
           MOVE "BRL"        TO WS-MOEDA-COD
           MOVE "BR"         TO WS-MOEDA-FORMATO
           MOVE "N"          TO WS-MOEDA-ANTIFRAUDE
           CALL "EXT-MOEDA" USING WS-MOEDA-IN WS-MOEDA-OUT
           END-CALL
           MOVE SPACES TO WS-EXTENSO
           IF WS-MOEDA-STATUS NOT = "OK"
               EXIT SECTION
           END-IF
           IF WS-MOEDA-TEXTO-CONT = SPACES
               STRING
                   "("                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOEDA-TEXTO) DELIMITED BY SIZE
                   ")"                           DELIMITED BY SIZE
                   INTO WS-EXTENSO
               END-STRING
           ELSE
               STRING
                   "("                                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOEDA-TEXTO)      DELIMITED BY SIZE
                   " "                                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOEDA-TEXTO-CONT) DELIMITED BY SIZE
                   ")"                                DELIMITED BY SIZE
                   INTO WS-EXTENSO
               END-STRING
           END-IF.

       6000-QUEBRAR-PARAGRAFO SECTION.
      *> Linhas de ate 100 posicoes, quebrando no ultimo espaco; uma
      *> palavra maior que a linha e cortada.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARAGRAFO TRAILING))
               TO WS-PAR-TAM
           MOVE 1 TO WS-PAR-INI
           PERFORM UNTIL WS-PAR-INI > WS-PAR-TAM
               IF WS-PAR-TAM - WS-PAR-INI < 100
                   COMPUTE WS-PAR-QTD = WS-PAR-TAM - WS-PAR-INI + 1
               ELSE
                   MOVE 101 TO WS-PAR-QTD
                   COMPUTE WS-PAR-POS = WS-PAR-INI + 100
                   PERFORM UNTIL WS-PAR-QTD = 1
                           OR WS-PARAGRAFO(WS-PAR-POS:1) = SPACE
                       SUBTRACT 1 FROM WS-PAR-QTD WS-PAR-POS
                   END-PERFORM
                   IF WS-PAR-QTD = 1
                       MOVE 100 TO WS-PAR-QTD
                   ELSE
                       SUBTRACT 1 FROM WS-PAR-QTD
                   END-IF
               END-IF
               MOVE SPACES TO DOC-LINHA
               MOVE WS-PARAGRAFO(WS-PAR-INI:WS-PAR-QTD) TO DOC-LINHA
               PERFORM 8100-GRAVAR-LINHA
               ADD WS-PAR-QTD TO WS-PAR-INI
               PERFORM UNTIL WS-PAR-INI > WS-PAR-TAM
                       OR WS-PARAGRAFO(WS-PAR-INI:1) NOT = SPACE
                   ADD 1 TO WS-PAR-INI
               END-PERFORM
           END-PERFORM.

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

       8100-GRAVAR-LINHA SECTION.
      *> A declaracao sai na tela do balcao e no arquivo de impressao.
           DISPLAY DOC-LINHA
           WRITE DOC-LINHA.
