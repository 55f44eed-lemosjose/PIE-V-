       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETRO-MAINTAIN.

      *> Manutencao do PARAMETRO-MASTER (multa, juros, tolerancias,
      *> prazos e limites que cada programa lia da sua variavel de
      *> ambiente). Chave = parametro + empresa ("00" = geral) +
      *> data de vigencia; o PARAMETRO-CONSULTA resolve o valor em
      *> vigor numa data. So supervisor (funcao S) mexe, e toda
      *> inclusao, alteracao e exclusao fica no PARAMETRO-LOG com
      *> operador, hora, valor anterior e valor novo.
      *>
      *> Vigencia passada nao se altera nem se exclui: foi com ela
      *> que as rodadas daqueles dias calcularam. Mudanca de valor e
      *> sempre uma vigencia nova, de hoje em diante.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO "PARAMETRO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-PRM-FS.
           SELECT PARAMETRO-LOG-FILE ASSIGN TO "PARAMETRO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-FILE.
       01  PRM-REC.
           05  PRM-CHAVE.
               10  PRM-NOME          PIC X(24).
               10  PRM-EMPRESA       PIC X(02).
               10  PRM-VIGENCIA      PIC 9(08).
           05  PRM-VALOR             PIC S9(15).
           05  PRM-DESCRICAO         PIC X(40).
           05  PRM-OPERADOR          PIC X(10).
           05  PRM-TIMESTAMP         PIC X(14).

       FD  PARAMETRO-LOG-FILE.
       01  PRMLOG-REC.
           05  PRMLOG-TIMESTAMP      PIC X(14).
           05  FILLER                PIC X(01).
           05  PRMLOG-OPERADOR       PIC X(10).
           05  FILLER                PIC X(01).
           05  PRMLOG-ACAO           PIC X(09).
           05  FILLER                PIC X(01).
           05  PRMLOG-NOME           PIC X(24).
           05  FILLER                PIC X(01).
           05  PRMLOG-EMPRESA        PIC X(02).
           05  FILLER                PIC X(01).
           05  PRMLOG-VIGENCIA       PIC 9(08).
           05  FILLER                PIC X(01).
           05  PRMLOG-VALOR-ANT      PIC X(16).
           05  FILLER                PIC X(01).
           05  PRMLOG-VALOR-NOVO     PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-PRM-FS                 PIC X(02) VALUE SPACES.
           88  WS-PRM-OK                        VALUE "00".
       01  WS-LOG-FS                 PIC X(02) VALUE SPACES.
           88  WS-LOG-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-NOME                   PIC X(24) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-VIGENCIA               PIC 9(08) VALUE ZEROS.
       01  WS-VALOR-TXT              PIC X(16) VALUE SPACES.
       01  WS-VALOR                  PIC S9(15) VALUE 0.
       01  WS-DESCRICAO              PIC X(40) VALUE SPACES.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACE.
       01  WS-HOJE                   PIC 9(08) VALUE ZEROS.
       01  WS-ACAO                   PIC X(09) VALUE SPACES.
       01  WS-QTD-PONTOS             PIC 9(02) VALUE 0.
       01  WS-QTD-LISTADOS           PIC 9(05) VALUE 0.

      *> Valores anterior e novo do registro de log, ja editados;
      *> em branco quando nao ha (inclusao sem vigencia anterior,
      *> exclusao).
       01  WS-VALOR-ED               PIC -(15)9.
       01  WS-VALOR-ANT-TXT          PIC X(16) VALUE SPACES.
       01  WS-VALOR-NOVO-TXT         PIC X(16) VALUE SPACES.
       01  WS-ANT-ACHOU              PIC X(01) VALUE "N".
       01  WS-ANT-VALOR              PIC S9(15) VALUE 0.
       01  WS-ANT-EMPRESA            PIC X(02) VALUE SPACES.

      *> Catalogo dos parametros que os programas consultam, com a
      *> unidade de cada um (a mesma da antiga variavel de ambiente).
      *> Parametro fora do catalogo nao entra: nome digitado errado
      *> seria uma vigencia que ninguem consulta.
       01  WS-CATALOGO-DADOS.
           05  FILLER                PIC X(24) VALUE
               "BOLETO-MULTA-PCT".
           05  FILLER                PIC X(40) VALUE
               "CENTESIMOS DE PONTO PERCENTUAL".
           05  FILLER                PIC X(24) VALUE
               "BOLETO-JUROS-MES-PCT".
           05  FILLER                PIC X(40) VALUE
               "CENTESIMOS DE PONTO PERCENTUAL AO MES".
           05  FILLER                PIC X(24) VALUE
               "NF-TOLERANCIA".
           05  FILLER                PIC X(40) VALUE
               "CENTAVOS DE DIFERENCA BOLETO X NOTA".
           05  FILLER                PIC X(24) VALUE
               "BOLETO-APROVACAO-LIMITE".
           05  FILLER                PIC X(40) VALUE
               "CENTAVOS (ACIMA DISSO, DUPLA APROVACAO)".
           05  FILLER                PIC X(24) VALUE
               "CASH-FORECAST-DIAS".
           05  FILLER                PIC X(40) VALUE
               "DIAS DE HORIZONTE (MAXIMO 30)".
           05  FILLER                PIC X(24) VALUE
               "RECEB-NOVO-PRAZO-DIAS".
           05  FILLER                PIC X(40) VALUE
               "DIAS DE PRAZO DO BOLETO REEMITIDO".
           05  FILLER                PIC X(24) VALUE
               "RECEB-PROTESTO-DIAS".
           05  FILLER                PIC X(40) VALUE
               "DIAS DE ATRASO PARA PROTESTO".
           05  FILLER                PIC X(24) VALUE
               "SIMULA-PCT".
           05  FILLER                PIC X(40) VALUE
               "CENTESIMOS DE PONTO PERCENTUAL".
           05  FILLER                PIC X(24) VALUE
               "FOLHA-TOLERANCIA-PCT".
           05  FILLER                PIC X(40) VALUE
               "PONTOS PERCENTUAIS DO SALARIO".
           05  FILLER                PIC X(24) VALUE
               "FOLHA-ENCARGO-TOLER".
           05  FILLER                PIC X(40) VALUE
               "CENTAVOS DE DESVIO DOS ENCARGOS".
           05  FILLER                PIC X(24) VALUE
               "ADIANTAMENTO-PCT".
           05  FILLER                PIC X(40) VALUE
               "PONTOS PERCENTUAIS DO SALARIO".
           05  FILLER                PIC X(24) VALUE
               "CONSIG-MARGEM-PCT".
           05  FILLER                PIC X(40) VALUE
               "PONTOS PERCENTUAIS DO SALARIO".
           05  FILLER                PIC X(24) VALUE
               "CHEQUE-ESTOQUE-MINIMO".
           05  FILLER                PIC X(40) VALUE
               "FORMULARIOS DE CHEQUE EM ESTOQUE".
           05  FILLER                PIC X(24) VALUE
               "TRANSMISSAO-ALERTA-DIAS".
           05  FILLER                PIC X(40) VALUE
               "DIAS SEM CONFIRMACAO DO BANCO".
           05  FILLER                PIC X(24) VALUE
               "SWEEP-DESVIO-PCT".
           05  FILLER                PIC X(40) VALUE
               "PONTOS PERCENTUAIS CONTRA A MEDIA".
           05  FILLER                PIC X(24) VALUE
               "CPF-RETENCAO-MESES".
           05  FILLER                PIC X(40) VALUE
               "MESES DE RETENCAO NO CPF-MASTER".
           05  FILLER                PIC X(24) VALUE
               "WIRE-PRAZO-CONFIRMACAO".
           05  FILLER                PIC X(40) VALUE
               "DIAS UTEIS PARA CONFIRMAR A REMESSA".
           05  FILLER                PIC X(24) VALUE
               "CAMBIO-VARIACAO-PCT".
           05  FILLER                PIC X(40) VALUE
               "PONTOS PERCENTUAIS CONTRA O DIA ANTERIOR".
           05  FILLER                PIC X(24) VALUE
               "VARIACAO-PCT".
           05  FILLER                PIC X(40) VALUE
               "PONTOS PERCENTUAIS DO LIQUIDO".
           05  FILLER                PIC X(24) VALUE
               "VARIACAO-VALOR".
           05  FILLER                PIC X(40) VALUE
               "CENTAVOS DE VARIACAO DO LIQUIDO".
           05  FILLER                PIC X(24) VALUE
               "GUIA-DIA-VENCIMENTO".
           05  FILLER                PIC X(40) VALUE
               "DIA DO MES SEGUINTE (1 A 28)".
           05  FILLER                PIC X(24) VALUE
               "RETENCAO-DIA-ISS".
           05  FILLER                PIC X(40) VALUE
               "DIA DO MES SEGUINTE (1 A 28)".
           05  FILLER                PIC X(24) VALUE
               "RECEB-PROTESTO-DESTINO".
           05  FILLER                PIC X(40) VALUE
               "1 = CARTORIO, 2 = BUREAU DE CREDITO".
       01  WS-CATALOGO REDEFINES WS-CATALOGO-DADOS.
           05  WS-CAT-LINHA OCCURS 23 TIMES.
               10  WS-CAT-NOME       PIC X(24).
               10  WS-CAT-UNIDADE    PIC X(40).
       01  WS-CAT-IDX                PIC 9(02) COMP-5 VALUE 0.
       01  WS-CAT-ACHOU              PIC 9(02) COMP-5 VALUE 0.

      *> Validacao de data no proprio calendario compartilhado.
       01  WS-CAL-PARAMS.
           05  WS-CAL-DATA-ENT       PIC 9(08).
           05  WS-CAL-DATA-SAI       PIC 9(08).
           05  WS-CAL-AJUSTADA       PIC X(01).
           05  WS-CAL-STATUS         PIC X(03).

       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   PARAMETROS DE NEGOCIO                   ".
           DISPLAY "------------------------------------------".

           DISPLAY "ID DO SUPERVISOR: "
           MOVE SPACES TO WS-SIGNON-OPERADOR
           ACCEPT WS-SIGNON-OPERADOR
           MOVE "S" TO WS-SIGNON-FUNCAO
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "OPERACAO RECUSADA: SUPERVISOR INVALIDO, "
                   "INATIVO OU SEM A FUNCAO (STATUS="
                   WS-SIGNON-STATUS ")"
               GOBACK
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO WS-HOJE

           DISPLAY "OPERACAO (I=INCLUIR VIGENCIA, A=ALTERAR, "
               "E=EXCLUIR, L=LISTAR): "
           ACCEPT WS-OPERACAO

           OPEN I-O PARAMETRO-FILE
           IF NOT WS-PRM-OK
               OPEN OUTPUT PARAMETRO-FILE
               CLOSE PARAMETRO-FILE
               OPEN I-O PARAMETRO-FILE
           END-IF
           IF NOT WS-PRM-OK
               DISPLAY "ERRO: PARAMETRO-MASTER INDISPONIVEL (STATUS="
                   WS-PRM-FS ")"
               GOBACK
           END-IF

           EVALUATE WS-OPERACAO
               WHEN "I"
               WHEN "i"
                   PERFORM 2000-INCLUIR
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ALTERAR
               WHEN "E"
               WHEN "e"
                   PERFORM 4000-EXCLUIR
               WHEN "L"
               WHEN "l"
                   PERFORM 5000-LISTAR
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA: " WS-OPERACAO
           END-EVALUATE

           CLOSE PARAMETRO-FILE
           GOBACK.

       1000-LER-NOME SECTION.
           PERFORM 1050-MOSTRAR-CATALOGO
           DISPLAY "PARAMETRO: "
           ACCEPT WS-NOME
           MOVE FUNCTION UPPER-CASE(WS-NOME) TO WS-NOME

           MOVE 0 TO WS-CAT-ACHOU
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 23 OR WS-CAT-ACHOU > 0
               IF WS-CAT-NOME(WS-CAT-IDX) = WS-NOME
                   MOVE WS-CAT-IDX TO WS-CAT-ACHOU
               END-IF
           END-PERFORM
           IF WS-CAT-ACHOU = 0
               DISPLAY "ERRO: PARAMETRO FORA DO CATALOGO: "
                   FUNCTION TRIM(WS-NOME)
               CLOSE PARAMETRO-FILE
               GOBACK
           END-IF.

       1050-MOSTRAR-CATALOGO SECTION.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 23
               DISPLAY "  " WS-CAT-NOME(WS-CAT-IDX) " "
                   FUNCTION TRIM(WS-CAT-UNIDADE(WS-CAT-IDX))
           END-PERFORM.

       1100-LER-CHAVE SECTION.
           PERFORM 1000-LER-NOME

           DISPLAY "EMPRESA (nn, 00 OU BRANCO = GERAL): "
           MOVE SPACES TO WS-EMPRESA
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
               MOVE "00" TO WS-EMPRESA
           END-IF
           IF WS-EMPRESA IS NOT NUMERIC
               DISPLAY "ERRO: EMPRESA INVALIDA: " WS-EMPRESA
               CLOSE PARAMETRO-FILE
               GOBACK
           END-IF
      *> Vigencia geral ("00") vale para todas as empresas: so o
      *> supervisor sem lista de empresas mexe nela.
           MOVE WS-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "OPERACAO RECUSADA: SUPERVISOR SEM AUTORIZACAO "
                   "NA EMPRESA " WS-EMPRESA
                   " (STATUS=" WS-SIGNON-STATUS ")"
               CLOSE PARAMETRO-FILE
               GOBACK
           END-IF

           DISPLAY "VIGENCIA A PARTIR DE (AAAAMMDD): "
           ACCEPT WS-VIGENCIA
           MOVE WS-VIGENCIA TO WS-CAL-DATA-ENT
           CALL "CAL-DIA-UTIL" USING WS-CAL-PARAMS
           END-CALL
           IF WS-CAL-STATUS NOT = "OK"
               DISPLAY "ERRO: DATA DE VIGENCIA INVALIDA (STATUS="
                   WS-CAL-STATUS ")"
               CLOSE PARAMETRO-FILE
               GOBACK
           END-IF

           MOVE WS-NOME     TO PRM-NOME
           MOVE WS-EMPRESA  TO PRM-EMPRESA
           MOVE WS-VIGENCIA TO PRM-VIGENCIA.

      *> Vigencia que ja comecou ficou para a historia das rodadas
      *> que a usaram.
       1200-CONFERIR-FUTURA SECTION.
           IF WS-VIGENCIA < WS-HOJE
               DISPLAY "ERRO: VIGENCIA " WS-VIGENCIA " JA PASSOU - "
                   "CADASTRE UMA VIGENCIA NOVA A PARTIR DE HOJE"
               CLOSE PARAMETRO-FILE
               GOBACK
           END-IF.

      *> Valor inteiro, na unidade do catalogo: a virgula decimal
      *> de um percentual digitado como 2,5 viraria 25 calado.
       1300-LER-VALOR SECTION.
           DISPLAY "VALOR ("
               FUNCTION TRIM(WS-CAT-UNIDADE(WS-CAT-ACHOU)) "): "
           MOVE SPACES TO WS-VALOR-TXT
           ACCEPT WS-VALOR-TXT
           MOVE 0 TO WS-QTD-PONTOS
           INSPECT WS-VALOR-TXT TALLYING WS-QTD-PONTOS
               FOR ALL "." ALL "," ALL "-"
           IF WS-VALOR-TXT = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-VALOR-TXT) NOT = 0
                   OR WS-QTD-PONTOS > 0
               DISPLAY "ERRO: VALOR DEVE SER UM INTEIRO NAO NEGATIVO "
                   "NA UNIDADE DO PARAMETRO: " WS-VALOR-TXT
               CLOSE PARAMETRO-FILE
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(WS-VALOR-TXT) TO WS-VALOR.

      *> Valor em vigor na vigencia informada antes da mudanca (para
      *> o log da inclusao): a vigencia anterior mais recente da
      *> empresa, senao a geral.
       1400-BUSCAR-ANTERIOR SECTION.
           MOVE "N" TO WS-ANT-ACHOU
           MOVE WS-EMPRESA TO WS-ANT-EMPRESA
           PERFORM 1450-VARRER-VIGENCIAS
           IF WS-ANT-ACHOU = "N" AND WS-EMPRESA NOT = "00"
               MOVE "00" TO WS-ANT-EMPRESA
               PERFORM 1450-VARRER-VIGENCIAS
           END-IF
           MOVE SPACES TO WS-VALOR-ANT-TXT
           IF WS-ANT-ACHOU = "S"
               MOVE WS-ANT-VALOR TO WS-VALOR-ED
               MOVE WS-VALOR-ED  TO WS-VALOR-ANT-TXT
           END-IF.

       1450-VARRER-VIGENCIAS SECTION.
           MOVE WS-NOME        TO PRM-NOME
           MOVE WS-ANT-EMPRESA TO PRM-EMPRESA
           MOVE 0              TO PRM-VIGENCIA
           MOVE "N" TO WS-EOF
           START PARAMETRO-FILE KEY NOT < PRM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ PARAMETRO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRM-NOME NOT = WS-NOME
                               OR PRM-EMPRESA NOT = WS-ANT-EMPRESA
                               OR PRM-VIGENCIA > WS-VIGENCIA
                           MOVE "S" TO WS-EOF
                       ELSE
                           MOVE "S"       TO WS-ANT-ACHOU
                           MOVE PRM-VALOR TO WS-ANT-VALOR
                       END-IF
               END-READ
           END-PERFORM.

       2000-INCLUIR SECTION.
           PERFORM 1100-LER-CHAVE
           PERFORM 1200-CONFERIR-FUTURA
           READ PARAMETRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERRO: VIGENCIA JA CADASTRADA - USE A "
                       "OPERACAO A PARA ALTERAR O VALOR"
                   CLOSE PARAMETRO-FILE
                   GOBACK
           END-READ

           PERFORM 1300-LER-VALOR
           DISPLAY "MOTIVO / DESCRICAO (ate 40 carac.): "
           ACCEPT WS-DESCRICAO

           PERFORM 1400-BUSCAR-ANTERIOR

           MOVE WS-NOME            TO PRM-NOME
           MOVE WS-EMPRESA         TO PRM-EMPRESA
           MOVE WS-VIGENCIA        TO PRM-VIGENCIA
           MOVE WS-VALOR           TO PRM-VALOR
           MOVE WS-DESCRICAO       TO PRM-DESCRICAO
           MOVE WS-SIGNON-OPERADOR TO PRM-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO PRM-TIMESTAMP
           WRITE PRM-REC
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO (STATUS=" WS-PRM-FS ")"
                   EXIT SECTION
           END-WRITE

           MOVE WS-VALOR    TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO WS-VALOR-NOVO-TXT
           MOVE "INCLUSAO"  TO WS-ACAO
           PERFORM 9000-REGISTRAR-LOG
           DISPLAY "VIGENCIA INCLUIDA: " FUNCTION TRIM(WS-NOME)
               " EMPRESA " WS-EMPRESA " A PARTIR DE " WS-VIGENCIA
               " = " FUNCTION TRIM(WS-VALOR-NOVO-TXT).

       3000-ALTERAR SECTION.
           PERFORM 1100-LER-CHAVE
           PERFORM 1200-CONFERIR-FUTURA
           READ PARAMETRO-FILE
               INVALID KEY
                   DISPLAY "ERRO: VIGENCIA NAO CADASTRADA"
                   CLOSE PARAMETRO-FILE
                   GOBACK
           END-READ
           MOVE PRM-VALOR   TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO WS-VALOR-ANT-TXT
           DISPLAY "VALOR ATUAL: " FUNCTION TRIM(WS-VALOR-ANT-TXT)
               " (" FUNCTION TRIM(PRM-DESCRICAO) ")"

           PERFORM 1300-LER-VALOR
           DISPLAY "MOTIVO / DESCRICAO (BRANCO = MANTER): "
           MOVE SPACES TO WS-DESCRICAO
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO NOT = SPACES
               MOVE WS-DESCRICAO TO PRM-DESCRICAO
           END-IF

           MOVE WS-VALOR           TO PRM-VALOR
           MOVE WS-SIGNON-OPERADOR TO PRM-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO PRM-TIMESTAMP
           REWRITE PRM-REC
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO (STATUS=" WS-PRM-FS ")"
                   EXIT SECTION
           END-REWRITE

           MOVE WS-VALOR    TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO WS-VALOR-NOVO-TXT
           MOVE "ALTERACAO" TO WS-ACAO
           PERFORM 9000-REGISTRAR-LOG
           DISPLAY "VIGENCIA ALTERADA: " FUNCTION TRIM(WS-NOME)
               " EMPRESA " WS-EMPRESA " A PARTIR DE " WS-VIGENCIA
               " = " FUNCTION TRIM(WS-VALOR-NOVO-TXT).

       4000-EXCLUIR SECTION.
           PERFORM 1100-LER-CHAVE
           PERFORM 1200-CONFERIR-FUTURA
           READ PARAMETRO-FILE
               INVALID KEY
                   DISPLAY "ERRO: VIGENCIA NAO CADASTRADA"
                   CLOSE PARAMETRO-FILE
                   GOBACK
           END-READ
           MOVE PRM-VALOR   TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO WS-VALOR-ANT-TXT

           DISPLAY "EXCLUIR " FUNCTION TRIM(WS-NOME) " EMPRESA "
               WS-EMPRESA " A PARTIR DE " WS-VIGENCIA " = "
               FUNCTION TRIM(WS-VALOR-ANT-TXT) " (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "EXCLUSAO CANCELADA"
               EXIT SECTION
           END-IF

           DELETE PARAMETRO-FILE
               INVALID KEY
                   DISPLAY "ERRO NA EXCLUSAO (STATUS=" WS-PRM-FS ")"
                   EXIT SECTION
           END-DELETE

           MOVE SPACES     TO WS-VALOR-NOVO-TXT
           MOVE "EXCLUSAO" TO WS-ACAO
           PERFORM 9000-REGISTRAR-LOG
           DISPLAY "VIGENCIA EXCLUIDA: " FUNCTION TRIM(WS-NOME)
               " EMPRESA " WS-EMPRESA " A PARTIR DE " WS-VIGENCIA.

      *> Todas as vigencias de um parametro (ou de todos, com o nome
      *> em branco), na ordem da chave.
       5000-LISTAR SECTION.
           DISPLAY "PARAMETRO (BRANCO = TODOS): "
           MOVE SPACES TO WS-NOME
           ACCEPT WS-NOME
           MOVE FUNCTION UPPER-CASE(WS-NOME) TO WS-NOME

           MOVE LOW-VALUES TO PRM-CHAVE
           IF WS-NOME NOT = SPACES
               MOVE WS-NOME TO PRM-NOME
           END-IF
           MOVE 0   TO WS-QTD-LISTADOS
           MOVE "N" TO WS-EOF
           START PARAMETRO-FILE KEY NOT < PRM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ PARAMETRO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WS-NOME NOT = SPACES
                               AND PRM-NOME NOT = WS-NOME
                           MOVE "S" TO WS-EOF
                       ELSE
                           PERFORM 5100-MOSTRAR-VIGENCIA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTD-LISTADOS = 0
               DISPLAY "NENHUMA VIGENCIA CADASTRADA"
           ELSE
               DISPLAY "TOTAL: " WS-QTD-LISTADOS " VIGENCIA(S)"
           END-IF.

       5100-MOSTRAR-VIGENCIA SECTION.
           ADD 1 TO WS-QTD-LISTADOS
           MOVE PRM-VALOR TO WS-VALOR-ED
           DISPLAY PRM-NOME " E" PRM-EMPRESA " " PRM-VIGENCIA " "
               WS-VALOR-ED " " PRM-OPERADOR " " PRM-TIMESTAMP
           IF PRM-DESCRICAO NOT = SPACES
               DISPLAY "    " FUNCTION TRIM(PRM-DESCRICAO)
           END-IF.

       9000-REGISTRAR-LOG SECTION.
           OPEN EXTEND PARAMETRO-LOG-FILE
           IF NOT WS-LOG-OK
               OPEN OUTPUT PARAMETRO-LOG-FILE
           END-IF
      *> VALUE de FILLER nao vale na FILE SECTION: limpa o registro
      *> inteiro antes de preencher.
           MOVE SPACES TO PRMLOG-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO PRMLOG-TIMESTAMP
           MOVE WS-SIGNON-OPERADOR TO PRMLOG-OPERADOR
           MOVE WS-ACAO            TO PRMLOG-ACAO
           MOVE WS-NOME            TO PRMLOG-NOME
           MOVE WS-EMPRESA         TO PRMLOG-EMPRESA
           MOVE WS-VIGENCIA        TO PRMLOG-VIGENCIA
           MOVE WS-VALOR-ANT-TXT   TO PRMLOG-VALOR-ANT
           MOVE WS-VALOR-NOVO-TXT  TO PRMLOG-VALOR-NOVO
           WRITE PRMLOG-REC
           CLOSE PARAMETRO-LOG-FILE.
