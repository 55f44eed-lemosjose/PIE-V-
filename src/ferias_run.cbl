      *> proprio ("15" + ano, como o 13o usa "13"/"14" + ano) -- o
      *> informe de rendimentos soma junto e a folha mensal nao
      *> colide. Ate aqui ferias era conta de papel fora do sistema.
      *>
      *> Os dias gozados saem do FERIAS-SALDO (FERIAS-SALDO, o
      *> controle dos periodos aquisitivos): do periodo mais antigo
      *> ja adquirido e com saldo. Gozo acima do saldo desse periodo
      *> e recusado; gozo iniciado depois do limite de concessao e
      *> pago em dobro (art. 137 da CLT). Sem o controle implantado,
      *> ou sem periodo registrado para a matricula, o gozo segue sem
      *> baixa, com aviso.
      *>
      *> O aviso leva o codigo de autenticacao do DOCUMENTO-REGISTRA
      *> (remuneracao, terco e total registrados), conferido no
      *> balcao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-PHIST-FS.
           SELECT AVISO-FILE ASSIGN TO "AVISO-FERIAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FERIAS-SALDO-FILE ASSIGN TO "FERIAS-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSA-CHAVE
               FILE STATUS IS WS-FSA-FS.

       DATA DIVISION.
       FILE SECTION.
           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

       FD  AVISO-FILE.
       01  AVISO-LINHA               PIC X(100).

       FD  FERIAS-SALDO-FILE.
       01  FSA-REC.
           05  FSA-CHAVE.
               10  FSA-MATRICULA     PIC 9(09).
               10  FSA-AQUIS-INI     PIC 9(08).
           05  FSA-AQUIS-FIM         PIC 9(08).
           05  FSA-LIMITE-CONCESSAO  PIC 9(08).
           05  FSA-FALTAS            PIC 9(03).
           05  FSA-DIAS-DIREITO      PIC 9(02).
           05  FSA-DIAS-GOZADOS      PIC 9(02).
           05  FSA-SITUACAO          PIC X(01).
           05  FSA-ULT-GOZO          PIC 9(08).
           05  FSA-DATA-ATUALIZ      PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-PHIST-FS               PIC X(02) VALUE SPACES.
           88  WS-PHIST-OK                      VALUE "00".
       01  WS-FSA-FS                 PIC X(02) VALUE SPACES.
           88  WS-FSA-OK                        VALUE "00".
       01  WS-EOF-FSA                PIC X(01) VALUE "N".

      *> Periodo aquisitivo de onde saem os dias (WS-BAIXA-SALDO "S"
      *> quando ha o que baixar) e a dobra por concessivo vencido.
       01  WS-BAIXA-SALDO            PIC X(01) VALUE "N".
       01  WS-PER-CHAVE.
           05  WS-PER-MATRICULA      PIC 9(09).
           05  WS-PER-AQUIS-INI      PIC 9(08).
       01  WS-PER-AQUIS-FIM          PIC 9(08) VALUE ZEROS.
       01  WS-PER-LIMITE             PIC 9(08) VALUE ZEROS.
       01  WS-PER-SALDO              PIC 9(02) VALUE ZEROS.
       01  WS-TEM-PERIODO            PIC X(01) VALUE "N".
       01  WS-GOZO-RECUSADO          PIC X(01) VALUE "N".
       01  WS-DOBRA                  PIC X(01) VALUE "N".
           88  WS-FERIAS-EM-DOBRO               VALUE "S".
       01  WS-VALOR-DOBRA            PIC 9(15) COMP-5 VALUE 0.

       COPY "func_tabela.cpy".

       01  WS-VALOR-TXT              PIC X(40) VALUE SPACES.

       01  WS-COMPETENCIA-FERIAS     PIC X(06) VALUE SPACES.
      *> Empresa do lancamento no historico: a mesma FOLHA-EMPRESA da
      *> rodada de folha (padrao 01).
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.

       01  WS-LINHA-ITEM.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-DATA-MES           PIC 9(2).
           05  WS-DATA-ANO           PIC 9(4).
           05  WS-DATA-CASO          PIC X(1)   VALUE SPACES.
           05  WS-DATA-IDIOMA        PIC X(2)   VALUE SPACES.
       01  WS-DATA-OUT.
           05  WS-DATA-TEXTO         PIC X(256).
           05  WS-DATA-STATUS        PIC X(3).
       01  WS-INICIO-EXTENSO         PIC X(160) VALUE SPACES.
       01  WS-RETORNO-EXTENSO        PIC X(160) VALUE SPACES.

       COPY "documento_registro.cpy".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
               GOBACK
           END-IF

           PERFORM 1500-LOCALIZAR-PERIODO
           IF WS-GOZO-RECUSADO = "S"
               GOBACK
           END-IF

           PERFORM 2000-CALCULAR
           PERFORM 3000-DATAS-POR-EXTENSO
           PERFORM 4000-GRAVAR-AVISO
           PERFORM 5000-POSTAR-HISTORICO
           PERFORM 6000-BAIXAR-SALDO
           GOBACK.

       1000-BUSCAR-FUNCIONARIO SECTION.
               END-SEARCH
           END-IF.

       1500-LOCALIZAR-PERIODO SECTION.
      *> Periodo mais antigo da matricula ja adquirido (D ou V) e com
      *> saldo; o FERIAS-SALDO esta em ordem de inicio do aquisitivo.
           MOVE "N" TO WS-BAIXA-SALDO
           MOVE "N" TO WS-DOBRA
           MOVE "N" TO WS-TEM-PERIODO
           OPEN INPUT FERIAS-SALDO-FILE
           IF NOT WS-FSA-OK
               DISPLAY "AVISO: CONTROLE DE FERIAS (FERIAS-SALDO) "
                   "INDISPONIVEL - GOZO SEM BAIXA DE SALDO"
               EXIT SECTION
           END-IF

           MOVE WS-MATRICULA TO FSA-MATRICULA
           MOVE 0 TO FSA-AQUIS-INI
           MOVE "N" TO WS-EOF-FSA
           START FERIAS-SALDO-FILE KEY NOT < FSA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-FSA
           END-START
           PERFORM UNTIL WS-EOF-FSA = "S"
               READ FERIAS-SALDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-FSA
                   NOT AT END
                       IF FSA-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-EOF-FSA
                       ELSE
                           PERFORM 1510-AVALIAR-PERIODO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FERIAS-SALDO-FILE

           IF WS-BAIXA-SALDO = "S"
               IF WS-DIAS-GOZO > WS-PER-SALDO
                   DISPLAY "ERRO: GOZO DE " WS-DIAS-GOZO " DIAS ACIMA "
                       "DO SALDO DE " WS-PER-SALDO " DIAS DO PERIODO "
                       "AQUISITIVO " WS-PER-AQUIS-INI " A "
                       WS-PER-AQUIS-FIM
                   MOVE "S" TO WS-GOZO-RECUSADO
                   EXIT SECTION
               END-IF
               DISPLAY "PERIODO AQUISITIVO: " WS-PER-AQUIS-INI " A "
                   WS-PER-AQUIS-FIM "  SALDO: " WS-PER-SALDO " DIAS"
               IF WS-DT-INICIO > WS-PER-LIMITE
                   MOVE "S" TO WS-DOBRA
                   DISPLAY "AVISO: GOZO APOS O LIMITE DE CONCESSAO ("
                       WS-PER-LIMITE ") - FERIAS EM DOBRO"
               END-IF
               EXIT SECTION
           END-IF

           IF WS-TEM-PERIODO = "S"
               DISPLAY "ERRO: MATRICULA SEM PERIODO AQUISITIVO "
                   "COMPLETO COM SALDO DE FERIAS"
               MOVE "S" TO WS-GOZO-RECUSADO
               EXIT SECTION
           END-IF
           DISPLAY "AVISO: MATRICULA SEM PERIODO AQUISITIVO NO "
               "FERIAS-SALDO - GOZO SEM BAIXA DE SALDO".

       1510-AVALIAR-PERIODO SECTION.
           IF WS-BAIXA-SALDO = "S"
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-TEM-PERIODO
           IF FSA-SITUACAO = "A" OR FSA-SITUACAO = "Q"
                   OR FSA-DIAS-GOZADOS >= FSA-DIAS-DIREITO
               EXIT SECTION
           END-IF
           MOVE "S"                  TO WS-BAIXA-SALDO
           MOVE FSA-CHAVE            TO WS-PER-CHAVE
           MOVE FSA-AQUIS-FIM        TO WS-PER-AQUIS-FIM
           MOVE FSA-LIMITE-CONCESSAO TO WS-PER-LIMITE
           COMPUTE WS-PER-SALDO = FSA-DIAS-DIREITO - FSA-DIAS-GOZADOS.

       2000-CALCULAR SECTION.
           COMPUTE WS-VALOR-FERIAS =
               WS-SALARIO * WS-DIAS-GOZO / 30
      *> Concessivo vencido: a remuneracao dos dias vai em dobro e o
      *> terco incide sobre o valor dobrado.
           MOVE 0 TO WS-VALOR-DOBRA
           IF WS-FERIAS-EM-DOBRO
               MOVE WS-VALOR-FERIAS TO WS-VALOR-DOBRA
               ADD WS-VALOR-DOBRA TO WS-VALOR-FERIAS
           END-IF
           COMPUTE WS-TERCO-FERIAS = WS-VALOR-FERIAS / 3
           COMPUTE WS-TOTAL-FERIAS =
               WS-VALOR-FERIAS + WS-TERCO-FERIAS
               INTO AVISO-LINHA
           END-STRING
           WRITE AVISO-LINHA
           IF WS-BAIXA-SALDO = "S"
               MOVE SPACES TO AVISO-LINHA
               STRING
                   "PERIODO AQUISITIVO: "  DELIMITED BY SIZE
                   WS-PER-AQUIS-INI(7:2) "/" WS-PER-AQUIS-INI(5:2) "/"
                   WS-PER-AQUIS-INI(1:4)   DELIMITED BY SIZE
                   " A "                   DELIMITED BY SIZE
                   WS-PER-AQUIS-FIM(7:2) "/" WS-PER-AQUIS-FIM(5:2) "/"
                   WS-PER-AQUIS-FIM(1:4)   DELIMITED BY SIZE
                   INTO AVISO-LINHA
               END-STRING
               WRITE AVISO-LINHA
           END-IF
           MOVE ALL "-" TO AVISO-LINHA
           WRITE AVISO-LINHA

           MOVE WS-VALOR-REAIS TO ITEM-VALOR
           WRITE AVISO-LINHA FROM WS-LINHA-ITEM

           IF WS-FERIAS-EM-DOBRO
               MOVE "  (INCLUI DOBRA - ART. 137 CLT)" TO ITEM-ROTULO
               COMPUTE WS-VALOR-REAIS = WS-VALOR-DOBRA / 100
               MOVE WS-VALOR-REAIS TO ITEM-VALOR
               WRITE AVISO-LINHA FROM WS-LINHA-ITEM
           END-IF

           MOVE "1/3 CONSTITUCIONAL" TO ITEM-ROTULO
           COMPUTE WS-VALOR-REAIS = WS-TERCO-FERIAS / 100
           MOVE WS-VALOR-REAIS TO ITEM-VALOR
               END-STRING
               WRITE AVISO-LINHA
           END-IF
           PERFORM 4100-AUTENTICAR
           MOVE ALL "=" TO AVISO-LINHA
           WRITE AVISO-LINHA

           DISPLAY "FERIAS-RUN: AVISO GRAVADO EM AVISO-FERIAS"
           DISPLAY "TOTAL: " WS-VALOR-TXT.

      *> Registra o aviso e imprime o codigo; registro fora do ar nao
      *> segura o aviso, que sai sem codigo.
       4100-AUTENTICAR SECTION.
           INITIALIZE DOCUMENTO-REGISTRO-PARAMS
           MOVE "R"                  TO DREG-OPERACAO
           MOVE "FERIAS"             TO DREG-TIPO
           MOVE "FERIAS-RUN"         TO DREG-PROGRAMA
           MOVE WS-MATRICULA         TO DREG-MATRICULA
           MOVE WS-NOME              TO DREG-NOME
           STRING "GOZO " WS-DT-INICIO(7:2) "/"
                  WS-DT-INICIO(5:2) "/" WS-DT-INICIO(1:4)
                  " A " WS-DT-RETORNO(7:2) "/"
                  WS-DT-RETORNO(5:2) "/" WS-DT-RETORNO(1:4)
               DELIMITED BY SIZE INTO DREG-REFERENCIA
           END-STRING
           MOVE "REMUNERACAO FERIAS" TO DREG-VLR-ROTULO(1)
           MOVE WS-VALOR-FERIAS      TO DREG-VLR(1)
           MOVE "1/3 CONSTITUCIONAL" TO DREG-VLR-ROTULO(2)
           MOVE WS-TERCO-FERIAS      TO DREG-VLR(2)
           MOVE "TOTAL DAS FERIAS"   TO DREG-VLR-ROTULO(3)
           MOVE WS-TOTAL-FERIAS      TO DREG-VLR(3)
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL
           IF DREG-STATUS = "OK"
               MOVE SPACES TO AVISO-LINHA
               STRING "CODIGO DE AUTENTICACAO: " DREG-CODIGO-FMT
                      " (CONFIRA NO RH)"
                   DELIMITED BY SIZE INTO AVISO-LINHA
               END-STRING
               WRITE AVISO-LINHA
           ELSE
               DISPLAY "AVISO: REGISTRO DE DOCUMENTOS INDISPONIVEL - "
                   "AVISO DE FERIAS SAI SEM CODIGO DE AUTENTICACAO"
           END-IF
           MOVE "F" TO DREG-OPERACAO
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL.

       5000-POSTAR-HISTORICO SECTION.
      *> Posta o pagamento das ferias no historico de folha sob a
      *> competencia propria; segundo lancamento na mesma competencia
      *> soma no registro existente, como o PAYROLL-RUN faz.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "FOLHA-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF

           OPEN I-O PAYROLL-HIST-FILE
           IF NOT WS-PHIST-OK
               OPEN OUTPUT PAYROLL-HIST-FILE
           MOVE WS-NOME               TO HIST-NOME
           MOVE WS-TOTAL-FERIAS       TO HIST-VALOR
           MOVE FUNCTION CURRENT-DATE(1:10) TO HIST-DATA
           MOVE WS-EMPRESA            TO HIST-EMPRESA
           MOVE WS-TOTAL-FERIAS       TO HIST-BRUTO
           MOVE 0                     TO HIST-INSS
           MOVE 0                     TO HIST-IRRF

           WRITE HIST-REC
               INVALID KEY
                   EXIT SECTION
           END-READ
           ADD WS-TOTAL-FERIAS TO HIST-VALOR
           ADD WS-TOTAL-FERIAS TO HIST-BRUTO
           MOVE FUNCTION CURRENT-DATE(1:10) TO HIST-DATA
           REWRITE HIST-REC
           END-REWRITE.

       6000-BAIXAR-SALDO SECTION.
      *> Os dias gozados saem do periodo localizado, depois do
      *> pagamento postado.
           IF WS-BAIXA-SALDO NOT = "S"
               EXIT SECTION
           END-IF
           OPEN I-O FERIAS-SALDO-FILE
           IF NOT WS-FSA-OK
               DISPLAY "AVISO: FALHA AO ABRIR O FERIAS-SALDO - BAIXE "
                   WS-DIAS-GOZO " DIAS DO PERIODO " WS-PER-AQUIS-INI
                   " MANUALMENTE"
               EXIT SECTION
           END-IF
           MOVE WS-PER-CHAVE TO FSA-CHAVE
           READ FERIAS-SALDO-FILE
               INVALID KEY
                   DISPLAY "AVISO: PERIODO " WS-PER-AQUIS-INI
                       " SUMIU DO FERIAS-SALDO - SALDO NAO BAIXADO"
                   CLOSE FERIAS-SALDO-FILE
                   EXIT SECTION
           END-READ
           ADD WS-DIAS-GOZO TO FSA-DIAS-GOZADOS
           MOVE WS-DT-INICIO TO FSA-ULT-GOZO
           IF FSA-DIAS-GOZADOS >= FSA-DIAS-DIREITO
               MOVE "Q" TO FSA-SITUACAO
           END-IF
           REWRITE FSA-REC
           END-REWRITE
           CLOSE FERIAS-SALDO-FILE
           DISPLAY "FERIAS-RUN: " WS-DIAS-GOZO " DIAS BAIXADOS DO "
               "PERIODO AQUISITIVO " WS-PER-AQUIS-INI.
