      *> por extenso via EXT-DATA -- incluindo o dia da semana que a
      *> rotina ja devolve, que e exatamente o que a carta precisa --
      *> o bloco de secao/local e o endereco do funcionario vindo do
      *> quadro (endereco de correspondencia mantido pelo
      *> TRE0028-MAINTAIN-FUNC, lido no FUNC-SNAPSHOT). O TITULO-BATCH
      *> valida os titulos; esta carta e o passo seguinte que nunca
      *> existiu.
      *>
      *> Cada carta leva o codigo de autenticacao do
      *> DOCUMENTO-REGISTRA (data, zona e secao registradas), para a
      *> convocacao conferida no balcao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       COPY "func_snapshot.cpy".

       01  WS-ACHOU                  PIC X(01) VALUE "N".
           88  WS-ACHOU-SIM                     VALUE "S".

           05  WS-DATA-MES           PIC 9(2).
           05  WS-DATA-ANO           PIC 9(4).
           05  WS-DATA-CASO          PIC X(1)   VALUE SPACES.
           05  WS-DATA-IDIOMA        PIC X(2)   VALUE SPACES.
       01  WS-DATA-OUT.
           05  WS-DATA-TEXTO         PIC X(256).
           05  WS-DATA-STATUS        PIC X(3).
           05  WS-QTD-CARTAS         PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-CADASTRO   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-ENDERECO   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-CODIGO     PIC 9(07) VALUE ZEROS.

       COPY "documento_registro.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.

           OPEN OUTPUT CARTAS-FILE

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "ERRO: snapshot de funcionarios "
                   "indisponivel, status=" FSNP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

       2000-PROCESSAR SECTION.
           MOVE "N" TO WS-ACHOU
           MOVE "M"              TO FSNP-OPERACAO
           MOVE CONVIN-MATRICULA TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS = "OK"
               MOVE "S" TO WS-ACHOU
           END-IF

           IF NOT WS-ACHOU-SIM
           MOVE SPACES TO CARTA-LINHA
           STRING
               "A(O) " DELIMITED BY SIZE
               FUNCTION TRIM(FSNP-NOME) DELIMITED BY SIZE
               "  (MATRICULA " DELIMITED BY SIZE
               CONVIN-MATRICULA DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           WRITE CARTA-LINHA

      *> Bloco de endereco, do cadastro do funcionario.
           IF FSNP-ENDERECO = SPACES
               ADD 1 TO WS-QTD-SEM-ENDERECO
               MOVE "ENDERECO NAO CADASTRADO - ENTREGA EM MAOS"
                   TO CARTA-LINHA
               WRITE CARTA-LINHA
           ELSE
               MOVE SPACES TO CARTA-LINHA
               MOVE FSNP-ENDERECO TO CARTA-LINHA(1:60)
               WRITE CARTA-LINHA
               MOVE SPACES TO CARTA-LINHA
               STRING
                   FUNCTION TRIM(FSNP-CIDADE) DELIMITED BY SIZE
                   " - "              DELIMITED BY SIZE
                   FSNP-UF            DELIMITED BY SIZE
                   "  CEP "           DELIMITED BY SIZE
                   FSNP-CEP           DELIMITED BY SIZE
                   INTO CARTA-LINHA
               END-STRING
               WRITE CARTA-LINHA
           END-STRING
           WRITE CARTA-LINHA

           PERFORM 2200-AUTENTICAR

           MOVE ALL "=" TO CARTA-LINHA
           WRITE CARTA-LINHA

           ADD 1 TO WS-QTD-CARTAS.

      *> Registra a carta e imprime o codigo; registro fora do ar nao
      *> segura a carta, que sai sem codigo.
       2200-AUTENTICAR SECTION.
           INITIALIZE DOCUMENTO-REGISTRO-PARAMS
           MOVE "R"                  TO DREG-OPERACAO
           MOVE "CONVOCACAO"         TO DREG-TIPO
           MOVE "CONVOCACAO-GEN"     TO DREG-PROGRAMA
           MOVE CONVIN-MATRICULA     TO DREG-MATRICULA
           MOVE FSNP-NOME            TO DREG-NOME
           STRING CONVIN-DATA(7:2) "/" CONVIN-DATA(5:2) "/"
                  CONVIN-DATA(1:4) " ZONA " CONVIN-ZONA
                  " SECAO " CONVIN-SECAO
               DELIMITED BY SIZE INTO DREG-REFERENCIA
           END-STRING
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL
           IF DREG-STATUS = "OK"
               MOVE SPACES TO CARTA-LINHA
               STRING "CODIGO DE AUTENTICACAO: " DREG-CODIGO-FMT
                      " (CONFIRA NO RH)"
                   DELIMITED BY SIZE INTO CARTA-LINHA
               END-STRING
               WRITE CARTA-LINHA
           ELSE
               ADD 1 TO WS-QTD-SEM-CODIGO
           END-IF.

       9000-FINALIZAR SECTION.
           CLOSE CONVOCACAO-IN-FILE
           CLOSE CARTAS-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           MOVE "F" TO DREG-OPERACAO
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL

           DISPLAY "CONVOCACAO-GEN: LIDOS=" WS-QTD-LIDOS
               " CARTAS=" WS-QTD-CARTAS
               " SEM-CADASTRO=" WS-QTD-SEM-CADASTRO
               " SEM-ENDERECO=" WS-QTD-SEM-ENDERECO
               " SEM-CODIGO=" WS-QTD-SEM-CODIGO.
