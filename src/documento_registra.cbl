       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENTO-REGISTRA.

      *> Codigo de autenticacao dos documentos emitidos. Holerite,
      *> aviso de ferias e termo de rescisao sairam adulterados mais de
      *> uma vez (banco, locador, outro empregador pedindo "comprovante
      *> de renda"), e quem ligava para conferir so tinha a palavra do
      *> RH contra o papel. Agora cada emissao ganha um codigo unico,
      *> impresso no documento, e o DOCUMENTO-REGISTRO guarda o que o
      *> documento dizia de fato -- tipo, quem, referencia, os valores
      *> que importam. O balcao (DOCUMENTO-CONSULTA) confere pelo
      *> codigo. Contrato em documento_registro.cpy.
      *>
      *> O codigo e sorteado, nao sequencial: numero em sequencia
      *> deixa adivinhar o codigo do documento vizinho. Dez caracteres
      *> sorteados num alfabeto de 32 (sem 0/O e 1/I) mais dois de
      *> conferencia; o segundo sorteio igual a um ja gravado (chave
      *> duplicada) sorteia de novo.
      *>
      *> Registro indisponivel nao para o documento: volta "REJ", o
      *> documento sai sem codigo e o chamador avisa -- o funcionario
      *> nao fica sem o holerite porque o registro falhou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FILE ASSIGN TO "DOCUMENTO-REGISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRG-CODIGO
               FILE STATUS IS WS-DRG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-FILE.
       01  DRG-REC.
           05  DRG-CODIGO            PIC X(12).
           05  DRG-DOCUMENTO.
               10  DRG-TIPO          PIC X(12).
               10  DRG-PROGRAMA      PIC X(20).
               10  DRG-EMPRESA       PIC X(02).
               10  DRG-MATRICULA     PIC 9(09).
               10  DRG-PAGADOR-TIPO  PIC X(01).
               10  DRG-PAGADOR-DOC   PIC 9(14).
               10  DRG-NOME          PIC X(50).
               10  DRG-REFERENCIA    PIC X(30).
               10  DRG-VALOR-T       OCCURS 3 TIMES.
                   15  DRG-VLR-ROTULO PIC X(20).
                   15  DRG-VLR       PIC S9(15).
               10  DRG-DATA-EMISSAO  PIC 9(08).
               10  DRG-HORA-EMISSAO  PIC 9(06).
               10  DRG-OPERADOR      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-DRG-FS                 PIC X(02) VALUE SPACES.
           88  WS-DRG-OK                        VALUE "00".
       01  WS-ABERTO                 PIC X(01) VALUE "N".
           88  WS-REGISTRO-ABERTO               VALUE "S".
       01  WS-GRAVOU                 PIC X(01) VALUE "N".
           88  WS-CODIGO-GRAVADO                VALUE "S".

       01  SESSAO-OPERADOR           PIC X(10) EXTERNAL.

       01  WS-FEMP-PARAMS.
           05  WS-FEMP-MATRICULA     PIC 9(09).
           05  WS-FEMP-COMPETENCIA   PIC X(06).
           05  WS-FEMP-EMPRESA       PIC X(02).
           05  WS-FEMP-STATUS        PIC X(03).

      *> Alfabeto do codigo: sem 0, O, 1 e I.
       01  WS-ALFABETO               PIC X(32)
               VALUE "23456789ABCDEFGHJKLMNPQRSTUVWXYZ".

      *> Codigo em trabalho: o caractere e o seu valor (0 a 31).
       01  WS-CODIGO                 PIC X(12) VALUE SPACES.
       01  WS-CODIGO-T REDEFINES WS-CODIGO.
           05  WS-COD-CAR            PIC X(01) OCCURS 12 TIMES.
       01  WS-COD-VALORES.
           05  WS-COD-VAL            PIC 9(02) OCCURS 12 TIMES.

       01  WS-SEMEADO                PIC X(01) VALUE "N".
       01  WS-SEMENTE                PIC 9(10) VALUE ZEROS.
       01  WS-SORTEIO                PIC 9V9(09) VALUE ZEROS.
       01  WS-TENTATIVA              PIC 9(02) VALUE ZEROS.
       01  WS-MAX-TENTATIVAS         PIC 9(02) VALUE 10.
       01  WS-I                      PIC 9(02) VALUE ZEROS.
       01  WS-J                      PIC 9(02) VALUE ZEROS.
       01  WS-SOMA                   PIC 9(05) VALUE ZEROS.
       01  WS-CONFERE-11             PIC 9(02) VALUE ZEROS.
       01  WS-CONFERE-12             PIC 9(02) VALUE ZEROS.
       01  WS-AGORA                  PIC X(21) VALUE SPACES.

      *> Normalizacao do codigo digitado.
       01  WS-DIGITADO               PIC X(14) VALUE SPACES.
       01  WS-DIGITADO-T REDEFINES WS-DIGITADO.
           05  WS-DIG-CAR            PIC X(01) OCCURS 14 TIMES.
       01  WS-QTD-CAR                PIC 9(02) VALUE ZEROS.
       01  WS-VALIDO                 PIC X(01) VALUE "S".
           88  WS-CODIGO-VALIDO                 VALUE "S".

       LINKAGE SECTION.
       COPY "documento_registro.cpy".

       PROCEDURE DIVISION USING DOCUMENTO-REGISTRO-PARAMS.
       0000-MAINLINE SECTION.
           IF DREG-OPERACAO = "F"
               IF WS-REGISTRO-ABERTO
                   CLOSE REGISTRO-FILE
                   MOVE "N" TO WS-ABERTO
               END-IF
               MOVE "OK" TO DREG-STATUS
               GOBACK
           END-IF

           IF NOT WS-REGISTRO-ABERTO
               PERFORM 1000-ABRIR
               IF NOT WS-REGISTRO-ABERTO
                   MOVE "REJ" TO DREG-STATUS
                   MOVE SPACES TO DREG-CODIGO DREG-CODIGO-FMT
                   GOBACK
               END-IF
           END-IF

           EVALUATE DREG-OPERACAO
               WHEN "R"
                   PERFORM 2000-REGISTRAR
               WHEN "C"
                   PERFORM 3000-CONSULTAR
               WHEN OTHER
                   DISPLAY "DOCUMENTO-REGISTRA: operacao invalida: "
                       DREG-OPERACAO
                   MOVE "REJ" TO DREG-STATUS
           END-EVALUATE
           GOBACK.

      *> Primeira emissao do ambiente cria o registro.
       1000-ABRIR SECTION.
           OPEN I-O REGISTRO-FILE
           IF NOT WS-DRG-OK
               OPEN OUTPUT REGISTRO-FILE
               CLOSE REGISTRO-FILE
               OPEN I-O REGISTRO-FILE
           END-IF
           IF NOT WS-DRG-OK
               DISPLAY "DOCUMENTO-REGISTRA: DOCUMENTO-REGISTRO "
                   "indisponivel (status=" WS-DRG-FS ")"
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-ABERTO.

      *> Completa o documento e grava com um codigo novo.
       2000-REGISTRAR SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA
           MOVE WS-AGORA(1:8) TO DREG-DATA-EMISSAO
           MOVE WS-AGORA(9:6) TO DREG-HORA-EMISSAO

      *> No lote nao ha sessao (a area externa nem foi preenchida).
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
               MOVE SESSAO-OPERADOR TO DREG-OPERADOR
           END-IF
           IF DREG-OPERADOR = SPACES OR DREG-OPERADOR = LOW-VALUES
               MOVE "LOTE" TO DREG-OPERADOR
           END-IF

           IF DREG-EMPRESA = SPACES AND DREG-MATRICULA > 0
               MOVE DREG-MATRICULA TO WS-FEMP-MATRICULA
               MOVE SPACES         TO WS-FEMP-COMPETENCIA
               CALL "FUNC-EMPRESA" USING WS-FEMP-PARAMS
               END-CALL
               IF WS-FEMP-STATUS = "OK"
                   MOVE WS-FEMP-EMPRESA TO DREG-EMPRESA
               END-IF
           END-IF

           IF WS-SEMEADO NOT = "S"
               COMPUTE WS-SEMENTE =
                   FUNCTION NUMVAL(WS-AGORA(9:8)) + DREG-MATRICULA
                   + FUNCTION MOD(DREG-PAGADOR-DOC, 100000000)
               COMPUTE WS-SORTEIO = FUNCTION RANDOM(WS-SEMENTE)
               MOVE "S" TO WS-SEMEADO
           END-IF

           MOVE "N" TO WS-GRAVOU
           PERFORM VARYING WS-TENTATIVA FROM 1 BY 1
                   UNTIL WS-TENTATIVA > WS-MAX-TENTATIVAS
                      OR WS-CODIGO-GRAVADO
               PERFORM 2100-SORTEAR-CODIGO
               MOVE WS-CODIGO       TO DRG-CODIGO
               MOVE DREG-DOCUMENTO  TO DRG-DOCUMENTO
               WRITE DRG-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-GRAVOU
               END-WRITE
               IF NOT WS-CODIGO-GRAVADO AND WS-DRG-FS NOT = "22"
                   DISPLAY "DOCUMENTO-REGISTRA: erro ao gravar "
                       "DOCUMENTO-REGISTRO (status=" WS-DRG-FS ")"
                   MOVE WS-MAX-TENTATIVAS TO WS-TENTATIVA
               END-IF
           END-PERFORM

           IF NOT WS-CODIGO-GRAVADO
               MOVE "REJ"  TO DREG-STATUS
               MOVE SPACES TO DREG-CODIGO DREG-CODIGO-FMT
               EXIT SECTION
           END-IF

           MOVE WS-CODIGO TO DREG-CODIGO
           PERFORM 8000-FORMATAR-CODIGO
           MOVE "OK" TO DREG-STATUS.

      *> Dez caracteres sorteados e os dois de conferencia.
       2100-SORTEAR-CODIGO SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               COMPUTE WS-SORTEIO = FUNCTION RANDOM
               COMPUTE WS-COD-VAL(WS-I) = WS-SORTEIO * 32
               IF WS-COD-VAL(WS-I) > 31
                   MOVE 31 TO WS-COD-VAL(WS-I)
               END-IF
           END-PERFORM
           PERFORM 2200-CALCULAR-CONFERENCIA
           MOVE WS-CONFERE-11 TO WS-COD-VAL(11)
           MOVE WS-CONFERE-12 TO WS-COD-VAL(12)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
               COMPUTE WS-J = WS-COD-VAL(WS-I) + 1
               MOVE WS-ALFABETO(WS-J:1) TO WS-COD-CAR(WS-I)
           END-PERFORM.

      *> Primeiro: soma com pesos impares (1, 3, ..., 19), modulo 32
      *> -- qualquer caractere trocado muda o resultado. Segundo:
      *> pesos 1 a 11 sobre os onze anteriores, para a troca de
      *> posicao entre vizinhos.
       2200-CALCULAR-CONFERENCIA SECTION.
           MOVE 0 TO WS-SOMA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               COMPUTE WS-SOMA = WS-SOMA
                   + WS-COD-VAL(WS-I) * (2 * WS-I - 1)
           END-PERFORM
           COMPUTE WS-CONFERE-11 = FUNCTION MOD(WS-SOMA, 32)

           MOVE 0 TO WS-SOMA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               COMPUTE WS-SOMA = WS-SOMA + WS-COD-VAL(WS-I) * WS-I
           END-PERFORM
           COMPUTE WS-SOMA = WS-SOMA + WS-CONFERE-11 * 11
           COMPUTE WS-CONFERE-12 = FUNCTION MOD(WS-SOMA, 32).

      *> Consulta pelo codigo digitado: normaliza, confere, le.
       3000-CONSULTAR SECTION.
           MOVE SPACES TO DREG-CODIGO
           INITIALIZE DREG-DOCUMENTO
           PERFORM 3100-NORMALIZAR
           IF NOT WS-CODIGO-VALIDO
               MOVE "DIG" TO DREG-STATUS
               EXIT SECTION
           END-IF

           PERFORM 2200-CALCULAR-CONFERENCIA
           IF WS-CONFERE-11 NOT = WS-COD-VAL(11)
              OR WS-CONFERE-12 NOT = WS-COD-VAL(12)
               MOVE "DIG" TO DREG-STATUS
               EXIT SECTION
           END-IF

           MOVE WS-CODIGO TO DREG-CODIGO
           PERFORM 8000-FORMATAR-CODIGO

           MOVE WS-CODIGO TO DRG-CODIGO
           READ REGISTRO-FILE KEY IS DRG-CODIGO
               INVALID KEY
                   MOVE "NAO" TO DREG-STATUS
                   EXIT SECTION
           END-READ
           MOVE DRG-DOCUMENTO TO DREG-DOCUMENTO
           MOVE "OK" TO DREG-STATUS.

      *> Tira hifens e espacos, passa a maiusculas, e exige os 12
      *> caracteres todos do alfabeto.
       3100-NORMALIZAR SECTION.
           MOVE DREG-CODIGO-FMT TO WS-DIGITADO
           INSPECT WS-DIGITADO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-CODIGO
           MOVE 0      TO WS-QTD-CAR
           MOVE "S"    TO WS-VALIDO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 14
               IF WS-DIG-CAR(WS-I) NOT = "-"
                  AND WS-DIG-CAR(WS-I) NOT = SPACE
                   ADD 1 TO WS-QTD-CAR
                   IF WS-QTD-CAR > 12
                       MOVE "N" TO WS-VALIDO
                   ELSE
                       MOVE WS-DIG-CAR(WS-I) TO WS-COD-CAR(WS-QTD-CAR)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-CAR NOT = 12
               MOVE "N" TO WS-VALIDO
           END-IF
           IF NOT WS-CODIGO-VALIDO
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
               MOVE 0 TO WS-J
               INSPECT WS-ALFABETO TALLYING WS-J
                   FOR CHARACTERS BEFORE INITIAL WS-COD-CAR(WS-I)
               IF WS-J > 31
                   MOVE "N" TO WS-VALIDO
               ELSE
                   MOVE WS-J TO WS-COD-VAL(WS-I)
               END-IF
           END-PERFORM.

       8000-FORMATAR-CODIGO SECTION.
           MOVE SPACES TO DREG-CODIGO-FMT
           STRING WS-CODIGO(1:4) "-" WS-CODIGO(5:4) "-"
                  WS-CODIGO(9:4)
               DELIMITED BY SIZE INTO DREG-CODIGO-FMT
           END-STRING.
