       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENTO-CONSULTA.

      *> Conferencia de documento no balcao: o banco, o locador ou o
      *> proprio funcionario traz o papel (holerite, aviso de ferias,
      *> termo de rescisao, informe, declaracao...) e o operador
      *> digita o codigo de autenticacao impresso nele. A tela mostra
      *> o que o documento dizia quando saiu daqui -- tipo, quem,
      *> referencia, valores, quando e por quem foi emitido -- para
      *> comparar com o papel. Codigo que nao consta: documento nao
      *> emitido por nos.
      *>
      *> Empresa do documento contra a lista do operador da sessao do
      *> menu (OPERADOR-SIGNON com operador em branco), como no extrato
      *> de FGTS; fora do menu, sem sessao, a consulta segue.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "documento_registro.cpy".

       01  WS-CODIGO-DIGITADO        PIC X(14) VALUE SPACES.
       01  WS-I                      PIC 9(01) VALUE ZEROS.
       01  WS-VALOR-REAIS            PIC S9(13)V99 VALUE ZEROS.
       01  WS-VALOR-ED               PIC -(12)9.99.
       01  WS-DATA-EMISSAO.
           05  WS-EMI-ANO            PIC 9(04).
           05  WS-EMI-MES            PIC 9(02).
           05  WS-EMI-DIA            PIC 9(02).
       01  WS-HORA-EMISSAO.
           05  WS-EMI-HH             PIC 9(02).
           05  WS-EMI-MM             PIC 9(02).
           05  WS-EMI-SS             PIC 9(02).

       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   AUTENTICIDADE DE DOCUMENTO EMITIDO      ".
           DISPLAY "------------------------------------------".

           DISPLAY "CODIGO DE AUTENTICACAO (XXXX-XXXX-XXXX): "
           ACCEPT WS-CODIGO-DIGITADO

           INITIALIZE DOCUMENTO-REGISTRO-PARAMS
           MOVE "C"                TO DREG-OPERACAO
           MOVE WS-CODIGO-DIGITADO TO DREG-CODIGO-FMT
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL

           EVALUATE DREG-STATUS
               WHEN "OK"
                   PERFORM 1000-CONFERIR-EMPRESA
                   IF WS-SIGNON-STATUS NOT = "EMP"
                       PERFORM 2000-MOSTRAR-DOCUMENTO
                   END-IF
               WHEN "NAO"
                   DISPLAY "CODIGO " DREG-CODIGO-FMT
                       " NAO CONSTA DO REGISTRO"
                   DISPLAY "DOCUMENTO NAO EMITIDO POR ESTA EMPRESA -"
                       " NAO ACEITAR"
               WHEN "DIG"
                   DISPLAY "CODIGO INVALIDO: " WS-CODIGO-DIGITADO
                   DISPLAY "CONFIRA A DIGITACAO (12 CARACTERES, SEM"
                       " 0/O NEM 1/I)"
               WHEN OTHER
                   DISPLAY "REGISTRO DE DOCUMENTOS INDISPONIVEL -"
                       " CONSULTE MAIS TARDE"
           END-EVALUATE

           MOVE "F" TO DREG-OPERACAO
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL
           GOBACK.

       1000-CONFERIR-EMPRESA SECTION.
           MOVE SPACES TO WS-SIGNON-STATUS
           IF DREG-EMPRESA = SPACES
               EXIT SECTION
           END-IF
           MOVE SPACES       TO WS-SIGNON-OPERADOR
           MOVE "Q"          TO WS-SIGNON-FUNCAO
           MOVE DREG-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS = "EMP"
               DISPLAY "ACESSO NEGADO: DOCUMENTO DA EMPRESA "
                   DREG-EMPRESA ", FORA DA LISTA DO OPERADOR"
           END-IF.

       2000-MOSTRAR-DOCUMENTO SECTION.
           MOVE DREG-DATA-EMISSAO TO WS-DATA-EMISSAO
           MOVE DREG-HORA-EMISSAO TO WS-HORA-EMISSAO

           DISPLAY "DOCUMENTO AUTENTICO - CODIGO " DREG-CODIGO-FMT
           DISPLAY "------------------------------------------"
           DISPLAY "TIPO.......: " DREG-TIPO
           DISPLAY "EMITIDO EM.: " WS-EMI-DIA "/" WS-EMI-MES "/"
               WS-EMI-ANO " " WS-EMI-HH ":" WS-EMI-MM ":" WS-EMI-SS
           DISPLAY "EMITIDO POR: " FUNCTION TRIM(DREG-PROGRAMA)
               " (OPERADOR " FUNCTION TRIM(DREG-OPERADOR) ")"
           IF DREG-EMPRESA NOT = SPACES
               DISPLAY "EMPRESA....: " DREG-EMPRESA
           END-IF
           IF DREG-MATRICULA > 0
               DISPLAY "MATRICULA..: " DREG-MATRICULA
           END-IF
           IF DREG-PAGADOR-TIPO = "F"
               DISPLAY "PAGADOR CPF: " DREG-PAGADOR-DOC(4:11)
           END-IF
           IF DREG-PAGADOR-TIPO = "J"
               DISPLAY "PAGADOR CNPJ: " DREG-PAGADOR-DOC
           END-IF
           DISPLAY "NOME.......: " FUNCTION TRIM(DREG-NOME)
           IF DREG-REFERENCIA NOT = SPACES
               DISPLAY "REFERENCIA.: " FUNCTION TRIM(DREG-REFERENCIA)
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               IF DREG-VLR-ROTULO(WS-I) NOT = SPACES
                   COMPUTE WS-VALOR-REAIS = DREG-VLR(WS-I) / 100
                   MOVE WS-VALOR-REAIS TO WS-VALOR-ED
                   DISPLAY DREG-VLR-ROTULO(WS-I) " " WS-VALOR-ED
               END-IF
           END-PERFORM
           DISPLAY "------------------------------------------"
           DISPLAY "CONFIRA OS DADOS ACIMA CONTRA O PAPEL APRESENTADO".
