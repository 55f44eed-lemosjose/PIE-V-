       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNAB-PERFIL.

      *> Perfil de layout CNAB-240 por banco. Remessas e leitores de
      *> retorno assumiam a leitura de um banco so do padrao
      *> FEBRABAN (versoes de layout, servico e forma de lancamento,
      *> camara, codigos de segmento, onde e quais ocorrencias vem no
      *> retorno) -- trocar ou acrescentar banco era alterar quatro
      *> programas. Agora o que e do banco fica no arquivo
      *> CNAB-PERFIL e incluir banco novo e manutencao de perfil.
      *>
      *> Uma linha por item, separada por ";":
      *>     BANCO;ITEM;VALOR
      *>     BANCO;OCORRENCIA;CODIGO;TIPO;DESCRICAO
      *> ITEM: VERSAO-ARQ, VERSAO-LOTE, SERV-SALARIO, SERV-PAGTO,
      *> FORMA-CREDITO, FORMA-BOLETO, CAMARA, SEG-CREDITO,
      *> SEG-BOLETO, POS-OCORRENCIA. TIPO da ocorrencia: C
      *> efetivado, P pendente no banco, R recusado. Linha em branco
      *> ou com "*" na primeira posicao e comentario. Item ausente
      *> fica com o padrao historico; arquivo ausente deixa tudo no
      *> padrao (ver cnab_perfil.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFIL-FILE ASSIGN TO "CNAB-PERFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERFIL-FILE.
       01  PFL-LINHA                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PFL-FS                 PIC X(02) VALUE SPACES.
           88  WS-PFL-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
       01  WS-ACHOU                  PIC X(01) VALUE "N".
       01  WS-IDX                    PIC 9(03) VALUE 0.

       01  WS-PFL-CAMPOS.
           05  WS-PFL-BANCO          PIC X(03).
           05  WS-PFL-ITEM           PIC X(15).
           05  WS-PFL-VALOR          PIC X(10).
           05  WS-PFL-TIPO           PIC X(01).
           05  WS-PFL-DESCR          PIC X(30).
       01  WS-POS-NUM                PIC 9(03) VALUE 0.

       LINKAGE SECTION.
       COPY "cnab_perfil.cpy".

       PROCEDURE DIVISION USING CNAB-PERFIL-PARAMS.
       0000-MAINLINE SECTION.
           EVALUATE PRF-OPERACAO
               WHEN "O"
                   PERFORM 2000-CLASSIFICAR
               WHEN OTHER
                   PERFORM 1000-CARREGAR
           END-EVALUATE
           GOBACK.

       1000-CARREGAR SECTION.
      *> Padrao historico primeiro; o perfil do banco sobrescreve so
      *> o que declarar.
           MOVE "103" TO PRF-VERSAO-ARQ
           MOVE "046" TO PRF-VERSAO-LOTE
           MOVE "30"  TO PRF-SERV-SALARIO
           MOVE "20"  TO PRF-SERV-PAGTO
           MOVE "01"  TO PRF-FORMA-CREDITO
           MOVE "31"  TO PRF-FORMA-BOLETO
           MOVE "000" TO PRF-CAMARA
           MOVE "A"   TO PRF-SEG-CREDITO
           MOVE "J"   TO PRF-SEG-BOLETO
           MOVE 231   TO PRF-POS-OCORRENCIA
           MOVE 0     TO PRF-OCOR-QTD
           MOVE "PAD" TO PRF-STATUS

           OPEN INPUT PERFIL-FILE
           IF WS-PFL-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ PERFIL-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM 1100-TRATAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE PERFIL-FILE
           END-IF

      *> Banco sem tabela de ocorrencias: so "00" e efetivado, a
      *> leitura que os retornos sempre fizeram.
           IF PRF-OCOR-QTD = 0
               MOVE 1           TO PRF-OCOR-QTD
               MOVE "00"        TO PRF-OCOR-COD(1)
               MOVE "C"         TO PRF-OCOR-TIPO(1)
               MOVE "EFETIVADO" TO PRF-OCOR-DESCR(1)
           END-IF.

       1100-TRATAR-LINHA SECTION.
           IF PFL-LINHA = SPACES OR PFL-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-PFL-CAMPOS
           UNSTRING PFL-LINHA DELIMITED BY ";"
               INTO WS-PFL-BANCO
                    WS-PFL-ITEM
                    WS-PFL-VALOR
                    WS-PFL-TIPO
                    WS-PFL-DESCR
           END-UNSTRING
           IF WS-PFL-BANCO NOT = PRF-BANCO
               EXIT SECTION
           END-IF
           MOVE "OK" TO PRF-STATUS

           EVALUATE WS-PFL-ITEM
               WHEN "VERSAO-ARQ"
                   MOVE WS-PFL-VALOR TO PRF-VERSAO-ARQ
               WHEN "VERSAO-LOTE"
                   MOVE WS-PFL-VALOR TO PRF-VERSAO-LOTE
               WHEN "SERV-SALARIO"
                   MOVE WS-PFL-VALOR TO PRF-SERV-SALARIO
               WHEN "SERV-PAGTO"
                   MOVE WS-PFL-VALOR TO PRF-SERV-PAGTO
               WHEN "FORMA-CREDITO"
                   MOVE WS-PFL-VALOR TO PRF-FORMA-CREDITO
               WHEN "FORMA-BOLETO"
                   MOVE WS-PFL-VALOR TO PRF-FORMA-BOLETO
               WHEN "CAMARA"
                   MOVE WS-PFL-VALOR TO PRF-CAMARA
               WHEN "SEG-CREDITO"
                   MOVE WS-PFL-VALOR TO PRF-SEG-CREDITO
               WHEN "SEG-BOLETO"
                   MOVE WS-PFL-VALOR TO PRF-SEG-BOLETO
               WHEN "POS-OCORRENCIA"
      *> Posicao de inicio do codigo de 2 posicoes no detalhe de
      *> 240; fora da faixa mantem o padrao.
                   MOVE FUNCTION NUMVAL(WS-PFL-VALOR) TO WS-POS-NUM
                   IF WS-POS-NUM > 0 AND WS-POS-NUM < 240
                       MOVE WS-POS-NUM TO PRF-POS-OCORRENCIA
                   ELSE
                       DISPLAY "CNAB-PERFIL: BANCO " PRF-BANCO
                           " POS-OCORRENCIA INVALIDA (" WS-PFL-VALOR
                           "), MANTIDO O PADRAO"
                   END-IF
               WHEN "OCORRENCIA"
                   PERFORM 1200-GUARDAR-OCORRENCIA
               WHEN OTHER
                   DISPLAY "CNAB-PERFIL: BANCO " PRF-BANCO
                       " ITEM DESCONHECIDO IGNORADO: " WS-PFL-ITEM
           END-EVALUATE.

       1200-GUARDAR-OCORRENCIA SECTION.
           IF WS-PFL-TIPO NOT = "C" AND WS-PFL-TIPO NOT = "P"
                   AND WS-PFL-TIPO NOT = "R"
               DISPLAY "CNAB-PERFIL: BANCO " PRF-BANCO
                   " OCORRENCIA " WS-PFL-VALOR(1:2)
                   " COM TIPO INVALIDO, TRATADA COMO RECUSA"
               MOVE "R" TO WS-PFL-TIPO
           END-IF
           IF PRF-OCOR-QTD >= 100
               DISPLAY "CNAB-PERFIL: BANCO " PRF-BANCO
                   " COM MAIS DE 100 OCORRENCIAS, EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF
           ADD 1 TO PRF-OCOR-QTD
           MOVE WS-PFL-VALOR(1:2) TO PRF-OCOR-COD(PRF-OCOR-QTD)
           MOVE WS-PFL-TIPO       TO PRF-OCOR-TIPO(PRF-OCOR-QTD)
           MOVE WS-PFL-DESCR      TO PRF-OCOR-DESCR(PRF-OCOR-QTD).

       2000-CLASSIFICAR SECTION.
      *> Ocorrencia fora da tabela do banco e recusa -- na duvida o
      *> credito nao e dado como feito.
           MOVE "R" TO PRF-OCOR-TIPO-SAI
           MOVE "OCORRENCIA NAO CADASTRADA" TO PRF-OCOR-DESCR-SAI
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > PRF-OCOR-QTD OR WS-ACHOU = "S"
               IF PRF-OCOR-COD(WS-IDX) = PRF-OCOR-ENT
                   MOVE "S" TO WS-ACHOU
                   MOVE PRF-OCOR-TIPO(WS-IDX)  TO PRF-OCOR-TIPO-SAI
                   MOVE PRF-OCOR-DESCR(WS-IDX) TO PRF-OCOR-DESCR-SAI
               END-IF
           END-PERFORM.
