           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

       FD  ANONIMIZA-REPORT-FILE.
       01  ANONOUT-LINHA             PIC X(80).
           05  WS-MAINTAIN-CIDADE    PIC X(30).
           05  WS-MAINTAIN-UF        PIC X(02).
           05  WS-MAINTAIN-CEP       PIC 9(08).
           05  WS-MAINTAIN-ADMISSAO  PIC 9(08).
           05  WS-MAINTAIN-CONTRATO  PIC X(01).
           05  WS-MAINTAIN-CARGO     PIC X(06).
           05  WS-MAINTAIN-STATUS    PIC X(03).

       01  WS-CONTADORES.
      *> Salario, setor e PIS ficam (a folha e os consolidados
      *> dependem deles) e os dados bancarios passam inalterados --
      *> mexer na conta dispararia a fila de pre-notificacao.
      *> A tabela vem ao vivo, nao do FUNC-SNAPSHOT: o ALTERAR regrava
      *> o registro inteiro, e uma imagem da noite anterior desfaria
      *> o que o RH mudou durante o dia.
           MOVE 0 TO FT-QTD
           CALL "TRE0028-TABELA-FUNC" USING FUNC-TABELA-PARAMS
           END-CALL
           MOVE SPACES                    TO WS-MAINTAIN-CIDADE
           MOVE SPACES                    TO WS-MAINTAIN-UF
           MOVE 0                         TO WS-MAINTAIN-CEP
           MOVE FT-ADMISSAO(WS-FT-SALVA)  TO WS-MAINTAIN-ADMISSAO
           MOVE FT-TIPO-CONTRATO(WS-FT-SALVA)
                                          TO WS-MAINTAIN-CONTRATO
           MOVE FT-CARGO(WS-FT-SALVA)     TO WS-MAINTAIN-CARGO

           CALL "TRE0028-MAINTAIN-FUNC" USING WS-MAINTAIN-PARAMS
           END-CALL
