      *> ser texto livre -- FUNC-MAINTAIN e FUNC-BATCH validam o
      *> codigo na entrada, a folha imprime o nome nos subtotais e o
      *> relatorio de variacao compara realizado x orcamento.
      *> SET-SINDICATO e o sindicato da categoria do setor
      *> (SINDICATO-MASTER), base do desconto da contribuicao
      *> sindical na folha; em branco = setor sem contribuicao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SET-CODIGO
               FILE STATUS IS WS-SET-FS.
           SELECT SINDICATO-FILE ASSIGN TO "SINDICATO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-SIN-FS.

       DATA DIVISION.
       FILE SECTION.
           05  SET-RESPONSAVEL       PIC X(30).
           05  SET-ATIVO             PIC X(01).
           05  SET-ORCAMENTO         PIC 9(15).
           05  SET-SINDICATO         PIC X(06).

       FD  SINDICATO-FILE.
       01  SIN-REC.
           05  SIN-CODIGO            PIC X(06).
           05  SIN-NOME              PIC X(40).
           05  SIN-CNPJ              PIC 9(14).
           05  SIN-BANCO             PIC 9(03).
           05  SIN-AGENCIA           PIC 9(04).
           05  SIN-CONTA             PIC 9(08).
           05  SIN-CONTA-DV          PIC 9(01).
           05  SIN-REGRA             PIC X(01).
           05  SIN-PCT               PIC 9(05).
           05  SIN-VALOR             PIC 9(15).
           05  SIN-MES-BASE          PIC 9(02).
           05  SIN-STATUS            PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-SET-FS                 PIC X(02) VALUE SPACES.
           88  WS-SET-OK                        VALUE "00".
       01  WS-SIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-SIN-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-CODIGO                 PIC X(10) VALUE SPACES.
       01  WS-NOME                   PIC X(20) VALUE SPACES.
       01  WS-RESPONSAVEL            PIC X(30) VALUE SPACES.
       01  WS-ORCAMENTO              PIC 9(15) VALUE ZEROS.
       01  WS-SINDICATO              PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.

           DISPLAY "ORCAMENTO MENSAL DE FOLHA EM CENTAVOS "
               "(0 = SEM ORCAMENTO): "
           ACCEPT WS-ORCAMENTO

           DISPLAY "SINDICATO DA CATEGORIA (EM BRANCO = NENHUM): "
           ACCEPT WS-SINDICATO
           IF WS-SINDICATO NOT = SPACES
               PERFORM 1100-CONFERIR-SINDICATO
           END-IF.

       1100-CONFERIR-SINDICATO SECTION.
      *> Codigo de sindicato tem de existir e estar ativo; recusa
      *> abandona a manutencao sem gravar, como o nome em branco.
           OPEN INPUT SINDICATO-FILE
           IF NOT WS-SIN-OK
               DISPLAY "ERRO: SINDICATO-MASTER INDISPONIVEL"
               CLOSE SETOR-FILE
               GOBACK
           END-IF
           MOVE WS-SINDICATO TO SIN-CODIGO
           READ SINDICATO-FILE
               INVALID KEY
                   MOVE SPACES TO SIN-STATUS
           END-READ
           CLOSE SINDICATO-FILE
           IF SIN-STATUS NOT = "A"
               DISPLAY "ERRO: SINDICATO NAO CADASTRADO OU INATIVO: "
                   WS-SINDICATO
               CLOSE SETOR-FILE
               GOBACK
           END-IF.

       2000-INCLUIR SECTION.
           PERFORM 1000-LER-DADOS
           MOVE WS-RESPONSAVEL TO SET-RESPONSAVEL
           MOVE "S"            TO SET-ATIVO
           MOVE WS-ORCAMENTO   TO SET-ORCAMENTO
           MOVE WS-SINDICATO   TO SET-SINDICATO
           WRITE SET-REC
               INVALID KEY
                   DISPLAY "ERRO: SETOR JA CADASTRADO"
           MOVE WS-NOME        TO SET-NOME
           MOVE WS-RESPONSAVEL TO SET-RESPONSAVEL
           MOVE WS-ORCAMENTO   TO SET-ORCAMENTO
           MOVE WS-SINDICATO   TO SET-SINDICATO
           REWRITE SET-REC
           END-REWRITE
           DISPLAY "SETOR ALTERADO: " WS-CODIGO.
           DISPLAY "NOME:        " SET-NOME
           DISPLAY "RESPONSAVEL: " SET-RESPONSAVEL
           DISPLAY "ATIVO:       " SET-ATIVO
           DISPLAY "ORCAMENTO:   " SET-ORCAMENTO " (CENTAVOS)"
           DISPLAY "SINDICATO:   " SET-SINDICATO.
