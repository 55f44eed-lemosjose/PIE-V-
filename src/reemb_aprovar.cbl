       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMB-APROVAR.

      *> Aprovacao dos pedidos de reembolso de despesas: um
      *> supervisor (funcao S no OPERADOR-MASTER) revisa cada item
      *> PENDENTE do REEMB-MASTER e aprova (entra no proximo lote
      *> semanal do REEMB-PAGTO) ou recusa com o motivo, com a
      *> decisao registrada em log -- no molde do BOLETO-APROVAR.
      *> O supervisor nunca decide o pedido que ele mesmo lancou
      *> (RMB-SOLICITANTE): o item fica pendente para outro
      *> aprovador. Pendencias nao decididas continuam PENDENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEMB-MASTER-FILE ASSIGN TO "REEMB-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-CHAVE
               FILE STATUS IS WS-RMB-FS.
           SELECT APROV-LOG-FILE ASSIGN TO "REEMB-APROV-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REEMB-MASTER-FILE.
       01  RMB-REC.
           05  RMB-CHAVE.
               10  RMB-MATRICULA     PIC 9(09).
               10  RMB-ANOMES        PIC 9(06).
               10  RMB-SEQ           PIC 9(03).
           05  RMB-EMPRESA           PIC X(02).
           05  RMB-CATEGORIA         PIC X(10).
           05  RMB-DATA-DESPESA      PIC 9(08).
           05  RMB-VALOR             PIC 9(15).
           05  RMB-SETOR             PIC X(10).
           05  RMB-COMPROVANTE       PIC X(20).
           05  RMB-DESCRICAO         PIC X(40).
           05  RMB-SOLICITANTE       PIC X(10).
           05  RMB-DATA-ENTRADA      PIC 9(08).
           05  RMB-STATUS            PIC X(10).
           05  RMB-APROVADOR         PIC X(10).
           05  RMB-DATA-APROV        PIC 9(08).
           05  RMB-MOTIVO            PIC X(30).
           05  RMB-DATA-PGTO         PIC 9(08).
           05  RMB-TRILHO            PIC X(01).

       FD  APROV-LOG-FILE.
       01  APRLOG-REC.
           05  APRLOG-TIMESTAMP      PIC X(14).
           05  FILLER                PIC X(01).
           05  APRLOG-SUPERVISOR     PIC X(10).
           05  FILLER                PIC X(01).
           05  APRLOG-MATRICULA      PIC 9(09).
           05  FILLER                PIC X(01).
           05  APRLOG-ANOMES         PIC 9(06).
           05  FILLER                PIC X(01).
           05  APRLOG-SEQ            PIC 9(03).
           05  FILLER                PIC X(01).
           05  APRLOG-VALOR          PIC 9(15).
           05  FILLER                PIC X(01).
           05  APRLOG-DECISAO        PIC X(10).
           05  FILLER                PIC X(01).
           05  APRLOG-MOTIVO         PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-RMB-FS                 PIC X(02) VALUE SPACES.
           88  WS-RMB-OK                        VALUE "00".
       01  WS-LOG-FS                 PIC X(02) VALUE SPACES.
           88  WS-LOG-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-SUPERVISOR             PIC X(10) VALUE SPACES.
       01  WS-DECISAO                PIC X(01) VALUE SPACE.
       01  WS-MOTIVO                 PIC X(30) VALUE SPACES.
       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-APROVADOS      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-RECUSADOS      PIC 9(05) VALUE ZEROS.
           05  WS-QTD-MANTIDOS       PIC 9(05) VALUE ZEROS.
           05  WS-QTD-PROPRIOS       PIC 9(05) VALUE ZEROS.
           05  WS-QTD-OUTRA-EMPRESA  PIC 9(05) VALUE ZEROS.

      *> Empresas ja conferidas no OPERADOR-SIGNON nesta rodada: a
      *> recusa entra no log de sessao uma vez por empresa, e nao a
      *> cada item dela.
       01  WS-EMP-TAB.
           05  WS-EMP-QTD            PIC 9(02) COMP-5 VALUE 0.
           05  WS-EMP-ITEM           OCCURS 50 TIMES.
               10  WS-EMP-CODIGO     PIC X(02).
               10  WS-EMP-AUTORIZADA PIC X(01).
       01  WS-EMP-IDX                PIC 9(02) COMP-5 VALUE 0.
       01  WS-EMP-ACHOU              PIC 9(02) COMP-5 VALUE 0.

       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   APROVACAO DE REEMBOLSO DE DESPESAS      ".
           DISPLAY "------------------------------------------".

           DISPLAY "ID DO SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           MOVE WS-SUPERVISOR TO WS-SIGNON-OPERADOR
           MOVE "S"           TO WS-SIGNON-FUNCAO
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: SUPERVISOR INVALIDO, INATIVO "
                   "OU SEM A FUNCAO (STATUS=" WS-SIGNON-STATUS ")"
               GOBACK
           END-IF
           MOVE WS-SIGNON-OPERADOR TO WS-SUPERVISOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-NUM

           OPEN I-O REEMB-MASTER-FILE
           IF NOT WS-RMB-OK
               DISPLAY "NADA PENDENTE DE APROVACAO"
               GOBACK
           END-IF

           MOVE SPACES TO RMB-STATUS
           PERFORM 1100-LER-PROXIMO
           PERFORM 2000-DECIDIR UNTIL WS-FIM-ARQUIVO

           CLOSE REEMB-MASTER-FILE

           DISPLAY "------------------------------------------".
           DISPLAY "PENDENTES: "  WS-QTD-PENDENTES
               "  APROVADOS: " WS-QTD-APROVADOS
               "  RECUSADOS: " WS-QTD-RECUSADOS
               "  MANTIDOS: "  WS-QTD-MANTIDOS
           IF WS-QTD-PROPRIOS > 0
               DISPLAY "LANCADOS PELO PROPRIO SUPERVISOR (AGUARDAM "
                   "OUTRO APROVADOR): " WS-QTD-PROPRIOS
           END-IF
           IF WS-QTD-OUTRA-EMPRESA > 0
               DISPLAY "DE EMPRESA FORA DA LISTA DO SUPERVISOR "
                   "(AGUARDAM OUTRO APROVADOR): " WS-QTD-OUTRA-EMPRESA
           END-IF
           GOBACK.

       1100-LER-PROXIMO SECTION.
      *> So os itens PENDENTE interessam; o resto do arquivo passa
      *> direto.
           PERFORM UNTIL WS-FIM-ARQUIVO OR RMB-STATUS = "PENDENTE"
               READ REEMB-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
               END-READ
           END-PERFORM
           IF NOT WS-FIM-ARQUIVO
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.

       2000-DECIDIR SECTION.
           IF RMB-SOLICITANTE = WS-SUPERVISOR
               ADD 1 TO WS-QTD-PROPRIOS
               ADD 1 TO WS-QTD-MANTIDOS
               MOVE SPACES TO RMB-STATUS
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

      *> Item de empresa fora da lista do supervisor fica pendente
      *> para quem tem a empresa.
           PERFORM 2500-CONFERIR-EMPRESA
           IF WS-EMP-AUTORIZADA(WS-EMP-ACHOU) NOT = "S"
               ADD 1 TO WS-QTD-OUTRA-EMPRESA
               ADD 1 TO WS-QTD-MANTIDOS
               MOVE SPACES TO RMB-STATUS
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           DISPLAY " "
           DISPLAY "REEMBOLSO PENDENTE: MATRICULA " RMB-MATRICULA
               " ITEM " RMB-ANOMES "/" RMB-SEQ
           DISPLAY "  CATEGORIA:   " RMB-CATEGORIA
           DISPLAY "  DATA:        " RMB-DATA-DESPESA
           DISPLAY "  VALOR:       " RMB-VALOR " (CENTAVOS)"
           DISPLAY "  SETOR:       " RMB-SETOR
           DISPLAY "  COMPROVANTE: " RMB-COMPROVANTE
           DISPLAY "  DESCRICAO:   " FUNCTION TRIM(RMB-DESCRICAO)
           DISPLAY "  SOLICITANTE: " RMB-SOLICITANTE

           DISPLAY "DECISAO (A=APROVAR, R=RECUSAR, "
               "OUTRA TECLA=MANTER): "
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   MOVE "APROVADO"    TO RMB-STATUS
                   MOVE WS-SUPERVISOR TO RMB-APROVADOR
                   MOVE WS-HOJE-NUM   TO RMB-DATA-APROV
                   MOVE SPACES        TO RMB-MOTIVO
                   REWRITE RMB-REC
                   END-REWRITE
                   ADD 1 TO WS-QTD-APROVADOS
                   PERFORM 3000-REGISTRAR-LOG
                   DISPLAY "  APROVADO - ENTRA NO PROXIMO LOTE"
               WHEN "R"
               WHEN "r"
                   DISPLAY "MOTIVO DA RECUSA: "
                   ACCEPT WS-MOTIVO
                   MOVE "RECUSADO"    TO RMB-STATUS
                   MOVE WS-SUPERVISOR TO RMB-APROVADOR
                   MOVE WS-HOJE-NUM   TO RMB-DATA-APROV
                   MOVE WS-MOTIVO     TO RMB-MOTIVO
                   REWRITE RMB-REC
                   END-REWRITE
                   ADD 1 TO WS-QTD-RECUSADOS
                   PERFORM 3000-REGISTRAR-LOG
                   DISPLAY "  RECUSADO"
               WHEN OTHER
                   ADD 1 TO WS-QTD-MANTIDOS
                   DISPLAY "  MANTIDO PENDENTE"
           END-EVALUATE

      *> Limpa o status da area do registro para a leitura seguir
      *> ate o proximo PENDENTE.
           MOVE SPACES TO RMB-STATUS
           PERFORM 1100-LER-PROXIMO.

       2500-CONFERIR-EMPRESA SECTION.
           MOVE 0 TO WS-EMP-ACHOU
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-QTD OR WS-EMP-ACHOU > 0
               IF WS-EMP-CODIGO(WS-EMP-IDX) = RMB-EMPRESA
                   MOVE WS-EMP-IDX TO WS-EMP-ACHOU
               END-IF
           END-PERFORM
           IF WS-EMP-ACHOU > 0
               EXIT SECTION
           END-IF

           MOVE RMB-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-EMP-QTD < 50
               ADD 1 TO WS-EMP-QTD
           END-IF
           MOVE WS-EMP-QTD  TO WS-EMP-ACHOU
           MOVE RMB-EMPRESA TO WS-EMP-CODIGO(WS-EMP-ACHOU)
           IF WS-SIGNON-STATUS = "OK"
               MOVE "S" TO WS-EMP-AUTORIZADA(WS-EMP-ACHOU)
           ELSE
               MOVE "N" TO WS-EMP-AUTORIZADA(WS-EMP-ACHOU)
           END-IF.

       3000-REGISTRAR-LOG SECTION.
           OPEN EXTEND APROV-LOG-FILE
           IF NOT WS-LOG-OK
               OPEN OUTPUT APROV-LOG-FILE
           END-IF
      *> VALUE de FILLER nao vale na FILE SECTION: limpa o registro
      *> inteiro antes de preencher.
           MOVE SPACES TO APRLOG-REC
           MOVE FUNCTION CURRENT-DATE(1:14) TO APRLOG-TIMESTAMP
           MOVE WS-SUPERVISOR   TO APRLOG-SUPERVISOR
           MOVE RMB-MATRICULA   TO APRLOG-MATRICULA
           MOVE RMB-ANOMES      TO APRLOG-ANOMES
           MOVE RMB-SEQ         TO APRLOG-SEQ
           MOVE RMB-VALOR       TO APRLOG-VALOR
           MOVE RMB-STATUS      TO APRLOG-DECISAO
           MOVE RMB-MOTIVO      TO APRLOG-MOTIVO
           WRITE APRLOG-REC
           CLOSE APROV-LOG-FILE.
