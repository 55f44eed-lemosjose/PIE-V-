       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTS-EXTRATO-INQ.

      *> Consulta do extrato de FGTS no balcao: para uma matricula,
      *> lista cada deposito lancado pelo FGTS-CALC (mes de
      *> recolhimento, competencia de origem, base e deposito) com o
      *> saldo acumulado -- a resposta ao "quanto foi depositado para
      *> mim" sem recorrer ao banco.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-FILE ASSIGN TO "FGTS-EXTRATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGE-CHAVE
               FILE STATUS IS WS-FGE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-FILE.
       01  FGE-REC.
           05  FGE-CHAVE.
               10  FGE-MATRICULA     PIC 9(09).
               10  FGE-MES-RECOLH    PIC X(06).
               10  FGE-COMP-ORIGEM   PIC X(06).
           05  FGE-EMPRESA           PIC X(02).
           05  FGE-NOME              PIC X(50).
           05  FGE-BASE              PIC S9(15).
           05  FGE-DEPOSITO          PIC S9(15).
           05  FGE-SALDO             PIC S9(15).
           05  FGE-DATA              PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FGE-FS                 PIC X(02) VALUE SPACES.
           88  WS-FGE-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-MATRICULA-BUSCADA      PIC 9(09) VALUE ZEROS.
       01  WS-QTD-ENCONTRADOS        PIC 9(05) VALUE ZEROS.
       01  WS-SALDO-FINAL            PIC S9(15) VALUE ZEROS.
       01  WS-VALOR-REAIS            PIC S9(13)V99 VALUE ZEROS.
       01  WS-BASE-ED                PIC -(12)9.99.
       01  WS-DEPOSITO-ED            PIC -(12)9.99.
       01  WS-SALDO-ED               PIC -(12)9.99.

      *> Empresa do extrato contra a lista do operador da sessao do
      *> menu (OPERADOR-SIGNON com operador em branco); fora do menu,
      *> sem sessao, a consulta segue como sempre.
       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   EXTRATO DE FGTS DO FUNCIONARIO          ".
           DISPLAY "------------------------------------------".

           DISPLAY "MATRICULA: "
           ACCEPT WS-MATRICULA-BUSCADA

           OPEN INPUT EXTRATO-FILE
           IF NOT WS-FGE-OK
               DISPLAY "SEM EXTRATO DE FGTS GRAVADO AINDA"
               GOBACK
           END-IF

           MOVE WS-MATRICULA-BUSCADA TO FGE-MATRICULA
           MOVE LOW-VALUES TO FGE-MES-RECOLH
           MOVE LOW-VALUES TO FGE-COMP-ORIGEM
           START EXTRATO-FILE KEY NOT < FGE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START

           PERFORM 1100-LER-PROXIMO
           PERFORM 2000-LISTAR UNTIL WS-FIM-ARQUIVO

           CLOSE EXTRATO-FILE

           DISPLAY "------------------------------------------".
           IF WS-QTD-ENCONTRADOS = 0
               DISPLAY "NENHUM DEPOSITO PARA A MATRICULA "
                   WS-MATRICULA-BUSCADA
           ELSE
               COMPUTE WS-VALOR-REAIS = WS-SALDO-FINAL / 100
               MOVE WS-VALOR-REAIS TO WS-SALDO-ED
               DISPLAY "DEPOSITOS: " WS-QTD-ENCONTRADOS
                   "  SALDO ACUMULADO: " WS-SALDO-ED
           END-IF
           GOBACK.

       1100-LER-PROXIMO SECTION.
           IF WS-FIM-ARQUIVO
               EXIT SECTION
           END-IF
           READ EXTRATO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   IF FGE-MATRICULA NOT = WS-MATRICULA-BUSCADA
                       MOVE "S" TO WS-EOF
                   END-IF
           END-READ.

       2000-LISTAR SECTION.
           IF WS-QTD-ENCONTRADOS = 0
               MOVE SPACES      TO WS-SIGNON-OPERADOR
               MOVE "Q"         TO WS-SIGNON-FUNCAO
               MOVE FGE-EMPRESA TO WS-SIGNON-EMPRESA
               CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
               END-CALL
               IF WS-SIGNON-STATUS = "EMP"
                   DISPLAY "ACESSO NEGADO: MATRICULA DA EMPRESA "
                       FGE-EMPRESA ", FORA DA LISTA DO OPERADOR"
                   CLOSE EXTRATO-FILE
                   GOBACK
               END-IF
           END-IF

           ADD 1 TO WS-QTD-ENCONTRADOS
           IF WS-QTD-ENCONTRADOS = 1
               DISPLAY FUNCTION TRIM(FGE-NOME)
               DISPLAY "RECOLH  ORIGEM            BASE"
                   "         DEPOSITO            SALDO"
           END-IF

           COMPUTE WS-VALOR-REAIS = FGE-BASE / 100
           MOVE WS-VALOR-REAIS TO WS-BASE-ED
           COMPUTE WS-VALOR-REAIS = FGE-DEPOSITO / 100
           MOVE WS-VALOR-REAIS TO WS-DEPOSITO-ED
           COMPUTE WS-VALOR-REAIS = FGE-SALDO / 100
           MOVE WS-VALOR-REAIS TO WS-SALDO-ED
           DISPLAY FGE-MES-RECOLH "  " FGE-COMP-ORIGEM " "
               WS-BASE-ED " " WS-DEPOSITO-ED " " WS-SALDO-ED
           MOVE FGE-SALDO TO WS-SALDO-FINAL

           PERFORM 1100-LER-PROXIMO.
