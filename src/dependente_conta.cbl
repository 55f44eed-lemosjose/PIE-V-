       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPENDENTE-CONTA.

      *> Contagem dos dependentes elegiveis de uma matricula na data
      *> de referencia, lida do DEPENDENTE-MASTER (DEPENDENTE-MAINTAIN)
      *> -- a folha e o HORAS-CALC passam as contagens ao
      *> ENCARGOS-CALC, que aplica a deducao do IRRF e a quota do
      *> salario-familia. Compartilhado via CALL para as duas pontas
      *> contarem pela mesma regra:
      *>
      *>   IRRF: dependente ATIVO marcado para o IRRF; filho, enteado
      *>         ou tutelado so ate 20 anos (ate 23 se estudante),
      *>         sem limite de idade quando invalido.
      *>   Salario-familia: filho, enteado ou tutelado ATIVO com menos
      *>         de 14 anos, ou invalido de qualquer idade.
      *>
      *> O cadastro abre na primeira chamada e fica aberto para o
      *> resto do job. Sem o cadastro as contagens voltam zeradas:
      *> ninguem tem dependente registrado ainda.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTE-FILE ASSIGN TO "DEPENDENTE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-DEP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENTE-FILE.
       01  DEP-REC.
           05  DEP-CHAVE.
               10  DEP-MATRICULA     PIC 9(09).
               10  DEP-SEQ           PIC 9(02).
           05  DEP-NOME              PIC X(40).
           05  DEP-CPF               PIC 9(11).
           05  DEP-NASCIMENTO        PIC 9(08).
           05  DEP-PARENTESCO        PIC X(02).
           05  DEP-IRRF              PIC X(01).
           05  DEP-INVALIDO          PIC X(01).
           05  DEP-ESTUDANTE         PIC X(01).
           05  DEP-STATUS            PIC X(10).
           05  DEP-DATA-INCL         PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-DEP-FS                 PIC X(02) VALUE SPACES.
           88  WS-DEP-OK                        VALUE "00".
       01  WS-ABERTO                 PIC X(01) VALUE "N".
       01  WS-TEM-CADASTRO           PIC X(01) VALUE "N".
       01  WS-EOF-DEP                PIC X(01) VALUE "N".
       01  WS-IDADE                  PIC 9(03) VALUE 0.
       01  WS-ANO-REF                PIC 9(04) VALUE 0.
       01  WS-ANO-NASC               PIC 9(04) VALUE 0.
       01  WS-FILHO                  PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  LK-PARAMETROS.
           05  LK-MATRICULA          PIC 9(09).
           05  LK-DATA-REF           PIC 9(08).
           05  LK-QTD-IRRF           PIC 9(02).
           05  LK-QTD-SALFAM         PIC 9(02).
           05  LK-STATUS             PIC X(03).

       PROCEDURE DIVISION USING LK-PARAMETROS.
           MOVE "OK" TO LK-STATUS
           MOVE 0 TO LK-QTD-IRRF LK-QTD-SALFAM

           IF WS-ABERTO = "N"
               MOVE "S" TO WS-ABERTO
               OPEN INPUT DEPENDENTE-FILE
               IF WS-DEP-OK
                   MOVE "S" TO WS-TEM-CADASTRO
               END-IF
           END-IF
           IF WS-TEM-CADASTRO NOT = "S"
               GOBACK
           END-IF

           MOVE LK-MATRICULA TO DEP-MATRICULA
           MOVE 0 TO DEP-SEQ
           MOVE "N" TO WS-EOF-DEP
           START DEPENDENTE-FILE KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-DEP
           END-START

           PERFORM UNTIL WS-EOF-DEP = "S"
               READ DEPENDENTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-DEP
                   NOT AT END
                       IF DEP-MATRICULA NOT = LK-MATRICULA
                           MOVE "S" TO WS-EOF-DEP
                       ELSE
                           IF DEP-STATUS = "ATIVO"
                               PERFORM 1000-AVALIAR-DEPENDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           GOBACK.

       1000-AVALIAR-DEPENDENTE SECTION.
      *> Idade completa na data de referencia (AAAAMMDD contra
      *> AAAAMMDD: so faz aniversario quando MMDD ja passou).
           MOVE 0 TO WS-IDADE
           IF DEP-NASCIMENTO IS NUMERIC
                   AND DEP-NASCIMENTO > 0
                   AND DEP-NASCIMENTO <= LK-DATA-REF
               MOVE LK-DATA-REF(1:4)    TO WS-ANO-REF
               MOVE DEP-NASCIMENTO(1:4) TO WS-ANO-NASC
               COMPUTE WS-IDADE = WS-ANO-REF - WS-ANO-NASC
               IF LK-DATA-REF(5:4) < DEP-NASCIMENTO(5:4)
                   SUBTRACT 1 FROM WS-IDADE
               END-IF
           END-IF

           MOVE "N" TO WS-FILHO
           IF DEP-PARENTESCO = "FI" OR DEP-PARENTESCO = "EN"
                   OR DEP-PARENTESCO = "TU"
               MOVE "S" TO WS-FILHO
           END-IF

           IF DEP-IRRF = "S"
               EVALUATE TRUE
                   WHEN WS-FILHO = "N"
                   WHEN DEP-INVALIDO = "S"
                   WHEN WS-IDADE < 21
                       ADD 1 TO LK-QTD-IRRF
                   WHEN WS-IDADE < 24 AND DEP-ESTUDANTE = "S"
                       ADD 1 TO LK-QTD-IRRF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-FILHO = "S"
               IF WS-IDADE < 14 OR DEP-INVALIDO = "S"
                   ADD 1 TO LK-QTD-SALFAM
               END-IF
           END-IF.
