       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEB-CONVERTE.

      *> Conversao unica do RECEB-REGISTER para o registro que passou
      *> a trazer, no fim, o documento do pagador, a segunda via, o
      *> protesto, o txid do Pix e o canal da baixa. Le o arquivo
      *> vivo no desenho antigo e grava o RECEB-REGISTER-NOVO no
      *> desenho novo com esses campos vazios: pagador sem tipo nem
      *> documento (o RECEB-PROTESTO recusa o titulo e o aging o
      *> agrupa na linha de documento zero), datas zeradas, sem
      *> protesto, sem txid e canal em branco (titulo ja liquidado
      *> nao e acusado de pagamento em duplicidade no retorno). O
      *> RECEB-REGISTER-NOVO substitui o arquivo vivo ao fim, com a
      *> contagem conferida nos dois lados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEB-ANTIGO-FILE ASSIGN TO "RECEB-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RANT-NOSSO-NUM
               FILE STATUS IS WS-RANT-FS.
           SELECT RECEB-FILE ASSIGN TO "RECEB-REGISTER-NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCB-NOSSO-NUM
               FILE STATUS IS WS-RCB-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEB-ANTIGO-FILE.
       01  RANT-REC.
           05  RANT-NOSSO-NUM        PIC 9(08).
           05  RANT-DOC              PIC X(10).
           05  RANT-PAGADOR          PIC X(40).
           05  RANT-VALOR            PIC 9(15).
           05  RANT-VENC             PIC 9(08).
           05  RANT-DATA-EMISSAO     PIC X(08).
           05  RANT-STATUS           PIC X(10).
           05  RANT-VALOR-PAGO       PIC 9(15).
           05  RANT-DATA-PAGO        PIC 9(08).

       FD  RECEB-FILE.
       01  RCB-REC.
           05  RCB-NOSSO-NUM         PIC 9(08).
           05  RCB-DOC               PIC X(10).
           05  RCB-PAGADOR           PIC X(40).
           05  RCB-VALOR             PIC 9(15).
           05  RCB-VENC              PIC 9(08).
           05  RCB-DATA-EMISSAO      PIC X(08).
           05  RCB-STATUS            PIC X(10).
           05  RCB-VALOR-PAGO        PIC 9(15).
           05  RCB-DATA-PAGO         PIC 9(08).
           05  RCB-PAGADOR-TIPO      PIC X(01).
           05  RCB-PAGADOR-DOC       PIC 9(14).
           05  RCB-DATA-SEGVIA       PIC 9(08).
           05  RCB-PROTESTO-DESTINO  PIC X(01).
           05  RCB-DATA-PROTESTO     PIC 9(08).
           05  RCB-PROTESTO-SIT      PIC X(01).
           05  RCB-PIX-TXID          PIC X(25).
           05  RCB-CANAL-PAGO        PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-RANT-FS                PIC X(02) VALUE SPACES.
           88  WS-RANT-OK                       VALUE "00".
       01  WS-RCB-FS                 PIC X(02) VALUE SPACES.
           88  WS-RCB-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-QTD-LIDOS              PIC 9(09) VALUE ZEROS.
       01  WS-QTD-GRAVADOS           PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-LIDO             PIC S9(18) VALUE ZEROS.
       01  WS-TOTAL-GRAVADO          PIC S9(18) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CONVERTER UNTIL WS-FIM-ARQUIVO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           OPEN INPUT RECEB-ANTIGO-FILE
           IF NOT WS-RANT-OK
               DISPLAY "RECEB-CONVERTE: RECEB-REGISTER NAO ABRE NO "
                   "DESENHO ANTIGO (STATUS=" WS-RANT-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RECEB-FILE
           IF NOT WS-RCB-OK
               DISPLAY "RECEB-CONVERTE: RECEB-REGISTER-NOVO NAO PODE "
                   "SER CRIADO (STATUS=" WS-RCB-FS ")"
               CLOSE RECEB-ANTIGO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ RECEB-ANTIGO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   ADD RANT-VALOR RANT-VALOR-PAGO TO WS-TOTAL-LIDO
           END-READ.

       2000-CONVERTER SECTION.
           MOVE SPACES            TO RCB-REC
           MOVE RANT-NOSSO-NUM    TO RCB-NOSSO-NUM
           MOVE RANT-DOC          TO RCB-DOC
           MOVE RANT-PAGADOR      TO RCB-PAGADOR
           MOVE RANT-VALOR        TO RCB-VALOR
           MOVE RANT-VENC         TO RCB-VENC
           MOVE RANT-DATA-EMISSAO TO RCB-DATA-EMISSAO
           MOVE RANT-STATUS       TO RCB-STATUS
           MOVE RANT-VALOR-PAGO   TO RCB-VALOR-PAGO
           MOVE RANT-DATA-PAGO    TO RCB-DATA-PAGO
           MOVE SPACE             TO RCB-PAGADOR-TIPO
           MOVE 0                 TO RCB-PAGADOR-DOC
           MOVE 0                 TO RCB-DATA-SEGVIA
           MOVE SPACE             TO RCB-PROTESTO-DESTINO
           MOVE 0                 TO RCB-DATA-PROTESTO
           MOVE SPACE             TO RCB-PROTESTO-SIT
           MOVE SPACES            TO RCB-PIX-TXID
           MOVE SPACE             TO RCB-CANAL-PAGO

           WRITE RCB-REC
               INVALID KEY
                   DISPLAY "RECEB-CONVERTE: CHAVE REPETIDA "
                       RANT-NOSSO-NUM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
                   ADD RCB-VALOR RCB-VALOR-PAGO TO WS-TOTAL-GRAVADO
           END-WRITE

           PERFORM 1100-LER-PROXIMO.

       9000-FINALIZAR SECTION.
           CLOSE RECEB-ANTIGO-FILE
           CLOSE RECEB-FILE

           DISPLAY "RECEB-CONVERTE: LIDOS=" WS-QTD-LIDOS
               " GRAVADOS=" WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
                   OR WS-TOTAL-LIDO NOT = WS-TOTAL-GRAVADO
               DISPLAY "RECEB-CONVERTE: CONTAGEM OU TOTAL NAO BATE - "
                   "NAO SUBSTITUA O RECEB-REGISTER"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECEB-CONVERTE: CONVERSAO CONFERIDA, "
                   "RECEB-REGISTER-NOVO PRONTO PARA SUBSTITUIR"
           END-IF.
