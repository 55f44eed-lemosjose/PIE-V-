      *> valida o IBAN pelo modulo 97 -- a mesma disciplina que as
      *> rotinas CALC-DIG impoem aos numeros domesticos -- converte o
      *> valor no EXT-MOEDA com IDIOMA "EN" (o "AND NN/100" que foi
      *> feito exatamente para isso; "ES" quando a instrucao pede o
      *> extenso em espanhol, para os correspondentes do Mercosul) e
      *> grava o arquivo de instrucao posicional para a mesa de
      *> remessas, com totais de controle.
      *> Cada remessa gravada recebe uma referencia propria (WR +
      *> data + sequencia do dia), que vai no WIRE-OUT para o banco
      *> correspondente citar na confirmacao, e entra no
      *> WIRE-REGISTER como ENVIADO com a taxa contratada -- o
      *> WIRE-RETORNO baixa dali o credito ou a devolucao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT WIRE-REG-FILE ASSIGN TO "WIRE-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WREG-REFERENCIA
               FILE STATUS IS WS-WREG-FS.

       DATA DIVISION.
       FILE SECTION.
      *> registro) e os campos digitados acima sao ignorados -- o
      *> IBAN valido-mas-errado redigitado a cada linha sai de cena.
           05  WIREIN-BENEF-COD      PIC X(10).
      *> Idioma do extenso: branco ou "EN" (padrao das remessas);
      *> "ES" para Argentina, Uruguai e Paraguai.
           05  WIREIN-IDIOMA         PIC X(02).

       FD  WIRE-OUT-FILE.
       01  WIREOUT-REC.
           05  WIREOUT-ORD-NOME      PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WIREOUT-ORD-CNPJ      PIC 9(14).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WIREOUT-REFERENCIA    PIC X(16).
       01  WIREOUT-TRAILER-REC       PIC X(80).

       FD  WIRE-REJ-FILE.
       01  WIREREJ-REC.
           05  WIREREJ-REGISTRO      PIC X(141).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WIREREJ-MOTIVO        PIC X(30).

       01  REVIEW-REC.
           05  REVIEW-ORIGEM         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REVIEW-REGISTRO       PIC X(141).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REVIEW-MOTIVO         PIC X(40).

           05  EMP-CONVENIO          PIC X(20).
           05  EMP-CARTEIRA          PIC X(02).

      *> Registro das remessas enviadas, uma por referencia. Valores
      *> em centavos (da moeda da remessa e o equivalente em BRL);
      *> taxas em milionesimos de BRL por unidade, como a
      *> CAMBIO-FILE. O WIRE-RETORNO preenche a segunda metade.
       FD  WIRE-REG-FILE.
       01  WREG-REC.
           05  WREG-REFERENCIA       PIC X(16).
           05  WREG-EMPRESA          PIC X(02).
           05  WREG-DATA-ENVIO       PIC 9(08).
           05  WREG-BENEFICIARIO     PIC X(40).
           05  WREG-IBAN             PIC X(34).
           05  WREG-BIC              PIC X(11).
           05  WREG-MOEDA            PIC X(03).
           05  WREG-VALOR-MOEDA      PIC 9(15).
           05  WREG-TAXA-CONTRATADA  PIC 9(13).
           05  WREG-VALOR-BRL        PIC 9(15).
           05  WREG-STATUS           PIC X(10).
           05  WREG-DATA-STATUS      PIC 9(08).
           05  WREG-VALOR-CREDITADO  PIC 9(15).
           05  WREG-TARIFAS          PIC 9(15).
           05  WREG-MOTIVO           PIC X(40).
           05  WREG-TAXA-BANCO       PIC 9(13).
           05  WREG-TAXA-DEVOLUCAO   PIC 9(13).
           05  WREG-VALOR-DEVOLVIDO  PIC 9(15).
           05  WREG-BRL-DEVOLVIDO    PIC 9(15).
           05  WREG-VARIACAO-CAMBIAL PIC S9(15).

       WORKING-STORAGE SECTION.
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
           05  WS-TRS-TOTAL          PIC S9(15).
           05  WS-TRS-STATUS-RET     PIC X(03).

      *> Referencia da remessa e taxa contratada, para o registro.
       01  WS-WREG-FS                PIC X(02) VALUE SPACES.
           88  WS-WREG-OK                       VALUE "00".
       01  WS-HOJE-NUM               PIC 9(08) VALUE 0.
       01  WS-REF-PREFIXO            PIC X(10) VALUE SPACES.
       01  WS-REF-SEQ                PIC 9(06) VALUE 0.
       01  WS-REFERENCIA.
           05  WS-REF-PARTE-PREF     PIC X(10).
           05  WS-REF-PARTE-SEQ      PIC 9(06).
       01  WS-EOF-WREG               PIC X(01) VALUE "N".
       01  WS-REG-VALOR-MOEDA        PIC 9(15) VALUE 0.
       01  WS-REG-TAXA               PIC 9(13) VALUE 0.
       01  WS-REG-VALOR-BRL          PIC 9(15) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
               OPEN OUTPUT REVIEW-FILE
           END-IF

           PERFORM 1500-ABRIR-REGISTRO

           PERFORM 1100-LER-PROXIMO.

       1300-CARREGAR-SCREENING SECTION.
           END-PERFORM
           CLOSE BIC-FILE.

       1500-ABRIR-REGISTRO SECTION.
      *> A sequencia do dia continua da ultima referencia ja
      *> registrada hoje, para uma segunda rodada nao repetir numero.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-NUM
           MOVE SPACES TO WS-REF-PREFIXO
           STRING "WR" WS-HOJE-NUM DELIMITED BY SIZE
               INTO WS-REF-PREFIXO
           END-STRING
           MOVE 0 TO WS-REF-SEQ

           OPEN I-O WIRE-REG-FILE
           IF NOT WS-WREG-OK
               OPEN OUTPUT WIRE-REG-FILE
               CLOSE WIRE-REG-FILE
               OPEN I-O WIRE-REG-FILE
           END-IF

           MOVE WS-REF-PREFIXO TO WS-REF-PARTE-PREF
           MOVE 0              TO WS-REF-PARTE-SEQ
           MOVE WS-REFERENCIA  TO WREG-REFERENCIA
           START WIRE-REG-FILE KEY IS >= WREG-REFERENCIA
               INVALID KEY
                   EXIT SECTION
           END-START
           MOVE "N" TO WS-EOF-WREG
           PERFORM UNTIL WS-EOF-WREG = "S"
               READ WIRE-REG-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-WREG
                   NOT AT END
                       IF WREG-REFERENCIA(1:10) = WS-REF-PREFIXO
                           MOVE WREG-REFERENCIA(11:6) TO WS-REF-SEQ
                       ELSE
                           MOVE "S" TO WS-EOF-WREG
                       END-IF
               END-READ
           END-PERFORM.

       1100-LER-PROXIMO SECTION.
           READ WIRE-IN-FILE
               AT END
       2000-PROCESSAR SECTION.
           MOVE SPACES TO WS-MOTIVO-REJ

           IF WIREIN-IDIOMA NOT = SPACES
                   AND WIREIN-IDIOMA NOT = "EN"
                   AND WIREIN-IDIOMA NOT = "ES"
               MOVE "IDIOMA INVALIDO" TO WS-MOTIVO-REJ
               PERFORM 2500-REJEITAR
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

      *> Instrucao por codigo de favorecido: nome, IBAN e BIC vem do
      *> cadastro; codigo que nao resolve rejeita na entrada.
           IF WIREIN-BENEF-COD NOT = SPACES
           END-IF
           MOVE WIREIN-MOEDA TO WS-MOEDA-COD
           MOVE "US"         TO WS-MOEDA-FORMATO
           IF WIREIN-IDIOMA = "ES"
               MOVE "ES"     TO WS-MOEDA-IDIOMA
           ELSE
               MOVE "EN"     TO WS-MOEDA-IDIOMA
           END-IF
           MOVE "N"          TO WS-MOEDA-ANTIFRAUDE

           CALL "EXT-MOEDA" USING
           MOVE WS-DATA-CAMBIO-USADA TO WIREOUT-CAMBIO-DATA
           MOVE WS-ORD-NOME          TO WIREOUT-ORD-NOME
           MOVE WS-ORD-CNPJ          TO WIREOUT-ORD-CNPJ
           ADD 1 TO WS-REF-SEQ
           MOVE WS-REF-PREFIXO       TO WS-REF-PARTE-PREF
           MOVE WS-REF-SEQ           TO WS-REF-PARTE-SEQ
           MOVE WS-REFERENCIA        TO WIREOUT-REFERENCIA
           WRITE WIREOUT-REC
           PERFORM 6000-REGISTRAR-REMESSA

           ADD 1 TO WS-QTD-GRAVADOS
           ADD WS-VALOR-CENTAVOS TO WS-TOTAL-CENTAVOS
               INTO WS-VALOR-CONVERTIDO
           END-STRING.

       6000-REGISTRAR-REMESSA SECTION.
      *> Taxa contratada: a da conversao, quando houve; instrucao ja
      *> na moeda final busca a taxa do dia so para o registro (sem
      *> taxa o equivalente em BRL fica zerado e a variacao cambial
      *> de uma eventual devolucao nao e apurada).
           MOVE WS-VALOR-CENTAVOS TO WS-REG-VALOR-MOEDA
           IF WIREIN-CONVERTER = "S"
               MOVE WS-CAM-TAXA     TO WS-REG-TAXA
               MOVE WS-BRL-CENTAVOS TO WS-REG-VALOR-BRL
           ELSE
               MOVE WS-HOJE-NUM  TO WS-CAM-DATA-REF
               MOVE WIREIN-MOEDA TO WS-CAM-MOEDA
               CALL "CAMBIO-CONSULTA" USING WS-CAMBIO-PARAMS
               END-CALL
               IF WS-CAM-STATUS = "OK"
                   MOVE WS-CAM-TAXA TO WS-REG-TAXA
                   COMPUTE WS-REG-VALOR-BRL ROUNDED =
                       WS-REG-VALOR-MOEDA * WS-REG-TAXA / 1000000
               ELSE
                   MOVE 0 TO WS-REG-TAXA WS-REG-VALOR-BRL
               END-IF
           END-IF

           MOVE SPACES               TO WREG-REC
           MOVE WS-REFERENCIA        TO WREG-REFERENCIA
           MOVE WS-EMPRESA           TO WREG-EMPRESA
           MOVE WS-HOJE-NUM          TO WREG-DATA-ENVIO
           MOVE WIREIN-BENEFICIARIO  TO WREG-BENEFICIARIO
           MOVE WIREIN-IBAN          TO WREG-IBAN
           MOVE WIREIN-BIC           TO WREG-BIC
           MOVE WIREIN-MOEDA         TO WREG-MOEDA
           MOVE WS-REG-VALOR-MOEDA   TO WREG-VALOR-MOEDA
           MOVE WS-REG-TAXA          TO WREG-TAXA-CONTRATADA
           MOVE WS-REG-VALOR-BRL     TO WREG-VALOR-BRL
           MOVE "ENVIADO"            TO WREG-STATUS
           MOVE WS-HOJE-NUM          TO WREG-DATA-STATUS
           MOVE 0 TO WREG-VALOR-CREDITADO WREG-TARIFAS
                     WREG-TAXA-BANCO WREG-TAXA-DEVOLUCAO
                     WREG-VALOR-DEVOLVIDO WREG-BRL-DEVOLVIDO
                     WREG-VARIACAO-CAMBIAL
           WRITE WREG-REC
               INVALID KEY
                   DISPLAY "WIRE-BATCH: REFERENCIA " WS-REFERENCIA
                       " JA EXISTIA NO WIRE-REGISTER"
                   MOVE 4 TO RETURN-CODE
           END-WRITE.

       3000-VALIDAR-IBAN SECTION.
           MOVE "N" TO WS-IBAN-VALIDO

           CLOSE WIRE-OUT-FILE
           CLOSE WIRE-REJ-FILE
           CLOSE REVIEW-FILE
           CLOSE WIRE-REG-FILE
           IF WS-TEM-BENEF = "S"
               CLOSE BENEF-FILE
           END-IF
