      *> (EXTENSO-HANDOFF-EMIT) -- o que o gerador de PDF imprime
      *> passa a ser exatamente o que registramos. O DV geral e
      *> conferido de volta no proprio CALC-DIG-BOLETO.
      *>
      *> So sai boleto contra pagador cadastrado e ativo no
      *> PAGADOR-MASTER (PAGADOR-MAINTAIN): documento sem pagador,
      *> com pagador desconhecido, bloqueado ou inativo e recusado
      *> (RC 4). O registro do pagador -- CPF/CNPJ, nome e endereco,
      *> exigencia do boleto registrado -- segue no handoff emitido e
      *> o recebivel guarda o documento do pagador.
      *>
      *> Boleto hibrido: com chave PIX (BOLETO-PIX-CHAVE) ou location
      *> do PSP (BOLETO-PIX-LOCATION) e a cidade do recebedor
      *> (BOLETO-PIX-CIDADE) configuradas, cada boleto leva tambem o
      *> payload do QR Code PIX (PIX-EMV) no handoff emitido, com o
      *> txid "BOLETO" + nosso-numero + DV e o mesmo valor; o txid fica
      *> no recebivel para o retorno baixar o que vier pelo PIX. Nome
      *> do recebedor: BOLETO-PIX-NOME, senao o nome da empresa. Sem
      *> configuracao o boleto sai como sempre, so com barras.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT PAGADOR-FILE ASSIGN TO "PAGADOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WS-PAG-FS.

       DATA DIVISION.
       FILE SECTION.
           05  HANDOFF-EMPRESA-NOME  PIC X(30).
           05  FILLER                PIC X(02).
           05  HANDOFF-CAMBIO-DATA   PIC 9(08).
           05  FILLER                PIC X(02).
           05  HANDOFF-PAGADOR-TIPO  PIC X(01).
           05  HANDOFF-PAGADOR-DOC   PIC X(14).

      *> Handoff enriquecido: o registro original mais o nosso-numero,
      *> o codigo de barras e a linha digitavel emitidos, e no fim o
      *> registro do pagador (o original continua nas 704 posicoes de
      *> sempre -- o documento do pagador vem repetido no fim) e o
      *> txid e o payload do QR PIX (em branco sem boleto hibrido).
       FD  HANDOFF-EMIT-FILE.
       01  EMIT-REC.
           05  EMIT-ORIGINAL         PIC X(704).
           05  EMIT-BARRAS           PIC X(44).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EMIT-LINHA-DIG        PIC X(54).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EMIT-PAGADOR-TIPO     PIC X(01).
           05  EMIT-PAGADOR-DOC      PIC 9(14).
           05  EMIT-PAGADOR-NOME     PIC X(40).
           05  EMIT-PAGADOR-ENDERECO PIC X(60).
           05  EMIT-PAGADOR-CIDADE   PIC X(30).
           05  EMIT-PAGADOR-UF       PIC X(02).
           05  EMIT-PAGADOR-CEP      PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EMIT-PIX-TXID         PIC X(25).
           05  EMIT-PIX-PAYLOAD      PIC X(256).
       01  EMIT-TRAILER-REC          PIC X(80).

       FD  NOSSO-NUM-FILE.
      *> pelo nosso-numero: a emissao grava EMITIDO aqui e o retorno
      *> de cobranca (COBRANCA-RETORNO) baixa para LIQUIDADO -- o
      *> boleto emitido deixa de sumir de vista depois do PDF.
      *> RCB-PAGADOR e o nome; tipo + CPF/CNPJ amarram ao
      *> PAGADOR-MASTER (em branco nos recebiveis anteriores ao
      *> cadastro). Data da primeira segunda via (RECEB-AGING) e
      *> destino/data/situacao do protesto (RECEB-PROTESTO) fecham o
      *> registro; status PROTESTO = encaminhado a cartorio/bureau.
       FD  RECEB-FILE.
       01  RCB-REC.
           05  RCB-NOSSO-NUM         PIC 9(08).
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

      *> Cadastro de pagadores (PAGADOR-MAINTAIN).
       FD  PAGADOR-FILE.
       01  PAG-REC.
           05  PAG-CHAVE.
               10  PAG-TIPO          PIC X(01).
               10  PAG-DOC           PIC 9(14).
           05  PAG-NOME              PIC X(40).
           05  PAG-ENDERECO          PIC X(60).
           05  PAG-CIDADE            PIC X(30).
           05  PAG-UF                PIC X(02).
           05  PAG-CEP               PIC 9(08).
           05  PAG-CONTATO           PIC X(30).
           05  PAG-TELEFONE          PIC X(15).
           05  PAG-EMAIL             PIC X(50).
           05  PAG-LIMITE            PIC 9(15).
           05  PAG-STATUS            PIC X(01).
           05  PAG-DATA-CADASTRO     PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-HANDOFF-FS             PIC X(02) VALUE SPACES.
       01  WS-QTD-LIDOS              PIC 9(07) VALUE ZEROS.
       01  WS-QTD-EMITIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-QTD-PULADOS            PIC 9(07) VALUE ZEROS.
       01  WS-QTD-RECUSADOS          PIC 9(07) VALUE ZEROS.
       01  WS-PAG-FS                 PIC X(02) VALUE SPACES.
           88  WS-PAG-OK                        VALUE "00".
       01  WS-PAGADOR-MOTIVO         PIC X(30) VALUE SPACES.

      *> Identificacao bancaria da emissao (contrato de cobranca):
      *> os padroes historicos valem ate o cadastro de empresas
           88  WS-EMP-OK                        VALUE "00".
       01  WS-EMP-EOF                PIC X(01) VALUE "N".

      *> Boleto hibrido (QR PIX).
       01  WS-PIX-ATIVO              PIC X(01) VALUE "N".
       01  WS-PIX-CHAVE              PIC X(77) VALUE SPACES.
       01  WS-PIX-LOCATION           PIC X(77) VALUE SPACES.
       01  WS-PIX-NOME               PIC X(25) VALUE SPACES.
       01  WS-PIX-NOME-CFG           PIC X(25) VALUE SPACES.
       01  WS-PIX-CIDADE             PIC X(15) VALUE SPACES.
       01  WS-PIX-TXID               PIC X(25) VALUE SPACES.
       01  WS-QTD-SEM-QR             PIC 9(07) VALUE ZEROS.
       COPY "pix_emv.cpy".

       01  WS-NOSSO-PROX             PIC 9(08) VALUE 1.
       01  WS-NOSSO-DV               PIC 9(01) VALUE 0.

               DISPLAY "BOLETO-EMIT: EXTENSO-HANDOFF NAO ENCONTRADO"
               STOP RUN
           END-IF
           OPEN INPUT PAGADOR-FILE
           IF NOT WS-PAG-OK
               DISPLAY "BOLETO-EMIT: PAGADOR-MASTER INDISPONIVEL "
                   "(STATUS=" WS-PAG-FS "), NENHUM BOLETO EMITIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HANDOFF-EMIT-FILE

           PERFORM 1200-LER-PROX-NOSSO
           PERFORM 1300-BUSCAR-EMPRESA
           PERFORM 1400-CONFIG-PIX

           OPEN I-O RECEB-FILE
           IF NOT WS-RCB-OK
                           IF EMP-CARTEIRA NOT = SPACES
                               MOVE EMP-CARTEIRA TO WS-CARTEIRA
                           END-IF
                           MOVE EMP-NOME TO WS-PIX-NOME
                           MOVE "S" TO WS-EMP-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE.

       1400-CONFIG-PIX SECTION.
           ACCEPT WS-PIX-CHAVE FROM ENVIRONMENT "BOLETO-PIX-CHAVE"
           ACCEPT WS-PIX-LOCATION
               FROM ENVIRONMENT "BOLETO-PIX-LOCATION"
           ACCEPT WS-PIX-CIDADE FROM ENVIRONMENT "BOLETO-PIX-CIDADE"
           ACCEPT WS-PIX-NOME-CFG FROM ENVIRONMENT "BOLETO-PIX-NOME"
           IF WS-PIX-NOME-CFG NOT = SPACES
               MOVE WS-PIX-NOME-CFG TO WS-PIX-NOME
           END-IF
           IF WS-PIX-CHAVE = SPACES AND WS-PIX-LOCATION = SPACES
               EXIT SECTION
           END-IF
           IF WS-PIX-CIDADE = SPACES OR WS-PIX-NOME = SPACES
               DISPLAY "BOLETO-EMIT: AVISO - PIX SEM CIDADE OU NOME "
                   "DO RECEBEDOR, BOLETOS SEM QR CODE"
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-PIX-ATIVO.

       2000-PROCESSAR SECTION.
      *> Trailer de controle e registros que o lote marcou com erro
      *> nao viram boleto.
               EXIT SECTION
           END-IF

           PERFORM 2050-CONFERIR-PAGADOR
           IF WS-PAGADOR-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-RECUSADOS
               MOVE 4 TO RETURN-CODE
               DISPLAY "BOLETO-EMIT: DOC " HANDOFF-DOC " RECUSADO - "
                   WS-PAGADOR-MOTIVO
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           PERFORM 2100-CONVERTER-VALOR
           PERFORM 2200-CALCULAR-FATOR
           PERFORM 2300-MONTAR-BARRAS
           PERFORM 2400-MONTAR-LINHA-DIG
           PERFORM 2500-CONFERIR-NO-CALC-DIG
           PERFORM 2550-MONTAR-PIX
           PERFORM 2600-GRAVAR-EMIT

           ADD 1 TO WS-NOSSO-PROX

           PERFORM 1100-LER-PROXIMO.

       2050-CONFERIR-PAGADOR SECTION.
      *> Recusa antes de reservar nosso-numero: documento recusado
      *> nao abre buraco na faixa.
           MOVE SPACES TO WS-PAGADOR-MOTIVO
           IF (HANDOFF-PAGADOR-TIPO NOT = "F"
                   AND HANDOFF-PAGADOR-TIPO NOT = "J")
                   OR HANDOFF-PAGADOR-DOC IS NOT NUMERIC
               MOVE "PAGADOR NAO INFORMADO" TO WS-PAGADOR-MOTIVO
               EXIT SECTION
           END-IF
           MOVE HANDOFF-PAGADOR-TIPO TO PAG-TIPO
           MOVE HANDOFF-PAGADOR-DOC  TO PAG-DOC
           READ PAGADOR-FILE
               INVALID KEY
                   MOVE "PAGADOR NAO CADASTRADO" TO WS-PAGADOR-MOTIVO
                   EXIT SECTION
           END-READ
           EVALUATE PAG-STATUS
               WHEN "A"
                   CONTINUE
               WHEN "B"
                   MOVE "PAGADOR BLOQUEADO" TO WS-PAGADOR-MOTIVO
               WHEN OTHER
                   MOVE "PAGADOR INATIVO" TO WS-PAGADOR-MOTIVO
           END-EVALUATE.

       2100-CONVERTER-VALOR SECTION.
           MOVE FUNCTION TRIM(HANDOFF-VALOR) TO WS-VALOR-TRIM

               STOP RUN
           END-IF.

       2550-MONTAR-PIX SECTION.
      *> QR que nao fecha (payload grande demais) nao segura o
      *> boleto: sai so com as barras e fica no aviso.
           MOVE SPACES TO WS-PIX-TXID
           MOVE SPACES TO PIX-PAYLOAD
           IF WS-PIX-ATIVO NOT = "S"
               EXIT SECTION
           END-IF
           MOVE SPACES TO PIX-EMV-PARAMS
           STRING "BOLETO" WS-NOSSO-PROX WS-NOSSO-DV
               DELIMITED BY SIZE INTO WS-PIX-TXID
           END-STRING
           MOVE WS-PIX-CHAVE      TO PIX-CHAVE
           MOVE WS-PIX-LOCATION   TO PIX-LOCATION
           MOVE WS-PIX-NOME       TO PIX-NOME
           MOVE WS-PIX-CIDADE     TO PIX-CIDADE
           MOVE WS-PIX-TXID       TO PIX-TXID
           MOVE WS-VALOR-CENTAVOS TO PIX-VALOR-CENT
           CALL "PIX-EMV" USING PIX-EMV-PARAMS END-CALL
           IF PIX-STATUS NOT = "OK"
               DISPLAY "BOLETO-EMIT: AVISO - DOC " HANDOFF-DOC
                   " SEM QR CODE PIX (STATUS=" PIX-STATUS ")"
               ADD 1 TO WS-QTD-SEM-QR
               MOVE 4 TO RETURN-CODE
               MOVE SPACES TO WS-PIX-TXID
               MOVE SPACES TO PIX-PAYLOAD
           END-IF.

       2600-GRAVAR-EMIT SECTION.
           MOVE SPACES TO EMIT-REC
           MOVE HANDOFF-REC    TO EMIT-ORIGINAL
           MOVE WS-NOSSO-DV    TO EMIT-NOSSO-DV
           MOVE WS-BARRAS      TO EMIT-BARRAS
           MOVE WS-LINHA-DIG   TO EMIT-LINHA-DIG
           MOVE PAG-TIPO       TO EMIT-PAGADOR-TIPO
           MOVE PAG-DOC        TO EMIT-PAGADOR-DOC
           MOVE PAG-NOME       TO EMIT-PAGADOR-NOME
           MOVE PAG-ENDERECO   TO EMIT-PAGADOR-ENDERECO
           MOVE PAG-CIDADE     TO EMIT-PAGADOR-CIDADE
           MOVE PAG-UF         TO EMIT-PAGADOR-UF
           MOVE PAG-CEP        TO EMIT-PAGADOR-CEP
           MOVE WS-PIX-TXID    TO EMIT-PIX-TXID
           MOVE PIX-PAYLOAD    TO EMIT-PIX-PAYLOAD
           WRITE EMIT-REC

      *> O recebivel nasce junto com a emissao: e daqui que o
           MOVE SPACES TO RCB-REC
           MOVE WS-NOSSO-PROX        TO RCB-NOSSO-NUM
           MOVE HANDOFF-DOC          TO RCB-DOC
           MOVE PAG-NOME             TO RCB-PAGADOR
           MOVE WS-VALOR-CENTAVOS    TO RCB-VALOR
           MOVE WS-VENC-NUM          TO RCB-VENC
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCB-DATA-EMISSAO
           MOVE "EMITIDO"            TO RCB-STATUS
           MOVE 0                    TO RCB-VALOR-PAGO
           MOVE 0                    TO RCB-DATA-PAGO
           MOVE PAG-TIPO             TO RCB-PAGADOR-TIPO
           MOVE PAG-DOC              TO RCB-PAGADOR-DOC
           MOVE 0                    TO RCB-DATA-SEGVIA
           MOVE 0                    TO RCB-DATA-PROTESTO
           MOVE WS-PIX-TXID          TO RCB-PIX-TXID
           WRITE RCB-REC
               INVALID KEY
                   DISPLAY "BOLETO-EMIT: AVISO - NOSSO-NUMERO "
           CLOSE HANDOFF-IN-FILE
           CLOSE HANDOFF-EMIT-FILE
           CLOSE RECEB-FILE
           CLOSE PAGADOR-FILE

           DISPLAY "BOLETO-EMIT: LIDOS=" WS-QTD-LIDOS
               " EMITIDOS=" WS-QTD-EMITIDOS
               " PULADOS=" WS-QTD-PULADOS
               " RECUSADOS=" WS-QTD-RECUSADOS
               " SEM-QR-PIX=" WS-QTD-SEM-QR.

       9100-GRAVAR-PROX-NOSSO SECTION.
           OPEN OUTPUT NOSSO-NUM-FILE
