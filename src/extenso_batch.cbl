           05  EXTIN-FORMATO         PIC X(2).
           05  EXTIN-BENEFICIARIO    PIC X(40).
           05  EXTIN-VENCIMENTO      PIC X(10).
      *> Idioma do extenso: "PT" (ou branco), "EN" ou "ES" -- o
      *> espanhol para os documentos da Argentina, Uruguai e
      *> Paraguai (ARS, UYU, PYG, USD com o nome certo da moeda).
           05  EXTIN-IDIOMA          PIC X(2).
      *> Empresa/filial dona do documento; em branco ou zero vale a
      *> empresa da rodada (entrada antiga, de quando so havia uma).
      *> EXTIN-MOEDA pela tabela de cambio, com o dia da taxa
      *> aplicada registrado na saida e no handoff.
           05  EXTIN-CONVERTER       PIC X(01).
      *> Pagador do documento no PAGADOR-MASTER: "F" + CPF ou "J" +
      *> CNPJ, zeros a esquerda; o BOLETO-EMIT so emite contra
      *> pagador cadastrado. Em branco em entrada antiga.
           05  EXTIN-PAGADOR-TIPO    PIC X(01).
           05  EXTIN-PAGADOR-DOC     PIC X(14).
       01  EXTIN-HDR-REC.
           05  HDR-TIPO              PIC X(03).
           05  HDR-DATA              PIC X(08).
           05  HANDOFF-EMPRESA-NOME  PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-CAMBIO-DATA   PIC 9(08).
      *> Pagador (tipo + CPF/CNPJ) do EXTENSO-IN, para a emissao do
      *> boleto buscar o cadastro.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-PAGADOR-TIPO  PIC X(01).
           05  HANDOFF-PAGADOR-DOC   PIC X(14).
       01  HANDOFF-TRAILER-REC       PIC X(80).

      *> Controle de competencia ja processada, no mesmo molde do
      *> arquivos de saida do lote original.
       FD  EXTENSO-REJ-FILE.
       01  REJ-REC.
           05  REJ-REGISTRO          PIC X(125).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REJ-MOTIVO            PIC X(30).

       FD  EXTENSO-REJIN-FILE.
       01  REJIN-REC.
           05  REJIN-REGISTRO        PIC X(125).
           05  FILLER                PIC X(02).
           05  REJIN-MOTIVO          PIC X(30).

               PERFORM 2600-CONVERTER-CAMBIO
               IF WS-CAM-STATUS NOT = "OK"
                   MOVE SPACES TO REJ-REC
                   MOVE EXTIN-REC(1:125) TO REJ-REGISTRO
                   MOVE "SEM TAXA DE CAMBIO" TO REJ-MOTIVO
                   WRITE REJ-REC
                   ADD 1 TO WS-QTD-REJEITADOS
               MOVE EXTIN-IDIOMA TO WS-MOEDA-IDIOMA
           END-IF

      *> Idioma que o EXT-MOEDA nao conhece sairia em portugues sem
      *> aviso; o documento volta para correcao.
           IF WS-MOEDA-IDIOMA NOT = "PT"
                   AND WS-MOEDA-IDIOMA NOT = "EN"
                   AND WS-MOEDA-IDIOMA NOT = "ES"
               MOVE SPACES TO REJ-REC
               MOVE EXTIN-REC(1:125) TO REJ-REGISTRO
               MOVE "IDIOMA INVALIDO" TO REJ-MOTIVO
               WRITE REJ-REC
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

      *> Documento de outra empresa nao entra no lote desta rodada.
           IF EXTIN-EMPRESA NOT = SPACES
                   AND EXTIN-EMPRESA NOT = "00"
                   AND EXTIN-EMPRESA NOT = WS-EMPRESA
               MOVE SPACES TO REJ-REC
               MOVE EXTIN-REC(1:125) TO REJ-REGISTRO
               MOVE "EMPRESA DIVERGENTE" TO REJ-MOTIVO
               WRITE REJ-REC
               ADD 1 TO WS-QTD-REJEITADOS
           PERFORM 2400-VALIDAR-VENCIMENTO
           IF WS-REJ-MOTIVO-VENC NOT = SPACES
               MOVE SPACES TO REJ-REC
               MOVE EXTIN-REC(1:125) TO REJ-REGISTRO
               MOVE WS-REJ-MOTIVO-VENC TO REJ-MOTIVO
               WRITE REJ-REC
               ADD 1 TO WS-QTD-REJEITADOS
           MOVE WS-VENC-FLAG          TO HANDOFF-VENC-AJUST
           MOVE WS-EMPRESA-NOME       TO HANDOFF-EMPRESA-NOME
           MOVE WS-DATA-CAMBIO-USADA  TO HANDOFF-CAMBIO-DATA
           MOVE EXTIN-PAGADOR-TIPO    TO HANDOFF-PAGADOR-TIPO
           MOVE EXTIN-PAGADOR-DOC     TO HANDOFF-PAGADOR-DOC
           MOVE WS-MOEDA-STATUS       TO HANDOFF-STATUS
           MOVE WS-MOEDA-TEXTO-CONT   TO HANDOFF-TEXTO-CONT
           WRITE HANDOFF-REC

       2300-REJEITAR SECTION.
           MOVE SPACES TO REJ-REC
           MOVE EXTIN-REC(1:125) TO REJ-REGISTRO
           MOVE SPACES TO REJ-MOTIVO
           STRING
               "EXT-MOEDA STATUS " DELIMITED BY SIZE
