      *> periodo. A reabertura e a excecao -- por isso exige o ID do
      *> supervisor e fica registrada no PERIODO-LOG com data e hora,
      *> para a auditoria saber quem reabriu o que e quando.
      *>
      *> A trava final do FECHAMENTO-COMPETENCIA (processo TRAVA) so
      *> sai por aqui, e enquanto ela vale nenhum processo da
      *> competencia reabre: primeiro se desfaz a trava, depois o
      *> processo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

      *> Empresa de trabalho fixada no menu, se houver.
       01  SESSAO-EMPRESA            PIC X(02) EXTERNAL.

       COPY "competencia_trava.cpy".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *> ("FOLHA-01", "EXTENSO-01"); o programa compoe a chave para o
      *> supervisor nao precisar adivinhar o sufixo. FOLHA e travada
      *> por competencia MMAAAA; EXTENSO e travado por lote diario,
      *> pela data do header em AAMMDD; TRAVA e a trava final da
      *> competencia MMAAAA.
           DISPLAY "CHAVE DO PERIODO (FOLHA/TRAVA: MMAAAA / "
               "EXTENSO: AAMMDD): "
           ACCEPT WS-COMPETENCIA

           DISPLAY "PROCESSO (FOLHA / EXTENSO / TRAVA): "
           ACCEPT WS-PROCESSO-BASE
           IF WS-PROCESSO-BASE NOT = "FOLHA" AND
                   WS-PROCESSO-BASE NOT = "EXTENSO" AND
                   WS-PROCESSO-BASE NOT = "TRAVA"
               DISPLAY "ERRO: PROCESSO DEVE SER FOLHA, EXTENSO OU "
                   "TRAVA"
               GOBACK
           END-IF

           DISPLAY "EMPRESA (nn, EM BRANCO = A DA SESSAO OU 01): "
           ACCEPT WS-EMPRESA
           IF WS-EMPRESA = SPACES
               IF SESSAO-EMPRESA IS NUMERIC
                   MOVE SESSAO-EMPRESA TO WS-EMPRESA
               ELSE
                   MOVE "01" TO WS-EMPRESA
               END-IF
           END-IF
           MOVE WS-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS NOT = "OK"
               DISPLAY "ACESSO NEGADO: OPERADOR SEM AUTORIZACAO NA "
                   "EMPRESA " WS-EMPRESA
                   " (STATUS=" WS-SIGNON-STATUS ")"
               GOBACK
           END-IF

           IF WS-PROCESSO-BASE = "FOLHA"
               MOVE WS-COMPETENCIA TO CTRV-COMPETENCIA
               MOVE WS-EMPRESA     TO CTRV-EMPRESA
               CALL "COMPETENCIA-TRAVA" USING COMPETENCIA-TRAVA-PARAMS
               END-CALL
               IF CTRV-STATUS = "TRV"
                   DISPLAY "ERRO: COMPETENCIA " WS-COMPETENCIA
                       " TRAVADA NO FECHAMENTO EM " CTRV-DATA-TRAVA
                   DISPLAY "REABRA PRIMEIRO O PROCESSO TRAVA"
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-PROCESSO
                   GOBACK
           END-READ

           IF PER-STATUS NOT = "FECHADO" AND PER-STATUS NOT = "TRAVADO"
               DISPLAY "AVISO: COMPETENCIA JA ESTA ABERTA, NADA A "
                   "FAZER"
               CLOSE PERIODO-FILE
