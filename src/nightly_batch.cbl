      *> no mesmo espirito do perfil TRE0028-*.CFG -- incluir o
      *> PAYROLL-RUN ou uma conciliacao nova na janela deixa de ser
      *> mudanca de codigo. Sem o arquivo de configuracao, vale a
      *> lista historica embutida (snapshot do cadastro de
      *> funcionarios, carga de funcionarios, CPF, extenso, backup do
      *> CPF-MASTER, conciliacao de CPF, backup geracional dos mestres
      *> indexados).
      *>
      *> O snapshot do cadastro (TRE0028-FUNC-SNAPSHOT) e o primeiro
      *> estagio: os programas de lote da janela leem o FUNC-SNAPSHOT
      *> em vez de puxar o cadastro pelo ODBC cada um por si.
      *>
      *> O auto-teste das conversoes NAO e um estagio configuravel:
      *> continua sendo a barreira fixa que roda sempre, inclusive em
      *>
      *> O checkpoint guarda quantos estagios configurados ja
      *> terminaram; a retomada pula exatamente esses.
      *>
      *> Estagio que falha levanta alerta na ALERTA-FILA (critico se
      *> aborta a janela, aviso se a configuracao manda seguir); antes
      *> de abortar, o ALERTA-DESPACHO e chamado para o plantao ser
      *> avisado na hora.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-STG-HALT       PIC X(01).

      *> Bandeira de quiesce (JANELA-CONTROLE): levantada antes dos
      *> estagios que mexem nos arquivos do CPF e do backup dos
      *> mestres, para o online parar de abrir operacao nova em cima
      *> de arquivo em manutencao ou em descarga.
       01  WS-JANELA-PARAMS.
           05  WS-JAN-OPERACAO       PIC X(01).
           05  WS-JAN-MOTIVO         PIC X(20).
           05  WS-JAN-DESDE          PIC X(14).
       01  WS-JANELA-ERGUIDA         PIC X(01) VALUE "N".

       COPY "alerta.cpy".
       01  WS-RC-ESTAGIO             PIC S9(04) VALUE 0.
       01  WS-RC-ESTAGIO-D           PIC -(04)9.
       01  WS-PTR                    PIC 9(03) COMP-5 VALUE 0.

       01  WS-I                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-CFG-NOME               PIC X(20) VALUE SPACES.
       01  WS-CFG-PROGRAMA           PIC X(24) VALUE SPACES.
           .

       1300-ESTAGIOS-PADRAO SECTION.
      *> A lista historica da janela, na mesma ordem de sempre, com o
      *> snapshot do cadastro na frente de todos.
           MOVE 7 TO WS-STG-QTD

           MOVE "SNAPSHOT-FUNC"  TO WS-STG-NOME(1)
           MOVE "TRE0028-FUNC-SNAPSHOT" TO WS-STG-PROGRAMA(1)
           MOVE "S" TO WS-STG-ATIVO(1) WS-STG-HALT(1)

           MOVE "FUNCIONARIOS"   TO WS-STG-NOME(2)
           MOVE "TRE0028-ODBC"   TO WS-STG-PROGRAMA(2)
           MOVE "S" TO WS-STG-ATIVO(2) WS-STG-HALT(2)

           MOVE "CPF"            TO WS-STG-NOME(3)
           MOVE "CPF-BATCH"      TO WS-STG-PROGRAMA(3)
           MOVE "S" TO WS-STG-ATIVO(3) WS-STG-HALT(3)

           MOVE "EXTENSO"        TO WS-STG-NOME(4)
           MOVE "EXTENSO-BATCH"  TO WS-STG-PROGRAMA(4)
           MOVE "S" TO WS-STG-ATIVO(4) WS-STG-HALT(4)

           MOVE "UNLOAD-CPF"     TO WS-STG-NOME(5)
           MOVE "CPF-UNLOAD"     TO WS-STG-PROGRAMA(5)
           MOVE "S" TO WS-STG-ATIVO(5) WS-STG-HALT(5)

           MOVE "RECON-CPF"      TO WS-STG-NOME(6)
           MOVE "CPF-AUDIT-RECON" TO WS-STG-PROGRAMA(6)
           MOVE "S" TO WS-STG-ATIVO(6) WS-STG-HALT(6)

           MOVE "BACKUP-MASTERS" TO WS-STG-NOME(7)
           MOVE "MASTER-BACKUP"  TO WS-STG-PROGRAMA(7)
           MOVE "S" TO WS-STG-ATIVO(7) WS-STG-HALT(7)
           .

       1500-ESTAGIO-SELFTEST SECTION.
           PERFORM 1900-INICIAR-HIST
           CALL "EXT-SELFTEST"
           IF RETURN-CODE NOT = 0
             MOVE RETURN-CODE TO WS-RC-ESTAGIO
             MOVE "FALHA" TO WS-HIST-DESFECHO
             PERFORM 1950-GRAVAR-HIST
             DISPLAY "NIGHTLY-BATCH: auto-teste FALHOU, janela "
                 "abortada (ver EXT-SELFTEST-REPORT)"
             MOVE "C" TO ALRP-SEVERIDADE
             MOVE "AUTO-TESTE DAS CONVERSOES FALHOU - JANELA ABORTADA"
                 TO ALRP-MENSAGEM
             PERFORM 2300-ALERTAR
             CALL "ALERTA-DESPACHO"
             END-CALL
             MOVE WS-RC-ESTAGIO TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE "OK" TO WS-HIST-DESFECHO
           END-CALL

           IF RETURN-CODE NOT = 0
             MOVE RETURN-CODE TO WS-RC-ESTAGIO
             MOVE "FALHA" TO WS-HIST-DESFECHO
             PERFORM 1950-GRAVAR-HIST
             IF WS-STG-HALT(WS-I) = "S"
               END-IF
               DISPLAY "NIGHTLY-BATCH: estagio "
                   FUNCTION TRIM(WS-STG-NOME(WS-I))
                   " falhou (RC=" WS-RC-ESTAGIO "), janela abortada"
               MOVE "C" TO ALRP-SEVERIDADE
               PERFORM 2310-MENSAGEM-ESTAGIO
               STRING ", JANELA ABORTADA" DELIMITED BY SIZE
                   INTO ALRP-MENSAGEM WITH POINTER WS-PTR
               END-STRING
               PERFORM 2300-ALERTAR
               CALL "ALERTA-DESPACHO"
               END-CALL
      *> O RC do job continua sendo o do estagio que falhou.
               MOVE WS-RC-ESTAGIO TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM 2200-BAIXAR-QUIESCE
             DISPLAY "NIGHTLY-BATCH: estagio "
                 FUNCTION TRIM(WS-STG-NOME(WS-I))
                 " falhou (RC=" WS-RC-ESTAGIO "), seguindo conforme "
                 "configuracao"
             MOVE "A" TO ALRP-SEVERIDADE
             PERFORM 2310-MENSAGEM-ESTAGIO
             STRING ", JANELA SEGUIU" DELIMITED BY SIZE
                 INTO ALRP-MENSAGEM WITH POINTER WS-PTR
             END-STRING
             PERFORM 2300-ALERTAR
             MOVE 0 TO RETURN-CODE
           ELSE
             MOVE "OK" TO WS-HIST-DESFECHO

       2100-LEVANTAR-QUIESCE SECTION.
      *> So os estagios que mexem nos arquivos do CPF levantam a
      *> bandeira: unload, expurgo de retencao e reconciliacao -- e
      *> o backup dos mestres, que precisa do conjunto parado para
      *> sair consistente.
           MOVE "N" TO WS-JANELA-ERGUIDA
           IF WS-STG-PROGRAMA(WS-I) NOT = "CPF-UNLOAD"
               AND WS-STG-PROGRAMA(WS-I) NOT = "CPF-RETENCAO"
               AND WS-STG-PROGRAMA(WS-I) NOT = "CPF-AUDIT-RECON"
               AND WS-STG-PROGRAMA(WS-I) NOT = "MASTER-BACKUP"
             EXIT SECTION
           END-IF
           MOVE "L" TO WS-JAN-OPERACAO
           DISPLAY "NIGHTLY-BATCH: bandeira de quiesce do CPF baixada"
           .

       2300-ALERTAR SECTION.
           MOVE "NIGHTLY-BATCH" TO ALRP-ORIGEM
           MOVE SPACES          TO ALRP-EMPRESA
           CALL "ALERTA" USING ALERTA-PARAMS
           END-CALL
           .

       2310-MENSAGEM-ESTAGIO SECTION.
           MOVE WS-RC-ESTAGIO TO WS-RC-ESTAGIO-D
           MOVE SPACES TO ALRP-MENSAGEM
           MOVE 1 TO WS-PTR
           STRING "ESTAGIO "                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-STG-NOME(WS-I))     DELIMITED BY SIZE
               " ("                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-STG-PROGRAMA(WS-I)) DELIMITED BY SIZE
               ") FALHOU, RC="                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-RC-ESTAGIO-D)       DELIMITED BY SIZE
               INTO ALRP-MENSAGEM WITH POINTER WS-PTR
           END-STRING
           .

       9000-FINALIZAR SECTION.
      *> Todos os estagios configurados terminaram -- o checkpoint
      *> volta a zero para a proxima rodada comecar do inicio, em vez
