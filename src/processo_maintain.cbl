       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSO-MAINTAIN.

      *> Manutencao do cadastro de processos trabalhistas
      *> (PROCESSO-TRABALHISTA, chaveado pelo numero do processo, com
      *> a matricula do reclamante como chave alternativa): vara,
      *> data do ajuizamento, valor pedido, classificacao de risco e
      *> valor provisionado -- em vez da planilha do juridico que o
      *> contador pedia todo fim de mes.
      *>
      *> Risco: P = provavel (provisiona), O = possivel (so divulga,
      *> provisao zero), R = remoto. Toda mudanca da provisao -- na
      *> inclusao, na reclassificacao (A) e no encerramento (E) --
      *> grava um movimento "P" no PROCESSO-MOVTO com a variacao
      *> (constituicao positiva, reversao negativa), e e dele que o
      *> PROCESSO-PROVISAO tira a movimentacao do mes. Os depositos
      *> judiciais e os pagamentos de acordo/condenacao entram pelo
      *> PROCESSO-LANCTO, nao por aqui.
      *>
      *> Valores em centavos, como no CONSIG-MAINTAIN. A empresa do
      *> processo e a do reclamante no historico da folha
      *> (FUNC-EMPRESA); sem historico, e perguntada. O operador da
      *> sessao do menu so mexe em processo de empresa da sua lista.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSO-FILE ASSIGN TO "PROCESSO-TRABALHISTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-NUMERO
               ALTERNATE RECORD KEY IS PRC-MATRICULA WITH DUPLICATES
               FILE STATUS IS WS-PRC-FS.
           SELECT MOVTO-FILE ASSIGN TO "PROCESSO-MOVTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMV-CHAVE
               FILE STATUS IS WS-PMV-FS.

       DATA DIVISION.
       FILE SECTION.
      *> Valores em centavos. PRC-DEPOSITADO e PRC-PAGO acumulam os
      *> lancamentos do PROCESSO-LANCTO; PRC-QTD-MOVTO e a ultima
      *> sequencia usada no PROCESSO-MOVTO.
       FD  PROCESSO-FILE.
       01  PRC-REC.
           05  PRC-NUMERO            PIC X(25).
           05  PRC-MATRICULA         PIC 9(09).
           05  PRC-NOME              PIC X(50).
           05  PRC-EMPRESA           PIC X(02).
           05  PRC-VARA              PIC X(40).
           05  PRC-DATA-AJUIZ        PIC 9(08).
           05  PRC-VALOR-PEDIDO      PIC 9(15).
           05  PRC-RISCO             PIC X(01).
           05  PRC-VALOR-PROVISAO    PIC 9(15).
           05  PRC-DEPOSITADO        PIC 9(15).
           05  PRC-PAGO              PIC 9(15).
           05  PRC-QTD-MOVTO         PIC 9(03).
           05  PRC-SITUACAO          PIC X(10).
           05  PRC-DATA-ALTER        PIC X(08).

      *> PMV-TIPO: "D" deposito judicial, "A" pagamento de acordo ou
      *> condenacao, "P" variacao da provisao (PMV-VALOR com sinal).
       FD  MOVTO-FILE.
       01  PMV-REC.
           05  PMV-CHAVE.
               10  PMV-NUMERO        PIC X(25).
               10  PMV-SEQ           PIC 9(03).
           05  PMV-TIPO              PIC X(01).
           05  PMV-DATA              PIC 9(08).
           05  PMV-VALOR             PIC S9(15).
           05  PMV-IRRF              PIC S9(15).
           05  PMV-LIQUIDO           PIC S9(15).
           05  PMV-BARRAS            PIC X(44).
           05  PMV-STATUS            PIC X(10).
           05  PMV-HISTORICO         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PRC-FS                 PIC X(02) VALUE SPACES.
           88  WS-PRC-OK                        VALUE "00".
       01  WS-PMV-FS                 PIC X(02) VALUE SPACES.
           88  WS-PMV-OK                        VALUE "00".
       01  WS-EOF-PRC                PIC X(01) VALUE "N".
           88  WS-FIM-PROCESSO                  VALUE "S".
       01  WS-EOF-PMV                PIC X(01) VALUE "N".
           88  WS-FIM-MOVTO                     VALUE "S".

       COPY "func_tabela.cpy".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-NUMERO                 PIC X(25) VALUE SPACES.
       01  WS-MATRICULA              PIC 9(09) VALUE ZEROS.
       01  WS-NOME                   PIC X(50) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-VARA                   PIC X(40) VALUE SPACES.
       01  WS-DATA-AJUIZ             PIC 9(08) VALUE ZEROS.
       01  WS-VALOR-PEDIDO           PIC 9(15) VALUE ZEROS.
       01  WS-RISCO                  PIC X(01) VALUE SPACE.
       01  WS-PROVISAO               PIC 9(15) VALUE ZEROS.
       01  WS-VARIACAO               PIC S9(15) VALUE ZEROS.
       01  WS-HISTORICO              PIC X(40) VALUE SPACES.
       01  WS-HOJE                   PIC 9(08) VALUE ZEROS.
       01  WS-QTD-LISTADOS           PIC 9(05) VALUE ZEROS.

       01  WS-ACHOU                  PIC X(01) VALUE "N".
           88  WS-ACHOU-SIM                     VALUE "S".
       01  WS-NEGADO                 PIC X(01) VALUE "N".
           88  WS-NEGADO-SIM                    VALUE "S".

      *> Validacao da data pelo calendario compartilhado (so a
      *> consistencia; processo pode ser distribuido em qualquer dia).
       01  WS-CAL-PARAMS.
           05  WS-CAL-DATA-ENT       PIC 9(08).
           05  WS-CAL-DATA-SAI       PIC 9(08).
           05  WS-CAL-AJUSTADA       PIC X(01).
           05  WS-CAL-STATUS         PIC X(03).

      *> Empresa do reclamante pelo historico da folha, contra a
      *> lista do operador da sessao do menu (OPERADOR-SIGNON com
      *> operador em branco); fora do menu, sem sessao, o cadastro
      *> segue como sempre.
       01  WS-FEMP-PARAMS.
           05  WS-FEMP-MATRICULA     PIC 9(09).
           05  WS-FEMP-COMPETENCIA   PIC X(06).
           05  WS-FEMP-EMPRESA       PIC X(02).
           05  WS-FEMP-STATUS        PIC X(03).

       01  WS-SIGNON-PARAMS.
           05  WS-SIGNON-OPERADOR    PIC X(10).
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "------------------------------------------".
           DISPLAY "   PROCESSOS TRABALHISTAS - CADASTRO       ".
           DISPLAY "------------------------------------------".

           DISPLAY "OPERACAO (I=INCLUIR, A=RECLASSIFICAR, "
               "E=ENCERRAR, C=CONSULTAR, L=LISTAR DA MATRICULA): "
           ACCEPT WS-OPERACAO
           MOVE FUNCTION UPPER-CASE(WS-OPERACAO) TO WS-OPERACAO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           IF WS-OPERACAO = "I" OR WS-OPERACAO = "L"
               DISPLAY "MATRICULA DO RECLAMANTE: "
               ACCEPT WS-MATRICULA
           ELSE
               DISPLAY "NUMERO DO PROCESSO: "
               ACCEPT WS-NUMERO
           END-IF

           OPEN I-O PROCESSO-FILE
           IF NOT WS-PRC-OK
               OPEN OUTPUT PROCESSO-FILE
               CLOSE PROCESSO-FILE
               OPEN I-O PROCESSO-FILE
           END-IF
           OPEN I-O MOVTO-FILE
           IF NOT WS-PMV-OK
               OPEN OUTPUT MOVTO-FILE
               CLOSE MOVTO-FILE
               OPEN I-O MOVTO-FILE
           END-IF

      *> Processo existente: a empresa a conferir e a gravada nele.
           IF WS-OPERACAO = "A" OR WS-OPERACAO = "E"
                   OR WS-OPERACAO = "C"
               MOVE WS-NUMERO TO PRC-NUMERO
               READ PROCESSO-FILE
                   INVALID KEY
                       DISPLAY "ERRO: PROCESSO NAO CADASTRADO: "
                           WS-NUMERO
                       PERFORM 9000-FECHAR
                       GOBACK
               END-READ
               MOVE PRC-EMPRESA TO WS-EMPRESA
           ELSE
               MOVE WS-MATRICULA TO WS-FEMP-MATRICULA
               MOVE SPACES TO WS-FEMP-COMPETENCIA
               CALL "FUNC-EMPRESA" USING WS-FEMP-PARAMS
               END-CALL
               MOVE SPACES TO WS-EMPRESA
               IF WS-FEMP-STATUS = "OK"
                   MOVE WS-FEMP-EMPRESA TO WS-EMPRESA
               END-IF
           END-IF

           IF WS-EMPRESA NOT = SPACES
               PERFORM 1500-AUTORIZAR-EMPRESA
               IF WS-NEGADO-SIM
                   PERFORM 9000-FECHAR
                   GOBACK
               END-IF
           END-IF

           EVALUATE WS-OPERACAO
               WHEN "I"
                   PERFORM 2000-INCLUIR
               WHEN "A"
                   PERFORM 3000-RECLASSIFICAR
               WHEN "E"
                   PERFORM 4000-ENCERRAR
               WHEN "C"
                   PERFORM 5000-CONSULTAR
               WHEN "L"
                   PERFORM 6000-LISTAR
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA: " WS-OPERACAO
           END-EVALUATE

           PERFORM 9000-FECHAR
           GOBACK.

       1000-BUSCAR-FUNCIONARIO SECTION.
      *> Ex-empregado tambem: a tabela traz ativos e inativos.
           MOVE 0 TO FT-QTD
           CALL "TRE0028-TABELA-FUNC" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
                   "funcionarios, status=" FT-STATUS
               PERFORM 9000-FECHAR
               STOP RUN
           END-IF

           MOVE "N" TO WS-ACHOU
           IF FT-QTD > 0
               SEARCH ALL FT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN FT-MATRICULA(FT-IDX) = WS-MATRICULA
                       MOVE "S" TO WS-ACHOU
                       MOVE FT-NOME(FT-IDX) TO WS-NOME
               END-SEARCH
           END-IF.

       1500-AUTORIZAR-EMPRESA SECTION.
           MOVE "N"        TO WS-NEGADO
           MOVE SPACES     TO WS-SIGNON-OPERADOR
           MOVE "M"        TO WS-SIGNON-FUNCAO
           MOVE WS-EMPRESA TO WS-SIGNON-EMPRESA
           CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
           END-CALL
           IF WS-SIGNON-STATUS = "EMP"
               MOVE "S" TO WS-NEGADO
               DISPLAY "ACESSO NEGADO: PROCESSO DA EMPRESA "
                   WS-EMPRESA ", FORA DA LISTA DO OPERADOR"
           END-IF.

       2000-INCLUIR SECTION.
           PERFORM 1000-BUSCAR-FUNCIONARIO
           IF NOT WS-ACHOU-SIM
               DISPLAY "ERRO: MATRICULA NAO ENCONTRADA NO QUADRO"
               EXIT SECTION
           END-IF
           DISPLAY "RECLAMANTE: " WS-NOME

           IF WS-EMPRESA = SPACES
               DISPLAY "MATRICULA SEM HISTORICO DE FOLHA - EMPRESA: "
               ACCEPT WS-EMPRESA
               IF WS-EMPRESA = SPACES
                   DISPLAY "ERRO: EMPRESA OBRIGATORIA"
                   EXIT SECTION
               END-IF
               PERFORM 1500-AUTORIZAR-EMPRESA
               IF WS-NEGADO-SIM
                   EXIT SECTION
               END-IF
           END-IF

           DISPLAY "NUMERO DO PROCESSO (NNNNNNN-DD.AAAA.J.TR.OOOO): "
           ACCEPT WS-NUMERO
           IF WS-NUMERO = SPACES
               DISPLAY "ERRO: NUMERO DO PROCESSO OBRIGATORIO"
               EXIT SECTION
           END-IF

           DISPLAY "VARA / TRIBUNAL: "
           ACCEPT WS-VARA

           DISPLAY "DATA DO AJUIZAMENTO (AAAAMMDD): "
           ACCEPT WS-DATA-AJUIZ
           MOVE WS-DATA-AJUIZ TO WS-CAL-DATA-ENT
           CALL "CAL-DIA-UTIL" USING WS-CAL-PARAMS
           END-CALL
           IF WS-CAL-STATUS NOT = "OK" OR WS-DATA-AJUIZ > WS-HOJE
               DISPLAY "ERRO: DATA DO AJUIZAMENTO INVALIDA"
               EXIT SECTION
           END-IF

           DISPLAY "VALOR PEDIDO EM CENTAVOS: "
           ACCEPT WS-VALOR-PEDIDO
           IF WS-VALOR-PEDIDO = 0
               DISPLAY "ERRO: VALOR PEDIDO OBRIGATORIO"
               EXIT SECTION
           END-IF

           PERFORM 2500-LER-RISCO
           IF WS-RISCO = SPACE
               EXIT SECTION
           END-IF

           MOVE SPACES TO PRC-REC
           MOVE WS-NUMERO       TO PRC-NUMERO
           MOVE WS-MATRICULA    TO PRC-MATRICULA
           MOVE WS-NOME         TO PRC-NOME
           MOVE WS-EMPRESA      TO PRC-EMPRESA
           MOVE WS-VARA         TO PRC-VARA
           MOVE WS-DATA-AJUIZ   TO PRC-DATA-AJUIZ
           MOVE WS-VALOR-PEDIDO TO PRC-VALOR-PEDIDO
           MOVE WS-RISCO        TO PRC-RISCO
           MOVE 0               TO PRC-VALOR-PROVISAO
           MOVE 0               TO PRC-DEPOSITADO
           MOVE 0               TO PRC-PAGO
           MOVE 0               TO PRC-QTD-MOVTO
           MOVE "ATIVO"         TO PRC-SITUACAO
           MOVE WS-HOJE         TO PRC-DATA-ALTER
           WRITE PRC-REC
               INVALID KEY
                   DISPLAY "ERRO: PROCESSO JA CADASTRADO: " WS-NUMERO
                   EXIT SECTION
           END-WRITE

           MOVE "CONSTITUICAO NA INCLUSAO" TO WS-HISTORICO
           PERFORM 7000-AJUSTAR-PROVISAO
           DISPLAY "PROCESSO INCLUIDO: " WS-NUMERO
               " MATRICULA " WS-MATRICULA " EMPRESA " WS-EMPRESA.

       2500-LER-RISCO SECTION.
      *> So o risco provavel tem provisao; possivel e remoto ficam
      *> com zero (o possivel sai no relatorio como divulgacao).
           DISPLAY "RISCO (P=PROVAVEL, O=POSSIVEL, R=REMOTO): "
           ACCEPT WS-RISCO
           MOVE FUNCTION UPPER-CASE(WS-RISCO) TO WS-RISCO
           IF WS-RISCO NOT = "P" AND WS-RISCO NOT = "O"
                   AND WS-RISCO NOT = "R"
               DISPLAY "ERRO: RISCO DESCONHECIDO"
               MOVE SPACE TO WS-RISCO
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-PROVISAO
           IF WS-RISCO = "P"
               DISPLAY "VALOR A PROVISIONAR EM CENTAVOS: "
               ACCEPT WS-PROVISAO
               IF WS-PROVISAO = 0
                   DISPLAY "ERRO: RISCO PROVAVEL SEM VALOR DE "
                       "PROVISAO"
                   MOVE SPACE TO WS-RISCO
               END-IF
           END-IF.

       3000-RECLASSIFICAR SECTION.
           IF PRC-SITUACAO NOT = "ATIVO"
               DISPLAY "ERRO: PROCESSO " PRC-SITUACAO
               EXIT SECTION
           END-IF
           DISPLAY "RISCO ATUAL: " PRC-RISCO
               "  PROVISAO ATUAL: " PRC-VALOR-PROVISAO " (CENTAVOS)"

           DISPLAY "NOVO VALOR PEDIDO EM CENTAVOS (0 = MANTER): "
           ACCEPT WS-VALOR-PEDIDO
           IF WS-VALOR-PEDIDO > 0
               MOVE WS-VALOR-PEDIDO TO PRC-VALOR-PEDIDO
           END-IF

           PERFORM 2500-LER-RISCO
           IF WS-RISCO = SPACE
               EXIT SECTION
           END-IF
           MOVE WS-RISCO TO PRC-RISCO
           MOVE WS-HOJE  TO PRC-DATA-ALTER
           REWRITE PRC-REC
           END-REWRITE

           MOVE "RECLASSIFICACAO" TO WS-HISTORICO
           PERFORM 7000-AJUSTAR-PROVISAO
           DISPLAY "PROCESSO RECLASSIFICADO: " PRC-NUMERO
               " RISCO " PRC-RISCO " PROVISAO " PRC-VALOR-PROVISAO.

       4000-ENCERRAR SECTION.
      *> Encerra em vez de excluir: o processo e os movimentos ficam
      *> para a auditoria; a provisao que sobrou e revertida.
           IF PRC-SITUACAO NOT = "ATIVO"
               DISPLAY "ERRO: PROCESSO JA " PRC-SITUACAO
               EXIT SECTION
           END-IF
           MOVE "ENCERRADO" TO PRC-SITUACAO
           MOVE WS-HOJE     TO PRC-DATA-ALTER
           REWRITE PRC-REC
           END-REWRITE

           MOVE 0 TO WS-PROVISAO
           MOVE "REVERSAO NO ENCERRAMENTO" TO WS-HISTORICO
           PERFORM 7000-AJUSTAR-PROVISAO
           DISPLAY "PROCESSO ENCERRADO: " PRC-NUMERO.

       5000-CONSULTAR SECTION.
           DISPLAY "PROCESSO:    " PRC-NUMERO
           DISPLAY "RECLAMANTE:  " PRC-MATRICULA " " PRC-NOME
           DISPLAY "EMPRESA:     " PRC-EMPRESA
           DISPLAY "VARA:        " PRC-VARA
           DISPLAY "AJUIZAMENTO: " PRC-DATA-AJUIZ
           DISPLAY "PEDIDO:      " PRC-VALOR-PEDIDO " (CENTAVOS)"
           DISPLAY "RISCO:       " PRC-RISCO
           DISPLAY "PROVISAO:    " PRC-VALOR-PROVISAO " (CENTAVOS)"
           DISPLAY "DEPOSITADO:  " PRC-DEPOSITADO " (CENTAVOS)"
           DISPLAY "PAGO:        " PRC-PAGO " (CENTAVOS)"
           DISPLAY "SITUACAO:    " PRC-SITUACAO
               " (ALTERADO EM " PRC-DATA-ALTER ")"

           MOVE PRC-NUMERO TO PMV-NUMERO
           MOVE 0          TO PMV-SEQ
           MOVE "N" TO WS-EOF-PMV
           START MOVTO-FILE KEY NOT < PMV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PMV
           END-START
           PERFORM UNTIL WS-FIM-MOVTO
               READ MOVTO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PMV
                   NOT AT END
                       IF PMV-NUMERO NOT = PRC-NUMERO
                           MOVE "S" TO WS-EOF-PMV
                       ELSE
                           DISPLAY "  " PMV-SEQ " " PMV-TIPO " "
                               PMV-DATA " " PMV-VALOR " "
                               PMV-STATUS " " PMV-HISTORICO
                       END-IF
               END-READ
           END-PERFORM.

       6000-LISTAR SECTION.
           MOVE 0 TO WS-QTD-LISTADOS
           MOVE WS-MATRICULA TO PRC-MATRICULA
           MOVE "N" TO WS-EOF-PRC
           START PROCESSO-FILE KEY = PRC-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-EOF-PRC
           END-START
           PERFORM UNTIL WS-FIM-PROCESSO
               READ PROCESSO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PRC
                   NOT AT END
                       IF PRC-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-EOF-PRC
                       ELSE
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY PRC-NUMERO " " PRC-RISCO
                               " PEDIDO " PRC-VALOR-PEDIDO
                               " PROVISAO " PRC-VALOR-PROVISAO
                               " " PRC-SITUACAO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "PROCESSOS DA MATRICULA " WS-MATRICULA ": "
               WS-QTD-LISTADOS.

       7000-AJUSTAR-PROVISAO SECTION.
      *> Leva a provisao do processo (PRC-REC corrente) para
      *> WS-PROVISAO e grava a variacao como movimento "P".
           COMPUTE WS-VARIACAO = WS-PROVISAO - PRC-VALOR-PROVISAO
           IF WS-VARIACAO = 0
               EXIT SECTION
           END-IF
           IF PRC-QTD-MOVTO >= 999
               DISPLAY "ERRO: PROCESSO COM 999 MOVIMENTOS - PROVISAO "
                   "NAO AJUSTADA"
               EXIT SECTION
           END-IF

           ADD 1 TO PRC-QTD-MOVTO
           MOVE SPACES TO PMV-REC
           MOVE PRC-NUMERO    TO PMV-NUMERO
           MOVE PRC-QTD-MOVTO TO PMV-SEQ
           MOVE "P"           TO PMV-TIPO
           MOVE WS-HOJE       TO PMV-DATA
           MOVE WS-VARIACAO   TO PMV-VALOR
           MOVE 0             TO PMV-IRRF
           MOVE 0             TO PMV-LIQUIDO
           IF WS-VARIACAO > 0
               MOVE "CONSTITUI" TO PMV-STATUS
           ELSE
               MOVE "REVERTE"   TO PMV-STATUS
           END-IF
           MOVE WS-HISTORICO  TO PMV-HISTORICO
           WRITE PMV-REC
               INVALID KEY
                   DISPLAY "ERRO: MOVIMENTO " PMV-SEQ " JA EXISTE NO "
                       "PROCESSO " PRC-NUMERO
                   EXIT SECTION
           END-WRITE

           MOVE WS-PROVISAO TO PRC-VALOR-PROVISAO
           REWRITE PRC-REC
           END-REWRITE.

       9000-FECHAR SECTION.
           CLOSE PROCESSO-FILE
           CLOSE MOVTO-FILE.
