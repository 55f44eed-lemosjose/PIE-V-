       IDENTIFICATION DIVISION.
       PROGRAM-ID. CESSAO-MAINTAIN.

      *> Cessao de funcionario entre empresas do grupo (CESSAO-MASTER,
      *> chaveado por matricula + competencia de inicio), no molde do
      *> RATEIO-MAINTAIN. O funcionario continua registrado e pago
      *> pela empresa de origem (a do historico da folha); o registro
      *> diz que parte do custo dele e servida a outra empresa -- o
      *> financeiro ou a informatica compartilhados. A recarga mensal
      *> (CESSAO-RECARGA), depois do fechamento da folha, cobra essa
      *> parte da empresa atendida.
      *>
      *> Cada registro vale da competencia CES-VIGENCIA (AAAAMM) em
      *> diante, ate a proxima vigencia da mesma matricula; a recarga
      *> usa a mais recente que nao passe da competencia da rodada.
      *> Ate 5 empresas atendidas, percentual em centesimos de %
      *> (2500 = 25%); a soma NAO passa de 10000, e o que falta para
      *> 100% fica com a origem. Para encerrar a cessao, inclua uma
      *> vigencia nova sem nenhuma empresa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CESSAO-FILE ASSIGN TO "CESSAO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS WS-CES-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CESSAO-FILE.
       01  CES-REC.
           05  CES-CHAVE.
               10  CES-MATRICULA     PIC 9(09).
               10  CES-VIGENCIA      PIC 9(06).
           05  CES-QTD               PIC 9(02).
           05  CES-ITEM OCCURS 5 TIMES.
               10  CES-EMPRESA       PIC X(02).
               10  CES-PCT           PIC 9(05).
           05  CES-DATA-INCL         PIC X(08).

       FD  EMPRESA-FILE.
       01  EMPRESA-REC.
           05  EMP-CODIGO            PIC X(02).
           05  EMP-NOME              PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CES-FS                 PIC X(02) VALUE SPACES.
           88  WS-CES-OK                        VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".

       01  WS-OPERACAO               PIC X(01) VALUE SPACE.
       01  WS-MATRICULA              PIC 9(09) VALUE ZEROS.
       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-VIGENCIA               PIC 9(06) VALUE ZEROS.
       01  WS-DADOS-OK               PIC X(01) VALUE "N".
       01  WS-FIM-ITENS              PIC X(01) VALUE "N".
       01  WS-EOF-CES                PIC X(01) VALUE "N".
       01  WS-EOF-EMP                PIC X(01) VALUE "N".
       01  WS-ACHOU-EMP              PIC X(01) VALUE "N".
       01  WS-QTD-LISTADOS           PIC 9(03) VALUE ZEROS.

       01  WS-ITENS.
           05  WS-QTD                PIC 9(02) VALUE 0.
           05  WS-ITEM OCCURS 5 TIMES.
               10  WS-IT-EMPRESA     PIC X(02).
               10  WS-IT-PCT         PIC 9(05).
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-PCT                    PIC 9(05) VALUE ZEROS.
       01  WS-SOMA-PCT               PIC 9(06) VALUE ZEROS.
       01  WS-RESTO-PCT              PIC 9(05) VALUE ZEROS.
       01  WS-I                      PIC 9(02) VALUE ZEROS.
       01  WS-J                      PIC 9(02) VALUE ZEROS.

      *> Empresa de origem pelo historico da folha (FUNC-EMPRESA):
      *> a cessao nao pode apontar para ela mesma, e o operador da
      *> sessao do menu so mexe em funcionario das suas empresas.
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
           DISPLAY "   CESSAO DE FUNCIONARIO ENTRE EMPRESAS    ".
           DISPLAY "------------------------------------------".

           DISPLAY "OPERACAO (I=INCLUIR, A=ALTERAR, E=EXCLUIR, "
               "C=CONSULTAR): "
           ACCEPT WS-OPERACAO

           DISPLAY "MATRICULA: "
           ACCEPT WS-MATRICULA
           IF WS-MATRICULA = 0
               DISPLAY "ERRO: MATRICULA OBRIGATORIA"
               GOBACK
           END-IF

           MOVE WS-MATRICULA TO WS-FEMP-MATRICULA
           MOVE SPACES TO WS-FEMP-COMPETENCIA
           CALL "FUNC-EMPRESA" USING WS-FEMP-PARAMS
           END-CALL
           IF WS-FEMP-STATUS = "OK"
               MOVE SPACES          TO WS-SIGNON-OPERADOR
               MOVE "M"             TO WS-SIGNON-FUNCAO
               MOVE WS-FEMP-EMPRESA TO WS-SIGNON-EMPRESA
               CALL "OPERADOR-SIGNON" USING WS-SIGNON-PARAMS
               END-CALL
               IF WS-SIGNON-STATUS = "EMP"
                   DISPLAY "ACESSO NEGADO: FUNCIONARIO DA EMPRESA "
                       WS-FEMP-EMPRESA ", FORA DA LISTA DO OPERADOR"
                   GOBACK
               END-IF
               DISPLAY "EMPRESA DE ORIGEM (HISTORICO DA FOLHA): "
                   WS-FEMP-EMPRESA
           ELSE
               MOVE SPACES TO WS-FEMP-EMPRESA
               DISPLAY "AVISO: MATRICULA SEM HISTORICO DE FOLHA -- "
                   "A ORIGEM SAI DA PRIMEIRA FOLHA PAGA"
           END-IF

           IF WS-OPERACAO NOT = "C" AND WS-OPERACAO NOT = "c"
               DISPLAY "COMPETENCIA DE INICIO (MMAAAA): "
               ACCEPT WS-COMPETENCIA
               IF WS-COMPETENCIA IS NOT NUMERIC
                       OR WS-COMPETENCIA(1:2) < "01"
                       OR WS-COMPETENCIA(1:2) > "12"
                   DISPLAY "ERRO: COMPETENCIA INVALIDA: "
                       WS-COMPETENCIA
                   GOBACK
               END-IF
               MOVE WS-COMPETENCIA(3:4) TO WS-VIGENCIA(1:4)
               MOVE WS-COMPETENCIA(1:2) TO WS-VIGENCIA(5:2)
           END-IF

           OPEN I-O CESSAO-FILE
           IF NOT WS-CES-OK
               OPEN OUTPUT CESSAO-FILE
               CLOSE CESSAO-FILE
               OPEN I-O CESSAO-FILE
           END-IF

           MOVE WS-MATRICULA TO CES-MATRICULA
           MOVE WS-VIGENCIA  TO CES-VIGENCIA

           EVALUATE WS-OPERACAO
               WHEN "I"
               WHEN "i"
                   PERFORM 2000-INCLUIR
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ALTERAR
               WHEN "E"
               WHEN "e"
                   PERFORM 4000-EXCLUIR
               WHEN "C"
               WHEN "c"
                   PERFORM 5000-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPERACAO DESCONHECIDA: " WS-OPERACAO
           END-EVALUATE

           CLOSE CESSAO-FILE
           GOBACK.

       1000-LER-ITENS SECTION.
      *> Empresa e percentual ate a empresa em branco; cada empresa
      *> tem de existir no cadastro, aparecer uma vez so e ser outra
      *> que nao a de origem, e a soma nao passa de 100%. Nenhuma
      *> empresa = cessao encerrada a partir da vigencia.
           MOVE "N" TO WS-DADOS-OK
           MOVE 0 TO WS-QTD WS-SOMA-PCT
           MOVE "N" TO WS-FIM-ITENS

           PERFORM UNTIL WS-FIM-ITENS = "S" OR WS-QTD >= 5
               COMPUTE WS-I = WS-QTD + 1
               DISPLAY "EMPRESA ATENDIDA " WS-I
                   " (EM BRANCO = FIM): "
               MOVE SPACES TO WS-EMPRESA
               ACCEPT WS-EMPRESA
               IF WS-EMPRESA = SPACES
                   MOVE "S" TO WS-FIM-ITENS
               ELSE
                   PERFORM 1100-LER-ITEM
                   IF WS-FIM-ITENS = "E"
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SOMA-PCT > 10000
               DISPLAY "ERRO: PERCENTUAIS SOMAM " WS-SOMA-PCT
                   " -- A CESSAO NAO PASSA DE 10000 (100%)"
               EXIT SECTION
           END-IF

           IF WS-QTD = 0
               DISPLAY "NENHUMA EMPRESA INFORMADA -- CESSAO ENCERRADA "
                   "A PARTIR DA COMPETENCIA"
           ELSE
               COMPUTE WS-RESTO-PCT = 10000 - WS-SOMA-PCT
               DISPLAY "FICA COM A ORIGEM: " WS-RESTO-PCT
           END-IF

           MOVE "S" TO WS-DADOS-OK.

       1100-LER-ITEM SECTION.
      *> WS-FIM-ITENS = "E" abandona a digitacao inteira.
           PERFORM 1150-PROCURAR-EMPRESA
           IF WS-ACHOU-EMP NOT = "S"
               DISPLAY "ERRO: EMPRESA NAO CADASTRADA: " WS-EMPRESA
               MOVE "E" TO WS-FIM-ITENS
               EXIT SECTION
           END-IF
           IF WS-EMPRESA = WS-FEMP-EMPRESA
               DISPLAY "ERRO: EMPRESA " WS-EMPRESA
                   " E A PROPRIA ORIGEM DO FUNCIONARIO"
               MOVE "E" TO WS-FIM-ITENS
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-QTD
               IF WS-IT-EMPRESA(WS-J) = WS-EMPRESA
                   DISPLAY "ERRO: EMPRESA REPETIDA NA CESSAO: "
                       WS-EMPRESA
                   MOVE "E" TO WS-FIM-ITENS
                   EXIT SECTION
               END-IF
           END-PERFORM

           DISPLAY "PERCENTUAL DO CUSTO SERVIDO A EMPRESA " WS-EMPRESA
               " (CENTESIMOS DE %, 2500 = 25%): "
           ACCEPT WS-PCT
           IF WS-PCT = 0 OR WS-PCT > 10000
               DISPLAY "ERRO: PERCENTUAL INVALIDO: " WS-PCT
               MOVE "E" TO WS-FIM-ITENS
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD
           MOVE WS-EMPRESA TO WS-IT-EMPRESA(WS-QTD)
           MOVE WS-PCT     TO WS-IT-PCT(WS-QTD)
           ADD WS-PCT TO WS-SOMA-PCT.

       1150-PROCURAR-EMPRESA SECTION.
           MOVE "N" TO WS-ACHOU-EMP
           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               DISPLAY "ERRO: EMPRESA-CADASTRO INDISPONIVEL"
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-EMP
           PERFORM UNTIL WS-EOF-EMP = "S" OR WS-ACHOU-EMP = "S"
               READ EMPRESA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-EMP
                   NOT AT END
                       IF EMP-CODIGO = WS-EMPRESA
                           MOVE "S" TO WS-ACHOU-EMP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE.

       1200-MONTAR-REGISTRO SECTION.
           MOVE WS-QTD TO CES-QTD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               IF WS-I > WS-QTD
                   MOVE SPACES TO CES-EMPRESA(WS-I)
                   MOVE 0      TO CES-PCT(WS-I)
               ELSE
                   MOVE WS-IT-EMPRESA(WS-I) TO CES-EMPRESA(WS-I)
                   MOVE WS-IT-PCT(WS-I)     TO CES-PCT(WS-I)
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO CES-DATA-INCL.

       2000-INCLUIR SECTION.
           PERFORM 1000-LER-ITENS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "INCLUSAO ABANDONADA"
               EXIT SECTION
           END-IF

           MOVE WS-MATRICULA TO CES-MATRICULA
           MOVE WS-VIGENCIA  TO CES-VIGENCIA
           PERFORM 1200-MONTAR-REGISTRO
           WRITE CES-REC
               INVALID KEY
                   DISPLAY "ERRO: JA HA CESSAO DESTA MATRICULA NESTA "
                       "COMPETENCIA -- USE A=ALTERAR"
                   EXIT SECTION
           END-WRITE
           DISPLAY "CESSAO INCLUIDA: MATRICULA " WS-MATRICULA
               " A PARTIR DE " WS-COMPETENCIA " PARA " WS-QTD
               " EMPRESA(S)".

       3000-ALTERAR SECTION.
      *> Redigita a cessao inteira da vigencia.
           READ CESSAO-FILE
               INVALID KEY
                   DISPLAY "ERRO: CESSAO NAO CADASTRADA NESTA "
                       "COMPETENCIA"
                   EXIT SECTION
           END-READ

           PERFORM 1000-LER-ITENS
           IF WS-DADOS-OK NOT = "S"
               DISPLAY "ALTERACAO ABANDONADA"
               EXIT SECTION
           END-IF
           PERFORM 1200-MONTAR-REGISTRO
           REWRITE CES-REC
           END-REWRITE
           DISPLAY "CESSAO ALTERADA: MATRICULA " WS-MATRICULA
               " A PARTIR DE " WS-COMPETENCIA.

       4000-EXCLUIR SECTION.
      *> Sem a vigencia, vale a anterior (ou nenhuma cessao, se nao
      *> houver outra).
           READ CESSAO-FILE
               INVALID KEY
                   DISPLAY "ERRO: CESSAO NAO CADASTRADA NESTA "
                       "COMPETENCIA"
                   EXIT SECTION
           END-READ
           DELETE CESSAO-FILE
               INVALID KEY
                   DISPLAY "ERRO: EXCLUSAO RECUSADA (STATUS="
                       WS-CES-FS ")"
                   EXIT SECTION
           END-DELETE
           DISPLAY "CESSAO EXCLUIDA: MATRICULA " WS-MATRICULA
               " A PARTIR DE " WS-COMPETENCIA.

       5000-CONSULTAR SECTION.
           MOVE WS-MATRICULA TO CES-MATRICULA
           MOVE 0 TO CES-VIGENCIA
           MOVE "N" TO WS-EOF-CES
           START CESSAO-FILE KEY NOT < CES-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-CES
           END-START

           PERFORM UNTIL WS-EOF-CES = "S"
               READ CESSAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CES
                   NOT AT END
                       IF CES-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-EOF-CES
                       ELSE
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY "A PARTIR DE " CES-VIGENCIA(5:2)
                               CES-VIGENCIA(1:4) ":"
                           IF CES-QTD = 0
                               DISPLAY "    CESSAO ENCERRADA"
                           END-IF
                           PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > CES-QTD
                               DISPLAY "    EMPRESA " CES-EMPRESA(WS-I)
                                   " " CES-PCT(WS-I)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-LISTADOS = 0
               DISPLAY "MATRICULA SEM CESSAO -- CUSTO INTEIRO NA "
                   "EMPRESA DE ORIGEM"
           END-IF.
