      *>            NEG = ativo, mas sem a funcao pedida
      *>            SEN = senha nao confere
      *>            BLQ = operador bloqueado por tentativas
      *>            EMP = ativo, mas sem autorizacao na empresa pedida
      *>
      *> LK-EMPRESA: a empresa em que o operador vai agir; em branco
      *> nao confere empresa. OPER-EMPRESAS e a lista de empresas do
      *> operador -- em branco, todas (os cadastros de antes da lista
      *> continuam valendo). "00" pede todas as empresas de uma vez e
      *> so passa para operador sem lista. A recusa fica no
      *> MENU-SESSION-LOG, junto das falhas de senha, e aparece no
      *> AUDIT-INQ.
      *>
      *> SESSAO-OPERADOR (EXTERNAL) guarda o operador ja autenticado
      *> na rodada: o menu de operacoes assina uma vez e os programas
           05  OPER-VALIDADE         PIC 9(08).
           05  OPER-FALHAS           PIC 9(02).
           05  OPER-BLOQUEADO        PIC X(01).
           05  OPER-EMPRESAS.
               10  OPER-EMPRESA-AUT  PIC X(02) OCCURS 10 TIMES.

       FD  SESSION-LOG-FILE.
       01  SESLOG-REC.
           88  WS-LOG-OK                        VALUE "00".
       01  WS-I                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-TEM-FUNCAO             PIC X(01) VALUE "N".
       01  WS-TEM-EMPRESA            PIC X(01) VALUE "N".

       01  WS-SENHA-DIGITADA         PIC X(10) VALUE SPACES.
       01  WS-SENHA-NOVA             PIC X(10) VALUE SPACES.
       01  WS-EVENTO-LOG             PIC X(30) VALUE SPACES.

       01  SESSAO-OPERADOR           PIC X(10) EXTERNAL.
      *> Empresa de trabalho escolhida no menu (em branco = nenhuma);
      *> cai junto quando outro operador assume a sessao.
       01  SESSAO-EMPRESA            PIC X(02) EXTERNAL.

       LINKAGE SECTION.
       01  LK-PARAMETROS.
           05  LK-FUNCAO             PIC X(01).
           05  LK-STATUS             PIC X(03).
           05  LK-NOME-OPERADOR      PIC X(40).
           05  LK-EMPRESA            PIC X(02).

       PROCEDURE DIVISION USING LK-PARAMETROS.
           MOVE "OK" TO LK-STATUS
               END-IF
           END-IF

           IF LK-EMPRESA NOT = SPACES AND OPER-EMPRESAS NOT = SPACES
               PERFORM 4000-CONFERIR-EMPRESA
               IF LK-STATUS NOT = "OK"
                   CLOSE OPERADOR-FILE
                   GOBACK
               END-IF
           END-IF

      *> Sign-on aceito vira a sessao corrente da rodada.
           IF LK-OPERADOR NOT = SESSAO-OPERADOR
               MOVE SPACES TO SESSAO-EMPRESA
           END-IF
           MOVE LK-OPERADOR TO SESSAO-OPERADOR

           CLOSE OPERADOR-FILE
               FUNCTION DATE-OF-INTEGER(WS-DATA-INT).

       3000-REGISTRAR-FALHA SECTION.
      *> Falha de senha e empresa recusada no MESMO log de sessao do
      *> menu: quem estiver tateando IDs ou empresas no balcao
      *> aparece na revisao do log.
           OPEN EXTEND SESSION-LOG-FILE
           IF NOT WS-LOG-OK
               OPEN OUTPUT SESSION-LOG-FILE
           MOVE WS-EVENTO-LOG TO SESLOG-EVENTO
           WRITE SESLOG-REC
           CLOSE SESSION-LOG-FILE.

       4000-CONFERIR-EMPRESA SECTION.
           MOVE "N" TO WS-TEM-EMPRESA
           IF LK-EMPRESA NOT = "00"
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
                   IF OPER-EMPRESA-AUT(WS-I) = LK-EMPRESA
                       MOVE "S" TO WS-TEM-EMPRESA
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TEM-EMPRESA = "N"
               MOVE SPACES TO WS-EVENTO-LOG
               STRING "EMPRESA " LK-EMPRESA " NAO AUTORIZADA"
                   DELIMITED BY SIZE INTO WS-EVENTO-LOG
               END-STRING
               PERFORM 3000-REGISTRAR-FALHA
               MOVE "EMP" TO LK-STATUS
           END-IF.
