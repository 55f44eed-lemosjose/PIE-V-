      *> sao as letras usadas no OPERADOR-SIGNON (C=validacao de CPF,
      *> Q=consulta, M=manutencao, H=holerite, S=supervisor),
      *> concatenadas livremente em OPER-FUNCOES.
      *>
      *> OPER-EMPRESAS: as empresas em que o operador pode agir, ate
      *> 10 codigos de 2 digitos emendados ("0103" = empresas 01 e
      *> 03); em branco, todas. Mudar a lista de um operador ja
      *> cadastrado e de supervisor -- e o que amplia o alcance dele.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  OPER-VALIDADE         PIC 9(08).
           05  OPER-FALHAS           PIC 9(02).
           05  OPER-BLOQUEADO        PIC X(01).
           05  OPER-EMPRESAS.
               10  OPER-EMPRESA-AUT  PIC X(02) OCCURS 10 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-OPER-FS                PIC X(02) VALUE SPACES.
       01  WS-NOME                   PIC X(40) VALUE SPACES.
       01  WS-FUNCOES                PIC X(10) VALUE SPACES.
       01  WS-SENHA-INICIAL          PIC X(10) VALUE SPACES.
       01  WS-EMPRESAS.
           05  WS-EMPRESA-AUT        PIC X(02) OCCURS 10 TIMES.
       01  WS-I                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-EMPRESAS-VALIDAS       PIC X(01) VALUE "S".
           88  WS-EMPRESAS-OK                   VALUE "S".

      *> Desbloqueio e reset de senha exigem supervisor (funcao S),
      *> como as outras operacoes de excecao da casa.
           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           ACCEPT WS-NOME

           DISPLAY "FUNCOES PERMITIDAS (C/Q/M/H/S CONCATENADAS): "
           ACCEPT WS-FUNCOES

           DISPLAY "EMPRESAS AUTORIZADAS (CODIGOS DE 2 DIGITOS "
               "EMENDADOS, EX. 0103; EM BRANCO = TODAS): "
           MOVE SPACES TO WS-EMPRESAS
           ACCEPT WS-EMPRESAS
           PERFORM 1100-CONFERIR-EMPRESAS.

      *> Lista sem buracos, so codigos numericos de empresa: "00" e
      *> o "todas" dos programas de lote, nao uma empresa.
       1100-CONFERIR-EMPRESAS SECTION.
           MOVE "S" TO WS-EMPRESAS-VALIDAS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               IF WS-EMPRESA-AUT(WS-I) = SPACES
                   IF WS-I < 10
                       IF WS-EMPRESAS(WS-I * 2 + 1:) NOT = SPACES
                           MOVE "N" TO WS-EMPRESAS-VALIDAS
                       END-IF
                   END-IF
               ELSE
                   IF WS-EMPRESA-AUT(WS-I) NOT NUMERIC
                           OR WS-EMPRESA-AUT(WS-I) = "00"
                       MOVE "N" TO WS-EMPRESAS-VALIDAS
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-EMPRESAS-OK
               DISPLAY "ERRO: LISTA DE EMPRESAS INVALIDA ("
                   FUNCTION TRIM(WS-EMPRESAS) ")"
           END-IF.

       2000-INCLUIR SECTION.
           PERFORM 1000-LER-DADOS
           IF NOT WS-EMPRESAS-OK
               EXIT SECTION
           END-IF

           DISPLAY "SENHA INICIAL (TROCA OBRIGATORIA NO 1o USO): "
           ACCEPT WS-SENHA-INICIAL
           MOVE 0                TO OPER-VALIDADE
           MOVE 0                TO OPER-FALHAS
           MOVE "N"              TO OPER-BLOQUEADO
           MOVE WS-EMPRESAS      TO OPER-EMPRESAS

           WRITE OPER-REC
               INVALID KEY
           END-READ

           PERFORM 1000-LER-DADOS
           IF NOT WS-EMPRESAS-OK
               EXIT SECTION
           END-IF

           IF WS-EMPRESAS NOT = OPER-EMPRESAS
               DISPLAY "LISTA DE EMPRESAS ALTERADA - EXIGE SUPERVISOR"
               PERFORM 5500-EXIGIR-SUPERVISOR
               READ OPERADOR-FILE
                   INVALID KEY
                       DISPLAY "ERRO: OPERADOR NAO CADASTRADO"
                       EXIT SECTION
               END-READ
           END-IF

           MOVE WS-NOME     TO OPER-NOME
           MOVE WS-FUNCOES  TO OPER-FUNCOES
           MOVE WS-EMPRESAS TO OPER-EMPRESAS
           MOVE "S"         TO OPER-ATIVO
           REWRITE OPER-REC
           END-REWRITE
           DISPLAY "OPERADOR ALTERADO: " WS-ID.
           DISPLAY "NOME:      " OPER-NOME
           DISPLAY "ATIVO:     " OPER-ATIVO
           DISPLAY "FUNCOES:   " OPER-FUNCOES
           IF OPER-EMPRESAS = SPACES
               DISPLAY "EMPRESAS:  TODAS"
           ELSE
               DISPLAY "EMPRESAS:  " OPER-EMPRESAS
           END-IF
           DISPLAY "VALIDADE:  " OPER-VALIDADE
           DISPLAY "FALHAS:    " OPER-FALHAS
           DISPLAY "BLOQUEADO: " OPER-BLOQUEADO.
