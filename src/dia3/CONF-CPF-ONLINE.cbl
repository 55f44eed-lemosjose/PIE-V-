           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

      *> Bandeira de quiesce da janela de batch (JANELA-CONTROLE):
      *> com a bandeira de pe os arquivos do CPF estao em manutencao
