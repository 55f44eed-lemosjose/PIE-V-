           05  WS-SIGNON-FUNCAO      PIC X(01).
           05  WS-SIGNON-STATUS      PIC X(03).
           05  WS-SIGNON-NOME        PIC X(40).
           05  WS-SIGNON-EMPRESA     PIC X(02) VALUE SPACES.

       *> CPF mascarado para fins de LGPD: só os 2 últimos dígitos
       *> ficam visíveis, o restante é ocultado com asteriscos.
