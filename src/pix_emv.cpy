      *> Contrato do PIX-EMV: monta o payload EMV (BR Code) do QR
      *> dinamico do PIX para um titulo -- chave ou location do PSP,
      *> nome e cidade do recebedor, txid e valor em centavos -- com o
      *> CRC16 (CCITT, polinomio 1021, inicial FFFF) no campo 63.
      *>
      *> PIX-LOCATION preenchido manda o location (campo 26.25, QR
      *> dinamico do PSP); senao vai a chave (campo 26.01). Txid so
      *> letras e numeros, ate 25 posicoes.
      *>
      *> PIX-STATUS: "OK" payload montado; "SCH" sem chave nem
      *> location; "SNC" sem nome ou cidade do recebedor; "TAM"
      *> payload passaria de 256 posicoes (nada e devolvido).
       01  PIX-EMV-PARAMS.
           05  PIX-CHAVE             PIC X(77).
           05  PIX-LOCATION          PIC X(77).
           05  PIX-NOME              PIC X(25).
           05  PIX-CIDADE            PIC X(15).
           05  PIX-TXID              PIC X(25).
           05  PIX-VALOR-CENT        PIC 9(15).
           05  PIX-PAYLOAD           PIC X(256).
           05  PIX-PAYLOAD-TAM       PIC 9(03).
           05  PIX-CRC               PIC X(04).
           05  PIX-STATUS            PIC X(03).
