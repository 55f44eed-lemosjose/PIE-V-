       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIX-EMV.

      *> Payload EMV do QR Code PIX (BR Code do Banco Central) para o
      *> boleto hibrido: o mesmo titulo pode ser pago pelo codigo de
      *> barras ou pelo QR. Campos na ordem do manual do BR Code --
      *> 00 formato, 01 ponto de iniciacao ("12", uso unico),
      *> 26 conta do recebedor (GUI br.gov.bcb.pix + chave ou
      *> location), 52 MCC, 53 moeda 986, 54 valor, 58 pais, 59 nome,
      *> 60 cidade, 62 txid -- fechados pelo 63 com o CRC16 de todo o
      *> payload ate o "6304" inclusive. Ver pix_emv.cpy.
      *>
      *> O CRC16 e feito bit a bit numa tabela de 16 posicoes (bit 1
      *> = mais significativo): sem operador de bits, o ou-exclusivo
      *> e a troca do bit.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BUF                    PIC X(300) VALUE SPACES.
       01  WS-PTR                    PIC 9(03) VALUE 1.
       01  WS-SUB                    PIC X(120) VALUE SPACES.
       01  WS-SUB-PTR                PIC 9(03) VALUE 1.
       01  WS-ESTOUROU               PIC X(01) VALUE "N".

       01  WS-CAMPO-ID               PIC X(02) VALUE SPACES.
       01  WS-CAMPO-VALOR            PIC X(120) VALUE SPACES.
       01  WS-CAMPO-TAM              PIC 9(03) VALUE 0.
       01  WS-CAMPO-TAM-ED           PIC 9(02) VALUE 0.
       01  WS-CAMPO-DESTINO          PIC X(01) VALUE "P".

       01  WS-VALOR                  PIC 9(13)V99 VALUE 0.
       01  WS-VALOR-ED               PIC Z(12)9.99.

       01  WS-CRC-BITS.
           05  WS-CRC-BIT            PIC 9(01) OCCURS 16 TIMES.
       01  WS-CRC-TAM                PIC 9(03) VALUE 0.
       01  WS-BYTE                   PIC 9(03) VALUE 0.
       01  WS-BIT                    PIC 9(01) VALUE 0.
       01  WS-TOPO                   PIC 9(01) VALUE 0.
       01  WS-NIBBLE                 PIC 9(02) VALUE 0.
       01  WS-I                      PIC 9(03) VALUE 0.
       01  WS-J                      PIC 9(02) VALUE 0.
       01  WS-HEX                    PIC X(16)
               VALUE "0123456789ABCDEF".

       LINKAGE SECTION.
       COPY "pix_emv.cpy".

       PROCEDURE DIVISION USING PIX-EMV-PARAMS.
       0000-MAINLINE SECTION.
           MOVE SPACES TO PIX-PAYLOAD
           MOVE SPACES TO PIX-CRC
           MOVE 0      TO PIX-PAYLOAD-TAM
           IF PIX-CHAVE = SPACES AND PIX-LOCATION = SPACES
               MOVE "SCH" TO PIX-STATUS
               GOBACK
           END-IF
           IF PIX-NOME = SPACES OR PIX-CIDADE = SPACES
               MOVE "SNC" TO PIX-STATUS
               GOBACK
           END-IF
           MOVE "OK" TO PIX-STATUS
           MOVE "N"  TO WS-ESTOUROU

           PERFORM 1000-MONTAR
           IF WS-ESTOUROU = "S" OR WS-PTR > 257
               MOVE "TAM" TO PIX-STATUS
               GOBACK
           END-IF

           COMPUTE PIX-PAYLOAD-TAM = WS-PTR - 1
           MOVE WS-BUF(1:PIX-PAYLOAD-TAM) TO PIX-PAYLOAD
           GOBACK.

       1000-MONTAR SECTION.
           MOVE SPACES TO WS-BUF
           MOVE 1 TO WS-PTR
           MOVE "P" TO WS-CAMPO-DESTINO

           MOVE "00" TO WS-CAMPO-ID
           MOVE "01" TO WS-CAMPO-VALOR
           PERFORM 8000-ANEXAR
           MOVE "01" TO WS-CAMPO-ID
           MOVE "12" TO WS-CAMPO-VALOR
           PERFORM 8000-ANEXAR

      *> 26: conta do recebedor -- location do PSP tem precedencia.
           MOVE SPACES TO WS-SUB
           MOVE 1 TO WS-SUB-PTR
           MOVE "S" TO WS-CAMPO-DESTINO
           MOVE "00" TO WS-CAMPO-ID
           MOVE "br.gov.bcb.pix" TO WS-CAMPO-VALOR
           PERFORM 8000-ANEXAR
           IF PIX-LOCATION NOT = SPACES
               MOVE "25" TO WS-CAMPO-ID
               MOVE PIX-LOCATION TO WS-CAMPO-VALOR
           ELSE
               MOVE "01" TO WS-CAMPO-ID
               MOVE PIX-CHAVE TO WS-CAMPO-VALOR
           END-IF
           PERFORM 8000-ANEXAR
           MOVE "P" TO WS-CAMPO-DESTINO
           MOVE "26" TO WS-CAMPO-ID
           MOVE WS-SUB TO WS-CAMPO-VALOR
           PERFORM 8000-ANEXAR

           MOVE "52" TO WS-CAMPO-ID
           MOVE "0000" TO WS-CAMPO-VALOR
           PERFORM 8000-ANEXAR
           MOVE "53" TO WS-CAMPO-ID
           MOVE "986" TO WS-CAMPO-VALOR
           PERFORM 8000-ANEXAR

      *> Valor com ponto decimal e sem zeros a esquerda; zero deixa o
      *> valor em aberto para o pagador digitar, e titulo nao sai
      *> assim -- o campo so vai quando ha valor.
           IF PIX-VALOR-CENT > 0
               COMPUTE WS-VALOR = PIX-VALOR-CENT / 100
               MOVE WS-VALOR TO WS-VALOR-ED
               MOVE "54" TO WS-CAMPO-ID
               MOVE FUNCTION TRIM(WS-VALOR-ED) TO WS-CAMPO-VALOR
               PERFORM 8000-ANEXAR
           END-IF

           MOVE "58" TO WS-CAMPO-ID
           MOVE "BR" TO WS-CAMPO-VALOR
           PERFORM 8000-ANEXAR
           MOVE "59" TO WS-CAMPO-ID
           MOVE PIX-NOME TO WS-CAMPO-VALOR
           PERFORM 8000-ANEXAR
           MOVE "60" TO WS-CAMPO-ID
           MOVE PIX-CIDADE TO WS-CAMPO-VALOR
           PERFORM 8000-ANEXAR

      *> 62: txid do titulo ("***" quando nao informado).
           MOVE SPACES TO WS-SUB
           MOVE 1 TO WS-SUB-PTR
           MOVE "S" TO WS-CAMPO-DESTINO
           MOVE "05" TO WS-CAMPO-ID
           IF PIX-TXID NOT = SPACES
               MOVE PIX-TXID TO WS-CAMPO-VALOR
           ELSE
               MOVE "***" TO WS-CAMPO-VALOR
           END-IF
           PERFORM 8000-ANEXAR
           MOVE "P" TO WS-CAMPO-DESTINO
           MOVE "62" TO WS-CAMPO-ID
           MOVE WS-SUB TO WS-CAMPO-VALOR
           PERFORM 8000-ANEXAR

      *> 63: o CRC cobre o proprio "6304".
           STRING "6304" DELIMITED BY SIZE
               INTO WS-BUF WITH POINTER WS-PTR
               ON OVERFLOW
                   MOVE "S" TO WS-ESTOUROU
           END-STRING
           IF WS-ESTOUROU = "S"
               EXIT SECTION
           END-IF
           COMPUTE WS-CRC-TAM = WS-PTR - 1
           PERFORM 7000-CRC16
           STRING PIX-CRC DELIMITED BY SIZE
               INTO WS-BUF WITH POINTER WS-PTR
               ON OVERFLOW
                   MOVE "S" TO WS-ESTOUROU
           END-STRING.

       7000-CRC16 SECTION.
      *> CRC16-CCITT: inicial FFFF, polinomio 1021, sem reflexao.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 16
               MOVE 1 TO WS-CRC-BIT(WS-J)
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CRC-TAM
               COMPUTE WS-BYTE = FUNCTION ORD(WS-BUF(WS-I:1)) - 1
               PERFORM 7100-XOR-BYTE
               PERFORM 7200-DESLOCAR 8 TIMES
           END-PERFORM

           MOVE SPACES TO PIX-CRC
           PERFORM VARYING WS-J FROM 1 BY 4 UNTIL WS-J > 16
               COMPUTE WS-NIBBLE = WS-CRC-BIT(WS-J) * 8
                   + WS-CRC-BIT(WS-J + 1) * 4
                   + WS-CRC-BIT(WS-J + 2) * 2
                   + WS-CRC-BIT(WS-J + 3)
               MOVE WS-HEX(WS-NIBBLE + 1:1)
                   TO PIX-CRC((WS-J + 3) / 4:1)
           END-PERFORM.

       7100-XOR-BYTE SECTION.
      *> O byte entra na metade alta do CRC (bits 1 a 8).
           PERFORM VARYING WS-J FROM 8 BY -1 UNTIL WS-J < 1
               DIVIDE WS-BYTE BY 2 GIVING WS-BYTE REMAINDER WS-BIT
               IF WS-BIT = 1
                   PERFORM 7300-INVERTER-BIT
               END-IF
           END-PERFORM.

       7200-DESLOCAR SECTION.
           MOVE WS-CRC-BIT(1) TO WS-TOPO
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 15
               MOVE WS-CRC-BIT(WS-J + 1) TO WS-CRC-BIT(WS-J)
           END-PERFORM
           MOVE 0 TO WS-CRC-BIT(16)
      *> Saiu bit 1 pela esquerda: ou-exclusivo com 1021 (bits 4, 11
      *> e 16).
           IF WS-TOPO = 1
               MOVE 4 TO WS-J
               PERFORM 7300-INVERTER-BIT
               MOVE 11 TO WS-J
               PERFORM 7300-INVERTER-BIT
               MOVE 16 TO WS-J
               PERFORM 7300-INVERTER-BIT
           END-IF.

       7300-INVERTER-BIT SECTION.
           IF WS-CRC-BIT(WS-J) = 1
               MOVE 0 TO WS-CRC-BIT(WS-J)
           ELSE
               MOVE 1 TO WS-CRC-BIT(WS-J)
           END-IF.

       8000-ANEXAR SECTION.
      *> ID + tamanho (2 digitos) + valor sem os brancos a direita,
      *> no payload ("P") ou no subcampo em montagem ("S").
           IF WS-CAMPO-VALOR = SPACES
               EXIT SECTION
           END-IF
           COMPUTE WS-CAMPO-TAM = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CAMPO-VALOR TRAILING))
           IF WS-CAMPO-TAM > 99
               MOVE "S" TO WS-ESTOUROU
               EXIT SECTION
           END-IF
           MOVE WS-CAMPO-TAM TO WS-CAMPO-TAM-ED
           IF WS-CAMPO-DESTINO = "S"
               STRING
                   WS-CAMPO-ID                    DELIMITED BY SIZE
                   WS-CAMPO-TAM-ED                DELIMITED BY SIZE
                   WS-CAMPO-VALOR(1:WS-CAMPO-TAM) DELIMITED BY SIZE
                   INTO WS-SUB WITH POINTER WS-SUB-PTR
                   ON OVERFLOW
                       MOVE "S" TO WS-ESTOUROU
               END-STRING
           ELSE
               STRING
                   WS-CAMPO-ID                    DELIMITED BY SIZE
                   WS-CAMPO-TAM-ED                DELIMITED BY SIZE
                   WS-CAMPO-VALOR(1:WS-CAMPO-TAM) DELIMITED BY SIZE
                   INTO WS-BUF WITH POINTER WS-PTR
                   ON OVERFLOW
                       MOVE "S" TO WS-ESTOUROU
               END-STRING
           END-IF.
