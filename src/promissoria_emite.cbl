       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMISSORIA-EMITE.

      *> Nota promissoria (emprestimo a funcionario, acordo de
      *> parcelamento) e recibo de pagamento em especie, no lugar do
      *> modelo preenchido a maquina pela tesouraria e pelo juridico.
      *> Cada linha do PROMIS-IN vira um documento numerado: NP +
      *> sequencia para a nota, RC + sequencia para o recibo, as duas
      *> do mesmo PROMIS-NUM-PROX. O valor sai por extenso pelo
      *> EXT-MOEDA e as datas pelo EXT-DATA.
      *>
      *> Partes do documento, pelo lado do dinheiro:
      *>   PAGADOR   - na nota e o emitente, o devedor que assina e
      *>               promete pagar; no recibo e quem pagou;
      *>   RECEBEDOR - na nota e o beneficiario, a quem (ou a cuja
      *>               ordem) se paga; no recibo e quem recebeu e
      *>               assina a quitacao.
      *> Parte sem CPF/CNPJ na transacao e a propria empresa da
      *> rodada (CNPJ e razao social do EMPRESA-CADASTRO): a nota do
      *> emprestimo ao funcionario vem so com o devedor, o recibo do
      *> pagamento em especie so com quem recebeu. Documento
      *> informado passa pelo CALC-DIG_CPF / CALC-DIG-CNPJ.
      *>
      *> Cada documento emitido entra no PROMIS-REG (indexado pelo
      *> numero); a mesma transacao (tipo, partes, valor, vencimento
      *> e referencia) ja registrada e recusada -- reprocessar o
      *> PROMIS-IN nao emite a mesma nota duas vezes.
      *>
      *> Saida pelo handoff do gerador de PDF, no layout do
      *> EXTENSO-HANDOFF em arquivo proprio (PROMIS-HANDOFF-Enn), para
      *> o BOLETO-EMIT nao tomar nota por boleto a emitir; o
      *> HANDOFF-ACK cruza o retorno com HANDOFF-PREFIXO =
      *> "PROMIS-HANDOFF". O texto do documento, ja quebrado em
      *> linhas, vai no PROMIS-LINHAS-Enn, ligado ao handoff pelo
      *> numero do documento.
      *>
      *> O PARCELAS-GEN grava uma nota por parcela neste PROMIS-IN
      *> quando o cronograma pede promissorias.
      *>
      *> Recusas (RETURN-CODE 4): tipo invalido, empresa divergente,
      *> CPF/CNPJ invalido, parte sem nome, valor, vencimento ou
      *> emissao invalidos, praca em branco e documento ja emitido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMIS-IN-FILE ASSIGN TO "PROMIS-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-FS.
           SELECT PROMIS-REG-FILE ASSIGN TO "PROMIS-REG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-DOC
               ALTERNATE RECORD KEY IS PRG-ORIGEM
               FILE STATUS IS WS-PRG-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT PROMIS-NUM-FILE ASSIGN TO "PROMIS-NUM-PROX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUM-FS.
           SELECT PROMIS-HANDOFF-FILE
               ASSIGN TO DYNAMIC WS-NOME-HANDOFF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMIS-LINHAS-FILE ASSIGN TO DYNAMIC WS-NOME-LINHAS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> TIPO "N" nota promissoria, "R" recibo. Tipo de documento
      *> "F" = CPF (11 digitos com zeros a esquerda), "J" = CNPJ;
      *> documento em branco = a empresa da rodada. Valor no formato
      *> da folha ("1.500,00"); datas AAAAMMDD. Vencimento so na
      *> nota -- em branco, nota a vista; emissao em branco = hoje;
      *> empresa em branco = a da rodada. PRACA e o lugar de
      *> pagamento da nota e o lugar de emissao dos dois.
       FD  PROMIS-IN-FILE.
       01  PRIN-REC.
           05  PRIN-TIPO             PIC X(01).
           05  PRIN-EMPRESA          PIC X(02).
           05  PRIN-PAGADOR-NOME     PIC X(40).
           05  PRIN-PAGADOR-TIPO     PIC X(01).
           05  PRIN-PAGADOR-DOC      PIC X(14).
           05  PRIN-RECEBEDOR-NOME   PIC X(40).
           05  PRIN-RECEBEDOR-TIPO   PIC X(01).
           05  PRIN-RECEBEDOR-DOC    PIC X(14).
           05  PRIN-VALOR            PIC X(15).
           05  PRIN-VENCIMENTO       PIC X(08).
           05  PRIN-EMISSAO          PIC X(08).
           05  PRIN-PRACA            PIC X(30).
           05  PRIN-REFERENCIA       PIC X(60).

      *> Um registro por documento emitido. PRG-ORIGEM identifica a
      *> transacao que o gerou (chave alternativa unica). Valor em
      *> centavos; vencimento zerado = nota a vista ou recibo.
      *> STATUS "E" = emitido.
       FD  PROMIS-REG-FILE.
       01  PRG-REC.
           05  PRG-DOC               PIC X(10).
           05  PRG-ORIGEM.
               10  PRG-TIPO          PIC X(01).
               10  PRG-EMPRESA       PIC X(02).
               10  PRG-PAGADOR-TIPO  PIC X(01).
               10  PRG-PAGADOR-DOC   PIC 9(14).
               10  PRG-RECEBEDOR-TIPO PIC X(01).
               10  PRG-RECEBEDOR-DOC PIC 9(14).
               10  PRG-VALOR         PIC 9(15).
               10  PRG-VENCIMENTO    PIC 9(08).
               10  PRG-REFERENCIA    PIC X(60).
           05  PRG-PAGADOR-NOME      PIC X(40).
           05  PRG-RECEBEDOR-NOME    PIC X(40).
           05  PRG-EMISSAO           PIC 9(08).
           05  PRG-PRACA             PIC X(30).
           05  PRG-STATUS            PIC X(01).
           05  PRG-DATA-REGISTRO     PIC 9(08).

       FD  EMPRESA-FILE.
       01  EMPRESA-REC.
           05  EMP-CODIGO            PIC X(02).
           05  EMP-NOME              PIC X(30).
           05  EMP-CNPJ              PIC 9(14).
           05  EMP-BANCO             PIC X(03).
           05  EMP-AGENCIA           PIC 9(04).
           05  EMP-CONTA             PIC 9(08).
           05  EMP-CONVENIO          PIC X(20).
           05  EMP-CARTEIRA          PIC X(02).

       FD  PROMIS-NUM-FILE.
       01  PROMIS-NUM-REC            PIC 9(08).

      *> Mesmo layout do EXTENSO-HANDOFF: o gerador de PDF le os dois
      *> do mesmo jeito. BENEFICIARIO e o recebedor, VENCIMENTO o da
      *> nota (no recibo e na nota a vista, a data de emissao) e o
      *> PAGADOR o devedor da nota ou quem pagou o recibo.
       FD  PROMIS-HANDOFF-FILE.
       01  HANDOFF-REC.
           05  HANDOFF-DOC           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-VALOR         PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-VALOR-FMT     PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-TEXTO         PIC X(256).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-BENEFICIARIO  PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-VENCIMENTO    PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-STATUS        PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-TEXTO-CONT    PIC X(256).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-VENC-AJUST    PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-EMPRESA-NOME  PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-CAMBIO-DATA   PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HANDOFF-PAGADOR-TIPO  PIC X(01).
           05  HANDOFF-PAGADOR-DOC   PIC X(14).
       01  HANDOFF-TRAILER-REC       PIC X(80).

      *> Texto do documento como vai impresso, uma linha por
      *> registro, na ordem de LIN-SEQ.
       FD  PROMIS-LINHAS-FILE.
       01  LIN-REC.
           05  LIN-DOC               PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LIN-SEQ               PIC 9(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LIN-TEXTO             PIC X(100).
       01  LIN-TRAILER-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-PIN-OK                        VALUE "00".
       01  WS-PRG-FS                 PIC X(02) VALUE SPACES.
           88  WS-PRG-OK                        VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-NUM-FS                 PIC X(02) VALUE SPACES.
           88  WS-NUM-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-AUX                PIC X(01) VALUE "N".

       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-EMPRESA-NOME           PIC X(30) VALUE SPACES.
       01  WS-EMPRESA-CNPJ           PIC 9(14) VALUE ZEROS.
       01  WS-NOME-HANDOFF           PIC X(22) VALUE SPACES.
       01  WS-NOME-LINHAS            PIC X(22) VALUE SPACES.
       01  WS-PROMIS-PROX            PIC 9(08) VALUE 1.
       01  WS-DOC-NUMERO             PIC X(10) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-MOTIVO                 PIC X(40) VALUE SPACES.
       01  WS-MOTIVO-PARTE           PIC X(40) VALUE SPACES.

      *> Documento corrente, ja criticado.
       01  WS-PAGADOR-NOME           PIC X(40) VALUE SPACES.
       01  WS-PAGADOR-TIPO           PIC X(01) VALUE SPACE.
       01  WS-PAGADOR-DOC            PIC 9(14) VALUE ZEROS.
       01  WS-PAGADOR-FMT            PIC X(23) VALUE SPACES.
       01  WS-RECEBEDOR-NOME         PIC X(40) VALUE SPACES.
       01  WS-RECEBEDOR-TIPO         PIC X(01) VALUE SPACE.
       01  WS-RECEBEDOR-DOC          PIC 9(14) VALUE ZEROS.
       01  WS-RECEBEDOR-FMT          PIC X(23) VALUE SPACES.
       01  WS-VALOR                  PIC S9(15) VALUE ZEROS.
       01  WS-VENCIMENTO             PIC 9(08) VALUE ZEROS.
       01  WS-EMISSAO                PIC 9(08) VALUE ZEROS.
       01  WS-VENC-BR                PIC X(10) VALUE SPACES.
       01  WS-EMISSAO-BR             PIC X(10) VALUE SPACES.
       01  WS-VENC-EXTENSO           PIC X(256) VALUE SPACES.
       01  WS-EMISSAO-EXTENSO        PIC X(256) VALUE SPACES.
       01  WS-VALOR-EXTENSO          PIC X(512) VALUE SPACES.

      *> Critica de uma parte (pagador ou recebedor): entra tipo,
      *> documento e nome da transacao, sai o documento numerico e
      *> formatado, ou a empresa da rodada quando o documento vem em
      *> branco.
       01  WS-PARTE-NOME             PIC X(40) VALUE SPACES.
       01  WS-PARTE-TIPO             PIC X(01) VALUE SPACE.
       01  WS-PARTE-DOC-X            PIC X(14) VALUE SPACES.
       01  WS-PARTE-DOC              PIC 9(14) VALUE ZEROS.
       01  WS-PARTE-DOC-R REDEFINES WS-PARTE-DOC.
           05  WS-PARTE-CNPJ-12      PIC 9(12).
           05  WS-PARTE-DV           PIC 9(02).
       01  WS-PARTE-CPF-R REDEFINES WS-PARTE-DOC.
           05  FILLER                PIC 9(03).
           05  WS-PARTE-CPF-9        PIC 9(09).
           05  FILLER                PIC 9(02).
       01  WS-PARTE-FMT              PIC X(23) VALUE SPACES.

       01  WS-CPF-PARAMS.
           05  WS-CPF-9              PIC 9(09).
           05  WS-CPF-DIGITOS-RES    PIC 9(02).
           05  WS-CPF-STATUS         PIC X(03).
           05  WS-CPF-FORMATADO      PIC X(14).

       01  WS-CNPJ-PARAMS.
           05  WS-CNPJ-12            PIC 9(12).
           05  WS-CNPJ-DIGITOS-RES   PIC 9(02).
           05  WS-CNPJ-STATUS        PIC X(03).
           05  WS-CNPJ-FORMATADO     PIC X(18).

      *> Paragrafo do corpo do documento, quebrado em linhas de 100
      *> posicoes sem partir palavra.
       01  WS-PARAGRAFO              PIC X(1200) VALUE SPACES.
       01  WS-CORPO                  PIC X(1200) VALUE SPACES.
       01  WS-LINHA                  PIC X(100)  VALUE SPACES.
       01  WS-PAR-TAM                PIC 9(04) COMP-5 VALUE 0.
       01  WS-PAR-INI                PIC 9(04) COMP-5 VALUE 0.
       01  WS-PAR-QTD                PIC 9(04) COMP-5 VALUE 0.
       01  WS-PAR-POS                PIC 9(04) COMP-5 VALUE 0.
       01  WS-LIN-SEQ                PIC 9(02) VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NOTAS          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RECIBOS        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RECUSADOS      PIC 9(07) VALUE ZEROS.
       01  WS-QTD-EMITIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-EMITIDO          PIC S9(15) VALUE ZEROS.

      *> Valor "1.500,00" para centavos, a mesma conta do
      *> PAYROLL-RUN.
       01  WS-VALOR-PARSE            PIC X(40).
       01  WS-VALOR-TRIM             PIC X(40).
       01  WS-VALOR-NODOT            PIC X(40).
       01  WS-POS-VIRGULA            PIC 99 COMP-5 VALUE 0.
       01  WS-VAL-INT-PART           PIC X(30).
       01  WS-VAL-CENT-PART          PIC X(10).
       01  WS-VAL-REAIS              PIC 9(13) COMP-5.
       01  WS-VAL-CENTS              PIC 9(4) COMP-5.
       01  WS-VAL-CH                 PIC X(1).
       01  WS-VAL-LEN                PIC 99 COMP-5.
       01  WS-I                      PIC 99 COMP-5.
       01  WS-VAL-NEGATIVO           PIC X(01) VALUE "N".
           88  WS-VAL-E-NEGATIVO                VALUE "S".
       01  WS-VAL-CENTAVOS-REG       PIC S9(15) COMP-5 VALUE 0.

       01  WS-FMT-REAIS              PIC 9(13) VALUE 0.
       01  WS-FMT-CENTS              PIC 9(02) VALUE 0.
       01  WS-FMT-REAIS-ED           PIC Z(12)9.
       01  WS-FMT-CENTS-ED           PIC 9(02).
       01  WS-FMT-ENTRADA            PIC S9(15) VALUE 0.
       01  WS-FMT-ABS                PIC 9(15) VALUE 0.
       01  WS-FMT-SINAL              PIC X(01) VALUE SPACE.
       01  WS-FMT-SAIDA              PIC X(15) VALUE SPACES.

       01  WS-DATA-ISO               PIC 9(08) VALUE 0.
       01  WS-DATA-ISO-X REDEFINES WS-DATA-ISO.
           05  WS-DI-ANO             PIC 9(04).
           05  WS-DI-MES             PIC 9(02).
           05  WS-DI-DIA             PIC 9(02).
       01  WS-DATA-BR                PIC X(10) VALUE SPACES.

       01  WS-MOEDA-IN.
           05  WS-MOEDA-VALOR        PIC X(40).
           05  WS-MOEDA-COD          PIC X(3).
           05  WS-MOEDA-FORMATO      PIC X(2).
           05  WS-MOEDA-IDIOMA       PIC X(2).
           05  WS-MOEDA-ANTIFRAUDE   PIC X(1).
           05  WS-MOEDA-CASO         PIC X(1)   VALUE SPACES.
       01  WS-MOEDA-OUT.
           05  WS-MOEDA-TEXTO        PIC X(256).
           05  WS-MOEDA-STATUS       PIC X(3).
           05  WS-MOEDA-VALOR-FMT    PIC X(30).
           05  WS-MOEDA-TEXTO-CONT   PIC X(256).

       01  WS-DATA-IN.
           05  WS-DATA-DIA           PIC 9(2).
           05  WS-DATA-MES           PIC 9(2).
           05  WS-DATA-ANO           PIC 9(4).
           05  WS-DATA-CASO          PIC X(1)   VALUE SPACES.
           05  WS-DATA-IDIOMA        PIC X(2)   VALUE SPACES.
       01  WS-DATA-OUT.
           05  WS-DATA-TEXTO         PIC X(256).
           05  WS-DATA-STATUS        PIC X(3).
           05  WS-DATA-DIA-SEMANA    PIC X(14).

       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL WS-FIM-ARQUIVO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "PROMIS-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN INPUT PROMIS-IN-FILE
           IF NOT WS-PIN-OK
               DISPLAY "PROMISSORIA-EMITE: PROMIS-IN NAO ENCONTRADO, "
                   "NENHUM DOCUMENTO A EMITIR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PROMIS-REG-FILE
           IF NOT WS-PRG-OK
               OPEN OUTPUT PROMIS-REG-FILE
               CLOSE PROMIS-REG-FILE
               OPEN I-O PROMIS-REG-FILE
           END-IF
           IF NOT WS-PRG-OK
               DISPLAY "PROMISSORIA-EMITE: PROMIS-REG INDISPONIVEL "
                   "(STATUS=" WS-PRG-FS ")"
               CLOSE PROMIS-IN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-LER-EMPRESA

           OPEN INPUT PROMIS-NUM-FILE
           IF WS-NUM-OK
               READ PROMIS-NUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROMIS-NUM-REC TO WS-PROMIS-PROX
               END-READ
               CLOSE PROMIS-NUM-FILE
           END-IF

           MOVE SPACES TO WS-NOME-HANDOFF
           STRING "PROMIS-HANDOFF-E" WS-EMPRESA
               DELIMITED BY SIZE INTO WS-NOME-HANDOFF
           END-STRING
           MOVE SPACES TO WS-NOME-LINHAS
           STRING "PROMIS-LINHAS-E" WS-EMPRESA
               DELIMITED BY SIZE INTO WS-NOME-LINHAS
           END-STRING
           OPEN OUTPUT PROMIS-HANDOFF-FILE
           OPEN OUTPUT PROMIS-LINHAS-FILE

           PERFORM 1100-LER-PROXIMO.

       1100-LER-PROXIMO SECTION.
           READ PROMIS-IN-FILE
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
           END-READ.

       1200-LER-EMPRESA SECTION.
      *> Razao social e CNPJ da empresa da rodada: parte do documento
      *> quando a transacao nao traz o CPF/CNPJ dela.
           MOVE "EMPRESA" TO WS-EMPRESA-NOME
           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = "S"
               READ EMPRESA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-AUX
                   NOT AT END
                       IF EMP-CODIGO = WS-EMPRESA
                           MOVE EMP-NOME TO WS-EMPRESA-NOME
                           MOVE EMP-CNPJ TO WS-EMPRESA-CNPJ
                           MOVE "S" TO WS-EOF-AUX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE.

       2000-PROCESSAR SECTION.
           IF PRIN-REC = SPACES OR PRIN-REC(1:1) = "*"
               SUBTRACT 1 FROM WS-QTD-LIDOS
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-MOTIVO
           PERFORM 2100-CRITICAR
           IF WS-MOTIVO = SPACES
               PERFORM 2300-REGISTRAR
           END-IF
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR
               PERFORM 1100-LER-PROXIMO
               EXIT SECTION
           END-IF

           IF PRIN-TIPO = "N"
               PERFORM 3000-MONTAR-NOTA
               ADD 1 TO WS-QTD-NOTAS
           ELSE
               PERFORM 3500-MONTAR-RECIBO
               ADD 1 TO WS-QTD-RECIBOS
           END-IF
           PERFORM 4000-HANDOFF

           ADD 1 TO WS-QTD-EMITIDOS
           ADD WS-VALOR TO WS-TOTAL-EMITIDO
           PERFORM 1100-LER-PROXIMO.

       2100-CRITICAR SECTION.
           IF PRIN-TIPO NOT = "N" AND PRIN-TIPO NOT = "R"
               MOVE "TIPO DE DOCUMENTO INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           IF PRIN-EMPRESA NOT = SPACES
                   AND PRIN-EMPRESA NOT = "00"
                   AND PRIN-EMPRESA NOT = WS-EMPRESA
               MOVE "EMPRESA DIVERGENTE" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           MOVE PRIN-PAGADOR-NOME TO WS-PARTE-NOME
           MOVE PRIN-PAGADOR-TIPO TO WS-PARTE-TIPO
           MOVE PRIN-PAGADOR-DOC  TO WS-PARTE-DOC-X
           PERFORM 2150-CRITICAR-PARTE
           IF WS-MOTIVO NOT = SPACES
               MOVE WS-MOTIVO TO WS-MOTIVO-PARTE
               MOVE SPACES TO WS-MOTIVO
               STRING "PAGADOR: " WS-MOTIVO-PARTE
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
               EXIT SECTION
           END-IF
           MOVE WS-PARTE-NOME TO WS-PAGADOR-NOME
           MOVE WS-PARTE-TIPO TO WS-PAGADOR-TIPO
           MOVE WS-PARTE-DOC  TO WS-PAGADOR-DOC
           MOVE WS-PARTE-FMT  TO WS-PAGADOR-FMT

           MOVE PRIN-RECEBEDOR-NOME TO WS-PARTE-NOME
           MOVE PRIN-RECEBEDOR-TIPO TO WS-PARTE-TIPO
           MOVE PRIN-RECEBEDOR-DOC  TO WS-PARTE-DOC-X
           PERFORM 2150-CRITICAR-PARTE
           IF WS-MOTIVO NOT = SPACES
               MOVE WS-MOTIVO TO WS-MOTIVO-PARTE
               MOVE SPACES TO WS-MOTIVO
               STRING "RECEBEDOR: " WS-MOTIVO-PARTE
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
               EXIT SECTION
           END-IF
           MOVE WS-PARTE-NOME TO WS-RECEBEDOR-NOME
           MOVE WS-PARTE-TIPO TO WS-RECEBEDOR-TIPO
           MOVE WS-PARTE-DOC  TO WS-RECEBEDOR-DOC
           MOVE WS-PARTE-FMT  TO WS-RECEBEDOR-FMT
           IF WS-PAGADOR-TIPO = WS-RECEBEDOR-TIPO
                   AND WS-PAGADOR-DOC = WS-RECEBEDOR-DOC
               MOVE "PAGADOR E RECEBEDOR IGUAIS" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           MOVE PRIN-VALOR TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-VALOR
           IF WS-VALOR <= 0
               MOVE "VALOR INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           IF PRIN-PRACA = SPACES
               MOVE "PRACA NAO INFORMADA" TO WS-MOTIVO
               EXIT SECTION
           END-IF

      *> Datas por extenso; o EXT-DATA e tambem quem recusa o 30 de
      *> fevereiro.
           IF PRIN-EMISSAO = SPACES
               MOVE WS-DATA-HOJE TO WS-EMISSAO
           ELSE
               IF PRIN-EMISSAO IS NOT NUMERIC
                   MOVE "DATA DE EMISSAO INVALIDA" TO WS-MOTIVO
                   EXIT SECTION
               END-IF
               MOVE PRIN-EMISSAO TO WS-EMISSAO
           END-IF
           MOVE WS-EMISSAO TO WS-DATA-ISO
           PERFORM 8200-DATA-EXTENSO
           IF WS-DATA-STATUS NOT = "OK"
               MOVE "DATA DE EMISSAO INVALIDA" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE WS-DATA-TEXTO TO WS-EMISSAO-EXTENSO
           PERFORM 8100-EDITAR-DATA
           MOVE WS-DATA-BR    TO WS-EMISSAO-BR

           MOVE 0      TO WS-VENCIMENTO
           MOVE SPACES TO WS-VENC-EXTENSO
           MOVE WS-EMISSAO-BR TO WS-VENC-BR
           IF PRIN-TIPO = "N" AND PRIN-VENCIMENTO NOT = SPACES
               IF PRIN-VENCIMENTO IS NOT NUMERIC
                   MOVE "VENCIMENTO INVALIDO" TO WS-MOTIVO
                   EXIT SECTION
               END-IF
               MOVE PRIN-VENCIMENTO TO WS-VENCIMENTO
               IF WS-VENCIMENTO < WS-EMISSAO
                   MOVE "VENCIMENTO ANTERIOR A EMISSAO" TO WS-MOTIVO
                   EXIT SECTION
               END-IF
               MOVE WS-VENCIMENTO TO WS-DATA-ISO
               PERFORM 8200-DATA-EXTENSO
               IF WS-DATA-STATUS NOT = "OK"
                   MOVE "VENCIMENTO INVALIDO" TO WS-MOTIVO
                   EXIT SECTION
               END-IF
               MOVE WS-DATA-TEXTO TO WS-VENC-EXTENSO
               PERFORM 8100-EDITAR-DATA
               MOVE WS-DATA-BR    TO WS-VENC-BR
           END-IF

      *> Valor por extenso, corpo e continuacao juntos: o documento
      *> quebra as linhas por conta propria.
           MOVE WS-VALOR TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO WS-MOEDA-VALOR
           MOVE "BRL"        TO WS-MOEDA-COD
           MOVE "BR"         TO WS-MOEDA-FORMATO
           MOVE SPACES       TO WS-MOEDA-IDIOMA
           MOVE "N"          TO WS-MOEDA-ANTIFRAUDE
           CALL "EXT-MOEDA" USING WS-MOEDA-IN WS-MOEDA-OUT
           END-CALL
           IF WS-MOEDA-STATUS NOT = "OK"
               MOVE "VALOR INVALIDO" TO WS-MOTIVO
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-VALOR-EXTENSO
           STRING
               FUNCTION TRIM(WS-MOEDA-TEXTO)      DELIMITED BY SIZE
               " "                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOEDA-TEXTO-CONT) DELIMITED BY SIZE
               INTO WS-VALOR-EXTENSO
           END-STRING.

       2150-CRITICAR-PARTE SECTION.
      *> Sem documento: a empresa da rodada, com a razao social do
      *> cadastro quando a transacao nao traz outro nome.
           IF WS-PARTE-DOC-X = SPACES OR WS-PARTE-DOC-X = ZEROS
               MOVE "J"             TO WS-PARTE-TIPO
               MOVE WS-EMPRESA-CNPJ TO WS-PARTE-DOC
               IF WS-PARTE-NOME = SPACES
                   MOVE WS-EMPRESA-NOME TO WS-PARTE-NOME
               END-IF
               IF WS-PARTE-DOC = 0
                   MOVE "EMPRESA SEM CNPJ NO CADASTRO" TO WS-MOTIVO
                   EXIT SECTION
               END-IF
           ELSE
               IF WS-PARTE-DOC-X IS NOT NUMERIC
                   MOVE "CPF/CNPJ INVALIDO" TO WS-MOTIVO
                   EXIT SECTION
               END-IF
               MOVE WS-PARTE-DOC-X TO WS-PARTE-DOC
           END-IF
           IF WS-PARTE-NOME = SPACES
               MOVE "NOME NAO INFORMADO" TO WS-MOTIVO
               EXIT SECTION
           END-IF

           EVALUATE WS-PARTE-TIPO
               WHEN "F"
                   IF WS-PARTE-DOC > 99999999999
                       MOVE "CPF INVALIDO" TO WS-MOTIVO
                       EXIT SECTION
                   END-IF
                   MOVE WS-PARTE-CPF-9 TO WS-CPF-9
                   CALL "CALC-DIG_CPF" USING WS-CPF-PARAMS
                   END-CALL
                   IF WS-CPF-STATUS NOT = "OK"
                           OR WS-CPF-DIGITOS-RES NOT = WS-PARTE-DV
                       MOVE "CPF INVALIDO" TO WS-MOTIVO
                       EXIT SECTION
                   END-IF
                   MOVE "CPF "           TO WS-PARTE-FMT
                   MOVE WS-CPF-FORMATADO TO WS-PARTE-FMT(5:14)
               WHEN "J"
                   MOVE WS-PARTE-CNPJ-12 TO WS-CNPJ-12
                   CALL "CALC-DIG-CNPJ" USING WS-CNPJ-PARAMS
                   END-CALL
                   IF WS-CNPJ-STATUS NOT = "OK"
                           OR WS-CNPJ-DIGITOS-RES NOT = WS-PARTE-DV
                       MOVE "CNPJ INVALIDO" TO WS-MOTIVO
                       EXIT SECTION
                   END-IF
                   MOVE "CNPJ "           TO WS-PARTE-FMT
                   MOVE WS-CNPJ-FORMATADO TO WS-PARTE-FMT(6:18)
               WHEN OTHER
                   MOVE "TIPO DE CPF/CNPJ INVALIDO" TO WS-MOTIVO
           END-EVALUATE.

       2300-REGISTRAR SECTION.
      *> A mesma transacao ja emitida (em rodada anterior ou repetida
      *> no PROMIS-IN) nao gera segundo documento.
           MOVE SPACES             TO PRG-REC
           MOVE PRIN-TIPO          TO PRG-TIPO
           MOVE WS-EMPRESA         TO PRG-EMPRESA
           MOVE WS-PAGADOR-TIPO    TO PRG-PAGADOR-TIPO
           MOVE WS-PAGADOR-DOC     TO PRG-PAGADOR-DOC
           MOVE WS-RECEBEDOR-TIPO  TO PRG-RECEBEDOR-TIPO
           MOVE WS-RECEBEDOR-DOC   TO PRG-RECEBEDOR-DOC
           MOVE WS-VALOR           TO PRG-VALOR
           MOVE WS-VENCIMENTO      TO PRG-VENCIMENTO
           MOVE PRIN-REFERENCIA    TO PRG-REFERENCIA
           READ PROMIS-REG-FILE
               KEY IS PRG-ORIGEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-MOTIVO
                   STRING "JA EMITIDO NO DOCUMENTO " PRG-DOC
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   END-STRING
                   EXIT SECTION
           END-READ

           MOVE SPACES TO WS-DOC-NUMERO
           IF PRIN-TIPO = "N"
               STRING "NP" WS-PROMIS-PROX
                   DELIMITED BY SIZE INTO WS-DOC-NUMERO
               END-STRING
           ELSE
               STRING "RC" WS-PROMIS-PROX
                   DELIMITED BY SIZE INTO WS-DOC-NUMERO
               END-STRING
           END-IF

           MOVE WS-DOC-NUMERO      TO PRG-DOC
           MOVE WS-PAGADOR-NOME    TO PRG-PAGADOR-NOME
           MOVE WS-RECEBEDOR-NOME  TO PRG-RECEBEDOR-NOME
           MOVE WS-EMISSAO         TO PRG-EMISSAO
           MOVE PRIN-PRACA         TO PRG-PRACA
           MOVE "E"                TO PRG-STATUS
           MOVE WS-DATA-HOJE       TO PRG-DATA-REGISTRO
           WRITE PRG-REC
               INVALID KEY
                   MOVE SPACES TO WS-MOTIVO
                   STRING "PROMIS-REG RECUSOU A GRAVACAO (STATUS="
                       WS-PRG-FS ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   END-STRING
                   EXIT SECTION
           END-WRITE
           ADD 1 TO WS-PROMIS-PROX
           MOVE 0 TO WS-LIN-SEQ.

       2900-RECUSAR SECTION.
           ADD 1 TO WS-QTD-RECUSADOS
           DISPLAY "PROMISSORIA-EMITE: TIPO " PRIN-TIPO " VALOR "
               PRIN-VALOR " RECUSADO - " WS-MOTIVO.

       3000-MONTAR-NOTA SECTION.
      *> Requisitos da nota (Lei Uniforme): denominacao no texto,
      *> promessa pura de pagar quantia determinada, beneficiario,
      *> vencimento (sem ele, a vista), lugar de pagamento, data e
      *> lugar de emissao e a assinatura do emitente.
           MOVE ALL "=" TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA
           MOVE SPACES TO LIN-TEXTO
           STRING
               "NOTA PROMISSORIA No "  DELIMITED BY SIZE
               WS-DOC-NUMERO           DELIMITED BY SIZE
               "    VENCIMENTO: "      DELIMITED BY SIZE
               INTO LIN-TEXTO
           END-STRING
           IF WS-VENCIMENTO = 0
               MOVE "A VISTA" TO LIN-TEXTO(47:10)
           ELSE
               MOVE WS-VENC-BR TO LIN-TEXTO(47:10)
           END-IF
           MOVE "VALOR: " TO LIN-TEXTO(62:7)
           MOVE WS-MOEDA-VALOR-FMT TO LIN-TEXTO(69:30)
           PERFORM 5000-GRAVAR-LINHA
           MOVE ALL "-" TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA

           MOVE SPACES TO WS-PARAGRAFO
           IF WS-VENCIMENTO = 0
               STRING "A VISTA" DELIMITED BY SIZE
                   INTO WS-PARAGRAFO
               END-STRING
           ELSE
               STRING
                   "NO DIA "                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VENC-EXTENSO)  DELIMITED BY SIZE
                   INTO WS-PARAGRAFO
               END-STRING
           END-IF
           STRING
               FUNCTION TRIM(WS-PARAGRAFO)        DELIMITED BY SIZE
               " PAGAREI POR ESTA UNICA VIA DE NOTA PROMISSORIA A "
                                                  DELIMITED BY SIZE
               FUNCTION TRIM(WS-RECEBEDOR-NOME)   DELIMITED BY SIZE
               ", "                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-RECEBEDOR-FMT)    DELIMITED BY SIZE
               ", OU A SUA ORDEM, A QUANTIA DE "  DELIMITED BY SIZE
               FUNCTION TRIM(WS-VALOR-EXTENSO)    DELIMITED BY SIZE
               " ("                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOEDA-VALOR-FMT)  DELIMITED BY SIZE
               "), EM MOEDA CORRENTE DESTE PAIS, PAGAVEL EM "
                                                  DELIMITED BY SIZE
               FUNCTION TRIM(PRIN-PRACA)          DELIMITED BY SIZE
               "."                                DELIMITED BY SIZE
               INTO WS-CORPO
           END-STRING
           PERFORM 3900-CORPO-COMPLETO
           PERFORM 6000-QUEBRAR-PARAGRAFO
           IF PRIN-REFERENCIA NOT = SPACES
               MOVE SPACES TO LIN-TEXTO
               STRING
                   "REFERENTE A: "            DELIMITED BY SIZE
                   PRIN-REFERENCIA            DELIMITED BY SIZE
                   INTO LIN-TEXTO
               END-STRING
               PERFORM 5000-GRAVAR-LINHA
           END-IF

           MOVE SPACES TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA
           MOVE SPACES TO LIN-TEXTO
           STRING
               "EMITENTE: "               DELIMITED BY SIZE
               WS-PAGADOR-NOME            DELIMITED BY SIZE
               "  "                       DELIMITED BY SIZE
               WS-PAGADOR-FMT             DELIMITED BY SIZE
               INTO LIN-TEXTO
           END-STRING
           PERFORM 5000-GRAVAR-LINHA
           PERFORM 3800-LOCAL-DATA-ASSINATURA
           MOVE "ASSINATURA DO EMITENTE" TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA
           MOVE ALL "=" TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA.

       3500-MONTAR-RECIBO SECTION.
           MOVE ALL "=" TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA
           MOVE SPACES TO LIN-TEXTO
           STRING
               "RECIBO No "            DELIMITED BY SIZE
               WS-DOC-NUMERO           DELIMITED BY SIZE
               INTO LIN-TEXTO
           END-STRING
           MOVE "VALOR: " TO LIN-TEXTO(62:7)
           MOVE WS-MOEDA-VALOR-FMT TO LIN-TEXTO(69:30)
           PERFORM 5000-GRAVAR-LINHA
           MOVE ALL "-" TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA

           MOVE SPACES TO WS-PARAGRAFO
           STRING
               "RECEBI DE "                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAGADOR-NOME)     DELIMITED BY SIZE
               ", "                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAGADOR-FMT)      DELIMITED BY SIZE
               ", A IMPORTANCIA DE "              DELIMITED BY SIZE
               FUNCTION TRIM(WS-VALOR-EXTENSO)    DELIMITED BY SIZE
               " ("                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOEDA-VALOR-FMT)  DELIMITED BY SIZE
               ")"                                DELIMITED BY SIZE
               INTO WS-PARAGRAFO
           END-STRING
           IF PRIN-REFERENCIA NOT = SPACES
               STRING
                   FUNCTION TRIM(WS-PARAGRAFO)    DELIMITED BY SIZE
                   ", REFERENTE A "               DELIMITED BY SIZE
                   FUNCTION TRIM(PRIN-REFERENCIA) DELIMITED BY SIZE
                   INTO WS-CORPO
               END-STRING
               PERFORM 3900-CORPO-COMPLETO
           END-IF
           STRING
               FUNCTION TRIM(WS-PARAGRAFO)        DELIMITED BY SIZE
               ", EM MOEDA CORRENTE, PELO QUE DOU PLENA, GERAL E "
                                                  DELIMITED BY SIZE
               "IRREVOGAVEL QUITACAO."            DELIMITED BY SIZE
               INTO WS-CORPO
           END-STRING
           PERFORM 3900-CORPO-COMPLETO
           PERFORM 6000-QUEBRAR-PARAGRAFO

           PERFORM 3800-LOCAL-DATA-ASSINATURA
           MOVE SPACES TO LIN-TEXTO
           STRING
               WS-RECEBEDOR-NOME          DELIMITED BY SIZE
               "  "                       DELIMITED BY SIZE
               WS-RECEBEDOR-FMT           DELIMITED BY SIZE
               INTO LIN-TEXTO
           END-STRING
           PERFORM 5000-GRAVAR-LINHA
           MOVE ALL "=" TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA.

       3800-LOCAL-DATA-ASSINATURA SECTION.
           MOVE SPACES TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA
           MOVE SPACES TO LIN-TEXTO
           STRING
               FUNCTION TRIM(PRIN-PRACA)          DELIMITED BY SIZE
               ", "                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EMISSAO-EXTENSO)  DELIMITED BY SIZE
               "."                                DELIMITED BY SIZE
               INTO LIN-TEXTO
           END-STRING
           PERFORM 5000-GRAVAR-LINHA
           MOVE SPACES TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA
           MOVE SPACES TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA
           MOVE "________________________________________"
               TO LIN-TEXTO
           PERFORM 5000-GRAVAR-LINHA.

       3900-CORPO-COMPLETO SECTION.
      *> O STRING nao pode ler e gravar o mesmo campo: o corpo e
      *> montado no auxiliar e volta para o paragrafo.
           MOVE WS-CORPO TO WS-PARAGRAFO
           MOVE SPACES TO WS-CORPO.

       4000-HANDOFF SECTION.
           MOVE SPACES               TO HANDOFF-REC
           MOVE WS-DOC-NUMERO        TO HANDOFF-DOC
           MOVE WS-FMT-SAIDA         TO HANDOFF-VALOR
           MOVE WS-MOEDA-VALOR-FMT   TO HANDOFF-VALOR-FMT
           MOVE WS-MOEDA-TEXTO       TO HANDOFF-TEXTO
           MOVE WS-RECEBEDOR-NOME    TO HANDOFF-BENEFICIARIO
           MOVE WS-VENC-BR           TO HANDOFF-VENCIMENTO
           MOVE WS-MOEDA-STATUS      TO HANDOFF-STATUS
           MOVE WS-MOEDA-TEXTO-CONT  TO HANDOFF-TEXTO-CONT
           MOVE "N"                  TO HANDOFF-VENC-AJUST
           MOVE WS-EMPRESA-NOME      TO HANDOFF-EMPRESA-NOME
           MOVE 0                    TO HANDOFF-CAMBIO-DATA
           MOVE WS-PAGADOR-TIPO      TO HANDOFF-PAGADOR-TIPO
           MOVE WS-PAGADOR-DOC       TO HANDOFF-PAGADOR-DOC
           WRITE HANDOFF-REC.

       5000-GRAVAR-LINHA SECTION.
      *> VALUE de FILLER nao vale na FILE SECTION: o texto e guardado
      *> e o registro limpo antes de preencher.
           MOVE LIN-TEXTO     TO WS-LINHA
           ADD 1 TO WS-LIN-SEQ
           MOVE SPACES        TO LIN-REC
           MOVE WS-DOC-NUMERO TO LIN-DOC
           MOVE WS-LIN-SEQ    TO LIN-SEQ
           MOVE WS-LINHA      TO LIN-TEXTO
           WRITE LIN-REC.

       6000-QUEBRAR-PARAGRAFO SECTION.
      *> Linhas de ate 100 posicoes, quebrando no ultimo espaco; uma
      *> palavra maior que a linha e cortada.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARAGRAFO TRAILING))
               TO WS-PAR-TAM
           MOVE 1 TO WS-PAR-INI
           PERFORM UNTIL WS-PAR-INI > WS-PAR-TAM
               IF WS-PAR-TAM - WS-PAR-INI < 100
                   COMPUTE WS-PAR-QTD = WS-PAR-TAM - WS-PAR-INI + 1
               ELSE
                   MOVE 101 TO WS-PAR-QTD
                   COMPUTE WS-PAR-POS = WS-PAR-INI + 100
                   PERFORM UNTIL WS-PAR-QTD = 1
                           OR WS-PARAGRAFO(WS-PAR-POS:1) = SPACE
                       SUBTRACT 1 FROM WS-PAR-QTD WS-PAR-POS
                   END-PERFORM
                   IF WS-PAR-QTD = 1
                       MOVE 100 TO WS-PAR-QTD
                   ELSE
                       SUBTRACT 1 FROM WS-PAR-QTD
                   END-IF
               END-IF
               MOVE SPACES TO LIN-TEXTO
               MOVE WS-PARAGRAFO(WS-PAR-INI:WS-PAR-QTD) TO LIN-TEXTO
               PERFORM 5000-GRAVAR-LINHA
               ADD WS-PAR-QTD TO WS-PAR-INI
               PERFORM UNTIL WS-PAR-INI > WS-PAR-TAM
                       OR WS-PARAGRAFO(WS-PAR-INI:1) NOT = SPACE
                   ADD 1 TO WS-PAR-INI
               END-PERFORM
           END-PERFORM.

       7000-CONVERTER-CENTAVOS SECTION.
      *> Converte WS-VALOR-PARSE ("1.500,00") para centavos, a mesma
      *> conta do PAYROLL-RUN.
           MOVE FUNCTION TRIM(WS-VALOR-PARSE) TO WS-VALOR-TRIM

           MOVE "N" TO WS-VAL-NEGATIVO
           IF WS-VALOR-TRIM(1:1) = "-"
               MOVE "S" TO WS-VAL-NEGATIVO
               MOVE FUNCTION TRIM(WS-VALOR-TRIM(2:)) TO WS-VALOR-TRIM
           END-IF

           MOVE SPACES TO WS-VALOR-NODOT
           MOVE 0 TO WS-VAL-LEN
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > FUNCTION LENGTH(WS-VALOR-TRIM)
               MOVE WS-VALOR-TRIM(WS-I:1) TO WS-VAL-CH
               IF WS-VAL-CH NOT = "." AND WS-VAL-CH NOT = " "
                   ADD 1 TO WS-VAL-LEN
                   MOVE WS-VAL-CH TO WS-VALOR-NODOT(WS-VAL-LEN:1)
               END-IF
           END-PERFORM

           MOVE 0 TO WS-POS-VIRGULA
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > FUNCTION LENGTH(WS-VALOR-NODOT)
               IF WS-VALOR-NODOT(WS-I:1) = ","
                   MOVE WS-I TO WS-POS-VIRGULA
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-VAL-INT-PART WS-VAL-CENT-PART
           IF WS-POS-VIRGULA = 0
               MOVE FUNCTION TRIM(WS-VALOR-NODOT) TO WS-VAL-INT-PART
               MOVE "00" TO WS-VAL-CENT-PART
           ELSE
               MOVE WS-VALOR-NODOT(1:WS-POS-VIRGULA - 1)
                   TO WS-VAL-INT-PART
               MOVE WS-VALOR-NODOT(WS-POS-VIRGULA + 1:)
                   TO WS-VAL-CENT-PART
           END-IF

           MOVE 0 TO WS-VAL-REAIS
           IF FUNCTION TRIM(WS-VAL-INT-PART) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VAL-INT-PART) TO WS-VAL-REAIS
           END-IF

           MOVE 0 TO WS-VAL-CENTS
           IF FUNCTION TRIM(WS-VAL-CENT-PART) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VAL-CENT-PART(1:2))
                   TO WS-VAL-CENTS
           END-IF

           IF WS-VAL-E-NEGATIVO
               COMPUTE WS-VAL-CENTAVOS-REG =
                   0 - (WS-VAL-REAIS * 100) - WS-VAL-CENTS
           ELSE
               COMPUTE WS-VAL-CENTAVOS-REG =
                   (WS-VAL-REAIS * 100) + WS-VAL-CENTS
           END-IF.

       8000-FORMATAR-CENTAVOS SECTION.
           MOVE SPACE TO WS-FMT-SINAL
           IF WS-FMT-ENTRADA < 0
               MOVE "-" TO WS-FMT-SINAL
               COMPUTE WS-FMT-ABS = 0 - WS-FMT-ENTRADA
           ELSE
               MOVE WS-FMT-ENTRADA TO WS-FMT-ABS
           END-IF
           COMPUTE WS-FMT-REAIS = WS-FMT-ABS / 100
           COMPUTE WS-FMT-CENTS =
               WS-FMT-ABS - (WS-FMT-REAIS * 100)
           MOVE WS-FMT-REAIS TO WS-FMT-REAIS-ED
           MOVE WS-FMT-CENTS TO WS-FMT-CENTS-ED
           MOVE SPACES TO WS-FMT-SAIDA
           STRING
               WS-FMT-SINAL DELIMITED BY SPACE
               FUNCTION TRIM(WS-FMT-REAIS-ED)
               ","
               WS-FMT-CENTS-ED
               INTO WS-FMT-SAIDA
           END-STRING.

       8100-EDITAR-DATA SECTION.
           MOVE SPACES TO WS-DATA-BR
           STRING
               WS-DI-DIA "/" WS-DI-MES "/" WS-DI-ANO
               DELIMITED BY SIZE
               INTO WS-DATA-BR
           END-STRING.

       8200-DATA-EXTENSO SECTION.
           MOVE WS-DI-DIA TO WS-DATA-DIA
           MOVE WS-DI-MES TO WS-DATA-MES
           MOVE WS-DI-ANO TO WS-DATA-ANO
           CALL "EXT-DATA" USING WS-DATA-IN WS-DATA-OUT
           END-CALL.

       9000-FINALIZAR SECTION.
      *> Trailer de controle nos dois arquivos do gerador, como o
      *> EXTENSO-BATCH: quantidade de documentos e soma em centavos.
           MOVE WS-QTD-EMITIDOS  TO WS-CTRL-QTD
           MOVE WS-TOTAL-EMITIDO TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE WS-CTRL-LINHA TO HANDOFF-TRAILER-REC
           WRITE HANDOFF-TRAILER-REC
           MOVE WS-CTRL-LINHA TO LIN-TRAILER-REC
           WRITE LIN-TRAILER-REC

           CLOSE PROMIS-IN-FILE
           CLOSE PROMIS-REG-FILE
           CLOSE PROMIS-HANDOFF-FILE
           CLOSE PROMIS-LINHAS-FILE

      *> Proximo numero de documento, no mesmo molde do
      *> AVISO-NUM-PROX.
           OPEN OUTPUT PROMIS-NUM-FILE
           MOVE WS-PROMIS-PROX TO PROMIS-NUM-REC
           WRITE PROMIS-NUM-REC
           CLOSE PROMIS-NUM-FILE

      *> Os CALLs do documento seguinte zeram o RETURN-CODE: a
      *> recusa so vale no fim da rodada.
           IF WS-QTD-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "PROMISSORIA-EMITE: EMPRESA " WS-EMPRESA
               " LIDOS=" WS-QTD-LIDOS
               " NOTAS=" WS-QTD-NOTAS
               " RECIBOS=" WS-QTD-RECIBOS
               " RECUSADOS=" WS-QTD-RECUSADOS.
