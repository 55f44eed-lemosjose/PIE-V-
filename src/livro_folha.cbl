       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVRO-FOLHA.

      *> Livro da folha de pagamento analitica da competencia, para
      *> fiscalizacao e auditoria -- no lugar das listagens do
      *> PAYROLL-OUT grampeadas. Todo funcionario da empresa com
      *> pagamento postado no PAYROLL-HIST sai com cada provento e
      *> cada desconto do holerite guardado (HOLERITE-STORE, a copia
      *> permanente do HOLERITE-OUT; sem guarda, as verbas da linha
      *> no PAYROLL-IN), subtotal por setor, total da empresa, e o
      *> livro abre e fecha com os termos de abertura e encerramento
      *> declarando a quantidade de folhas.
      *>
      *> Os termos precisam saber o numero de folhas antes de o livro
      *> existir: o corpo e montado uma vez no LIVRO-FOLHA-WORK e o
      *> livro e emitido duas vezes pelo REPORT-WRITER -- a primeira
      *> so para contar as paginas, a segunda com o numero certo nos
      *> termos. Os termos tem tamanho fixo, entao a paginacao das
      *> duas emissoes e a mesma.
      *>
      *> So competencia mensal FECHADA no PERIODO-CONTROLE (processo
      *> FOLHA-nn): livro de competencia aberta mudaria depois de
      *> impresso. Recusa com RETURN-CODE 8.
      *>
      *> Conciliacao com a saida da folha: o PAYROLL-OUT-Enn tem o
      *> trailer recomputado via CTRL-TOTAL (como no GRUPO-CONSOLIDA)
      *> e o liquido do livro -- mais as pensoes, pagas ao
      *> pensionista, e sem o semanalista, pago nas rodadas semanais
      *> -- tem de fechar com cheques + CNAB + PIX da rodada mensal.
      *> Por isso o livro e emitido logo depois do fechamento, antes
      *> de outra rodada regravar os arquivos de pagamento. Livro que
      *> nao fecha sai com a ressalva e RETURN-CODE 4.
      *>
      *> O liquido do funcionario no livro e o do holerite mensal: o
      *> historico soma o adiantamento pago na quinzena, que o
      *> holerite mensal ja mostra como desconto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.
           SELECT HOLERITE-STORE-FILE ASSIGN TO "HOLERITE-STORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-HST-FS.
           SELECT PAYROLL-IN-FILE ASSIGN TO "PAYROLL-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-FS.
           SELECT GRUPO-FILE ASSIGN TO "GRUPO-FOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRF-MATRICULA
               FILE STATUS IS WS-GRF-FS.
           SELECT SETOR-FILE ASSIGN TO "SETOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SET-CODIGO
               FILE STATUS IS WS-SET-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO-CONTROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-PER-FS.
           SELECT PAYROLL-OUT-FILE ASSIGN TO DYNAMIC WS-NOME-PAYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-FS.
           SELECT REMESSA-FILE ASSIGN TO DYNAMIC WS-NOME-CNAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNAB-FS.
           SELECT PIX-FILE ASSIGN TO DYNAMIC WS-NOME-PIX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIX-FS.
           SELECT LIVRO-WORK-FILE ASSIGN TO "LIVRO-FOLHA-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HIST-FILE.
       01  HIST-REC.
           05  HIST-CHAVE.
               10  HIST-MATRICULA    PIC 9(09).
               10  HIST-COMPETENCIA  PIC X(06).
           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

       FD  HOLERITE-STORE-FILE.
       01  HST-REC.
           05  HST-CHAVE.
               10  HST-MATRICULA     PIC 9(09).
               10  HST-COMPETENCIA   PIC X(06).
               10  HST-SEQ           PIC 9(04).
           05  HST-LINHA             PIC X(100).
      *> Linha de verba do holerite: rotulo e valor em posicao fixa,
      *> nada depois da coluna 39.
       01  HST-ITEM-RED REDEFINES HST-REC.
           05  FILLER                PIC X(19).
           05  HST-ITEM-BRANCO       PIC X(02).
           05  HST-ITEM-ROTULO       PIC X(20).
           05  HST-ITEM-SEPARA       PIC X(02).
           05  HST-ITEM-VALOR        PIC X(15).
           05  HST-ITEM-RESTO        PIC X(61).

       FD  PAYROLL-IN-FILE.
       01  PAYIN-REC.
           05  PAYIN-MATRICULA       PIC 9(09).
           05  PAYIN-VALOR           PIC X(40).
           05  PAYIN-SAL-BRUTO       PIC X(15).
           05  PAYIN-INSS            PIC X(15).
           05  PAYIN-IRRF            PIC X(15).
           05  PAYIN-OUTROS          PIC X(15).
           05  PAYIN-EMPRESA         PIC X(02).

       FD  GRUPO-FILE.
       01  GRF-REC.
           05  GRF-MATRICULA         PIC 9(09).
           05  GRF-GRUPO             PIC X(01).
           05  GRF-VALOR-HORA        PIC 9(09).
           05  GRF-DATA-ALTER        PIC X(08).

       FD  SETOR-FILE.
       01  SET-REC.
           05  SET-CODIGO            PIC X(10).
           05  SET-NOME              PIC X(20).
           05  SET-RESPONSAVEL       PIC X(30).
           05  SET-ATIVO             PIC X(01).
           05  SET-ORCAMENTO         PIC 9(15).
           05  SET-SINDICATO         PIC X(06).

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

       FD  PERIODO-FILE.
       01  PER-REC.
           05  PER-CHAVE.
               10  PER-COMPETENCIA   PIC X(06).
               10  PER-PROCESSO      PIC X(12).
           05  PER-STATUS            PIC X(08).
           05  PER-DATA-FECH         PIC X(14).
           05  PER-REABERTURAS       PIC 9(03).

       FD  PAYROLL-OUT-FILE.
       01  PAYOUT-REC.
           05  PAYOUT-MATRICULA      PIC 9(09).
           05  FILLER                PIC X(03).
           05  PAYOUT-NOME           PIC X(50).
           05  FILLER                PIC X(03).
           05  PAYOUT-VALOR          PIC X(40).
           05  FILLER                PIC X(03).
           05  PAYOUT-EXTENSO        PIC X(256).
           05  FILLER                PIC X(03).
           05  PAYOUT-STATUS         PIC X(03).
           05  FILLER                PIC X(03).
           05  PAYOUT-CHEQUE-NUM     PIC 9(09).
           05  FILLER                PIC X(03).
           05  PAYOUT-EXTENSO-CONT   PIC X(256).

       FD  REMESSA-FILE.
       01  REMESSA-REC               PIC X(240).
       01  REMESSA-TRAILER-RED REDEFINES REMESSA-REC.
           05  FILLER                PIC X(07).
           05  REM-TIPO-REG          PIC X(01).
           05  FILLER                PIC X(09).
           05  REM-QTD-REG           PIC 9(06).
           05  REM-SOMA-VALOR        PIC 9(18).

       FD  PIX-FILE.
       01  PIX-LINHA                 PIC X(120).

       FD  LIVRO-WORK-FILE.
       01  WRK-LINHA                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "func_snapshot.cpy".

       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-HST-FS                 PIC X(02) VALUE SPACES.
           88  WS-HST-OK                        VALUE "00".
       01  WS-PIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-PIN-OK                        VALUE "00".
       01  WS-GRF-FS                 PIC X(02) VALUE SPACES.
           88  WS-GRF-OK                        VALUE "00".
       01  WS-SET-FS                 PIC X(02) VALUE SPACES.
           88  WS-SET-OK                        VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-PER-FS                 PIC X(02) VALUE SPACES.
           88  WS-PER-OK                        VALUE "00".
       01  WS-PAYOUT-FS              PIC X(02) VALUE SPACES.
           88  WS-PAYOUT-OK                     VALUE "00".
       01  WS-CNAB-FS                PIC X(02) VALUE SPACES.
           88  WS-CNAB-OK                       VALUE "00".
       01  WS-PIX-FS                 PIC X(02) VALUE SPACES.
           88  WS-PIX-OK                        VALUE "00".
       01  WS-WRK-FS                 PIC X(02) VALUE SPACES.
           88  WS-WRK-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
       01  WS-FIM-HST                PIC X(01) VALUE "N".
       01  WS-TEM-HST                PIC X(01) VALUE "N".
       01  WS-TEM-GRUPO              PIC X(01) VALUE "N".
       01  WS-TEM-SETOR              PIC X(01) VALUE "N".

       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-EMPRESA                PIC X(02) VALUE SPACES.
       01  WS-EMPRESA-NOME           PIC X(30) VALUE SPACES.
       01  WS-EMPRESA-CNPJ           PIC 9(14) VALUE ZEROS.
       01  WS-CNPJ-ED.
           05  WS-CNPJ-ED-1          PIC 9(02).
           05  FILLER                PIC X(01) VALUE ".".
           05  WS-CNPJ-ED-2          PIC 9(03).
           05  FILLER                PIC X(01) VALUE ".".
           05  WS-CNPJ-ED-3          PIC 9(03).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-CNPJ-ED-4          PIC 9(04).
           05  FILLER                PIC X(01) VALUE "-".
           05  WS-CNPJ-ED-5          PIC 9(02).
       01  WS-NOME-PAYOUT            PIC X(20) VALUE SPACES.
       01  WS-NOME-CNAB              PIC X(20) VALUE SPACES.
       01  WS-NOME-PIX               PIC X(20) VALUE SPACES.
       01  WS-NOME-LIVRO             PIC X(20) VALUE SPACES.

      *> Funcionarios do livro, na ordem de matricula do historico.
       01  WS-LIV-QTD                PIC 9(05) VALUE 0.
       01  WS-LIV-TABELA.
           05  WS-LIV-ENTRADA OCCURS 5000 TIMES.
               10  WS-LIV-MAT        PIC 9(09).
               10  WS-LIV-NOME       PIC X(50).
               10  WS-LIV-SETOR      PIC X(10).
               10  WS-LIV-CPF        PIC 9(09).
               10  WS-LIV-VALOR      PIC S9(15).
               10  WS-LIV-BRUTO      PIC S9(15).
               10  WS-LIV-INSS       PIC S9(15).
               10  WS-LIV-IRRF       PIC S9(15).
       01  WS-LIV-FORA               PIC 9(05) VALUE 0.
       01  WS-I-LIV                  PIC 9(05) COMP-5 VALUE 0.

      *> Setores presentes no livro, em ordem de codigo.
       01  WS-SETL-QTD               PIC 9(04) VALUE 0.
       01  WS-SETL-TABELA.
           05  WS-SETL-COD OCCURS 500 TIMES
                                     PIC X(10).
       01  WS-SETL-TROCA             PIC X(10) VALUE SPACES.
       01  WS-SETL-ACHOU             PIC X(01) VALUE "N".
       01  WS-I-SET                  PIC 9(04) COMP-5 VALUE 0.
       01  WS-J-SET                  PIC 9(04) COMP-5 VALUE 0.
       01  WS-SETOR-NOME             PIC X(20) VALUE SPACES.

      *> Funcionario corrente.
       01  WS-FUN-PROV               PIC S9(15) VALUE 0.
       01  WS-FUN-DESC               PIC S9(15) VALUE 0.
       01  WS-FUN-ADIANT             PIC S9(15) VALUE 0.
       01  WS-FUN-PENSAO             PIC S9(15) VALUE 0.
       01  WS-FUN-LIQ                PIC S9(15) VALUE 0.
       01  WS-FUN-ITENS              PIC 9(03) VALUE 0.
       01  WS-FUN-SEMANAL            PIC X(01) VALUE "N".
       01  WS-ITEM-ROTULO            PIC X(20) VALUE SPACES.
       01  WS-ITEM-VALOR             PIC S9(15) VALUE 0.
       01  WS-ITEM-DESCONTO          PIC X(01) VALUE "N".
       01  WS-QTD-IGUAL              PIC 9(03) COMP-5 VALUE 0.

      *> Acumuladores do setor (SUB) e da empresa (TOT).
       01  WS-ACUMULADORES.
           05  WS-SUB-QTD            PIC 9(05).
           05  WS-SUB-PROV           PIC S9(15).
           05  WS-SUB-DESC           PIC S9(15).
           05  WS-SUB-LIQ            PIC S9(15).
           05  WS-SUB-BRUTO          PIC S9(15).
           05  WS-SUB-INSS           PIC S9(15).
           05  WS-SUB-IRRF           PIC S9(15).
           05  WS-TOT-QTD            PIC 9(05).
           05  WS-TOT-PROV           PIC S9(15).
           05  WS-TOT-DESC           PIC S9(15).
           05  WS-TOT-LIQ            PIC S9(15).
           05  WS-TOT-BRUTO          PIC S9(15).
           05  WS-TOT-INSS           PIC S9(15).
           05  WS-TOT-IRRF           PIC S9(15).
           05  WS-TOT-PENSAO         PIC S9(15).
           05  WS-TOT-SEMANAL        PIC S9(15).
           05  WS-TOT-QTD-SEMANAL    PIC 9(05).

      *> Conciliacao com os pagamentos da rodada mensal.
       01  WS-CON-QTD-CHQ            PIC 9(09) VALUE 0.
       01  WS-CON-TOT-CHQ            PIC S9(15) VALUE 0.
       01  WS-CON-TOT-CNAB           PIC S9(15) VALUE 0.
       01  WS-CON-TOT-PIX            PIC S9(15) VALUE 0.
       01  WS-CON-PAGO               PIC S9(15) VALUE 0.
       01  WS-CON-ESPERADO           PIC S9(15) VALUE 0.
       01  WS-CON-DIFERENCA          PIC S9(15) VALUE 0.
       01  WS-CON-TRAILER-OK         PIC X(01) VALUE "N".
       01  WS-CON-TEM-PAYOUT         PIC X(01) VALUE "N".
       01  WS-TRAILER-LIDO           PIC X(80) VALUE SPACES.
       01  WS-TRAILER-TOTAL-TXT      PIC X(20) VALUE SPACES.
       01  WS-LIXO                   PIC X(80) VALUE SPACES.
       01  WS-LIVRO-FECHA            PIC X(01) VALUE "S".

       01  WS-CTRL-IN.
           05  WS-CTRL-QTD           PIC 9(09).
           05  WS-CTRL-TOTAL         PIC S9(15).
       01  WS-CTRL-OUT.
           05  WS-CTRL-LINHA         PIC X(80).

      *> Emissao: passagem 1 conta as folhas, passagem 2 e o livro.
       01  WS-PASSAGEM               PIC 9(01) VALUE 0.
       01  WS-PAGINAS                PIC 9(04) VALUE 0.
       01  WS-PAGINAS-TXT            PIC X(04) VALUE SPACES.

       01  WS-RW.
           05  WS-RW-OPERACAO        PIC X(01).
           05  WS-RW-ARQUIVO         PIC X(20).
           05  WS-RW-TITULO          PIC X(40).
           05  WS-RW-LINHA           PIC X(80).
           05  WS-RW-STATUS          PIC X(03).

      *> Linha de verba: rotulo, provento e desconto alinhados.
       01  WS-LIN-VERBA.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  LV-ROTULO             PIC X(20).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  LV-PROVENTO           PIC X(15) JUSTIFIED RIGHT.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  LV-DESCONTO           PIC X(15) JUSTIFIED RIGHT.
           05  FILLER                PIC X(18) VALUE SPACES.

      *> Linha de totais com dois pares rotulo/valor.
       01  WS-LIN-PAR.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  LP-ROTULO-1           PIC X(12).
           05  LP-VALOR-1            PIC X(15) JUSTIFIED RIGHT.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  LP-ROTULO-2           PIC X(12).
           05  LP-VALOR-2            PIC X(15) JUSTIFIED RIGHT.
           05  FILLER                PIC X(18) VALUE SPACES.

      *> Parse dos valores "1.500,00" para centavos, a mesma conta do
      *> PAYROLL-RUN.
       01  WS-VALOR-PARSE            PIC X(40) VALUE SPACES.
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
       01  WS-VAL-NEGATIVO           PIC X(1) VALUE "N".
           88  WS-VAL-E-NEGATIVO             VALUE "S".
       01  WS-VAL-CENTAVOS-REG       PIC S9(15) COMP-5 VALUE 0.

      *> Centavos para o texto "reais,cc" (com "-" quando negativo).
       01  WS-FMT-REAIS              PIC 9(13) VALUE 0.
       01  WS-FMT-CENTS              PIC 9(02) VALUE 0.
       01  WS-FMT-REAIS-ED           PIC Z(12)9.
       01  WS-FMT-CENTS-ED           PIC 9(02).
       01  WS-FMT-ENTRADA            PIC S9(15) VALUE 0.
       01  WS-FMT-ABS                PIC 9(15) VALUE 0.
       01  WS-FMT-SINAL              PIC X(01) VALUE SPACE.
       01  WS-FMT-SAIDA              PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-APURAR-FUNCIONARIOS
           IF WS-LIV-QTD = 0
               DISPLAY "LIVRO-FOLHA: NENHUM PAGAMENTO POSTADO DA "
                   "EMPRESA " WS-EMPRESA " NA COMPETENCIA "
                   WS-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2500-ORDENAR-SETORES
           PERFORM 3000-MONTAR-CORPO
           PERFORM 4000-CONCILIAR

           MOVE 1 TO WS-PASSAGEM
           PERFORM 5000-EMITIR-LIVRO
           MOVE "P" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE WS-RW-LINHA(1:4) TO WS-PAGINAS-TXT
           MOVE 2 TO WS-PASSAGEM
           PERFORM 5000-EMITIR-LIVRO

           DISPLAY "LIVRO-FOLHA: EMPRESA " WS-EMPRESA
               " COMPETENCIA " WS-COMPETENCIA
               " FUNCIONARIOS=" WS-TOT-QTD
               " FOLHAS=" WS-PAGINAS-TXT
           IF WS-LIVRO-FECHA NOT = "S"
               DISPLAY "LIVRO-FOLHA: LIVRO NAO FECHA COM OS "
                   "PAGAMENTOS DA RODADA - VER CONCILIACAO"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "FOLHA-EMPRESA"
           IF WS-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "FOLHA-COMPETENCIA"
           IF WS-COMPETENCIA = SPACES
               STRING
                   WS-DATA-HOJE(5:2) WS-DATA-HOJE(1:4)
                   INTO WS-COMPETENCIA
               END-STRING
           END-IF
           IF WS-COMPETENCIA IS NOT NUMERIC
                   OR WS-COMPETENCIA(1:2) < "01"
                   OR WS-COMPETENCIA(1:2) > "12"
               DISPLAY "LIVRO-FOLHA: SO COMPETENCIA MENSAL (MMAAAA), "
                   "RECEBIDA " WS-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-CONFERIR-FECHAMENTO
           PERFORM 1200-LER-EMPRESA

           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "LIVRO-FOLHA: SNAPSHOT DE FUNCIONARIOS "
                   "INDISPONIVEL, STATUS=" FSNP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-NOME-PAYOUT WS-NOME-CNAB WS-NOME-PIX
               WS-NOME-LIVRO
           STRING "PAYROLL-OUT-E" WS-EMPRESA INTO WS-NOME-PAYOUT
           END-STRING
           STRING "PAYROLL-CNAB-E" WS-EMPRESA INTO WS-NOME-CNAB
           END-STRING
           STRING "PAYROLL-PIX-E" WS-EMPRESA INTO WS-NOME-PIX
           END-STRING
           STRING "LIVRO-FOLHA-E" WS-EMPRESA INTO WS-NOME-LIVRO
           END-STRING

           INITIALIZE WS-ACUMULADORES.

       1100-CONFERIR-FECHAMENTO SECTION.
           MOVE SPACES TO PER-STATUS
           OPEN INPUT PERIODO-FILE
           IF WS-PER-OK
               MOVE WS-COMPETENCIA TO PER-COMPETENCIA
               MOVE SPACES TO PER-PROCESSO
               STRING "FOLHA-" WS-EMPRESA INTO PER-PROCESSO
               END-STRING
               READ PERIODO-FILE
                   INVALID KEY
                       MOVE SPACES TO PER-STATUS
               END-READ
               CLOSE PERIODO-FILE
           END-IF
           IF PER-STATUS NOT = "FECHADO"
               DISPLAY "LIVRO-FOLHA: COMPETENCIA " WS-COMPETENCIA
                   " DA EMPRESA " WS-EMPRESA " NAO ESTA FECHADA"
               DISPLAY "O LIVRO SO E EMITIDO DEPOIS DO FECHAMENTO "
                   "DA FOLHA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-LER-EMPRESA SECTION.
      *> Cadastro antigo, so codigo + nome: o termo sai sem CNPJ.
           MOVE SPACES TO WS-EMPRESA-NOME
           MOVE 0 TO WS-EMPRESA-CNPJ
           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ EMPRESA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF EMP-CODIGO = WS-EMPRESA
                           MOVE EMP-NOME TO WS-EMPRESA-NOME
                           IF EMP-CNPJ IS NUMERIC
                               MOVE EMP-CNPJ TO WS-EMPRESA-CNPJ
                           END-IF
                           MOVE "S" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESA-FILE.

       2000-APURAR-FUNCIONARIOS SECTION.
      *> Historico em ordem de chave (matricula + competencia): a
      *> tabela ja sai em ordem de matricula dentro de cada setor.
           OPEN INPUT PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "LIVRO-FOLHA: PAYROLL-HIST NAO ENCONTRADO "
                   "(STATUS=" WS-HIST-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ PAYROLL-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF HIST-COMPETENCIA = WS-COMPETENCIA
                               AND HIST-EMPRESA = WS-EMPRESA
                           PERFORM 2100-GUARDAR-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           CLOSE PAYROLL-HIST-FILE
           IF WS-LIV-FORA > 0
               DISPLAY "LIVRO-FOLHA: AVISO - " WS-LIV-FORA
                   " FUNCIONARIOS ALEM DO LIMITE DA TABELA"
               MOVE 4 TO RETURN-CODE
           END-IF.

       2100-GUARDAR-FUNCIONARIO SECTION.
           IF WS-LIV-QTD >= 5000
               ADD 1 TO WS-LIV-FORA
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LIV-QTD
           MOVE HIST-MATRICULA TO WS-LIV-MAT(WS-LIV-QTD)
           MOVE HIST-NOME      TO WS-LIV-NOME(WS-LIV-QTD)
           MOVE HIST-VALOR     TO WS-LIV-VALOR(WS-LIV-QTD)
           MOVE HIST-BRUTO     TO WS-LIV-BRUTO(WS-LIV-QTD)
           MOVE HIST-INSS      TO WS-LIV-INSS(WS-LIV-QTD)
           MOVE HIST-IRRF      TO WS-LIV-IRRF(WS-LIV-QTD)
           MOVE SPACES         TO WS-LIV-SETOR(WS-LIV-QTD)
           MOVE 0              TO WS-LIV-CPF(WS-LIV-QTD)
           MOVE "M"            TO FSNP-OPERACAO
           MOVE HIST-MATRICULA TO FSNP-CHAVE-MATRICULA
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS = "OK"
               MOVE FSNP-SETOR TO WS-LIV-SETOR(WS-LIV-QTD)
               MOVE FSNP-CPF   TO WS-LIV-CPF(WS-LIV-QTD)
           END-IF

           MOVE "N" TO WS-SETL-ACHOU
           PERFORM VARYING WS-I-SET FROM 1 BY 1
               UNTIL WS-I-SET > WS-SETL-QTD OR WS-SETL-ACHOU = "S"
               IF WS-SETL-COD(WS-I-SET) = WS-LIV-SETOR(WS-LIV-QTD)
                   MOVE "S" TO WS-SETL-ACHOU
               END-IF
           END-PERFORM
           IF WS-SETL-ACHOU = "N" AND WS-SETL-QTD < 500
               ADD 1 TO WS-SETL-QTD
               MOVE WS-LIV-SETOR(WS-LIV-QTD)
                   TO WS-SETL-COD(WS-SETL-QTD)
           END-IF.

       2500-ORDENAR-SETORES SECTION.
           PERFORM VARYING WS-I-SET FROM 1 BY 1
               UNTIL WS-I-SET >= WS-SETL-QTD
               PERFORM VARYING WS-J-SET FROM 1 BY 1
                   UNTIL WS-J-SET > WS-SETL-QTD - WS-I-SET
                   IF WS-SETL-COD(WS-J-SET)
                           > WS-SETL-COD(WS-J-SET + 1)
                       MOVE WS-SETL-COD(WS-J-SET) TO WS-SETL-TROCA
                       MOVE WS-SETL-COD(WS-J-SET + 1)
                           TO WS-SETL-COD(WS-J-SET)
                       MOVE WS-SETL-TROCA
                           TO WS-SETL-COD(WS-J-SET + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-MONTAR-CORPO SECTION.
           OPEN OUTPUT LIVRO-WORK-FILE
           IF NOT WS-WRK-OK
               DISPLAY "LIVRO-FOLHA: FALHA AO ABRIR O LIVRO-FOLHA-WORK "
                   "(STATUS=" WS-WRK-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-TEM-HST
           OPEN INPUT HOLERITE-STORE-FILE
           IF WS-HST-OK
               MOVE "S" TO WS-TEM-HST
           END-IF
           MOVE "N" TO WS-TEM-GRUPO
           OPEN INPUT GRUPO-FILE
           IF WS-GRF-OK
               MOVE "S" TO WS-TEM-GRUPO
           END-IF
           MOVE "N" TO WS-TEM-SETOR
           OPEN INPUT SETOR-FILE
           IF WS-SET-OK
               MOVE "S" TO WS-TEM-SETOR
           END-IF

           PERFORM VARYING WS-I-SET FROM 1 BY 1
               UNTIL WS-I-SET > WS-SETL-QTD
               PERFORM 3100-MONTAR-SETOR
           END-PERFORM

           MOVE ALL "=" TO WRK-LINHA
           WRITE WRK-LINHA
           MOVE SPACES TO WRK-LINHA
           STRING
               "TOTAL DA EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA          DELIMITED BY SIZE
               "  FUNCIONARIOS "   DELIMITED BY SIZE
               WS-TOT-QTD          DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING
           WRITE WRK-LINHA
           MOVE WS-TOT-PROV  TO WS-SUB-PROV
           MOVE WS-TOT-DESC  TO WS-SUB-DESC
           MOVE WS-TOT-LIQ   TO WS-SUB-LIQ
           MOVE WS-TOT-BRUTO TO WS-SUB-BRUTO
           MOVE WS-TOT-INSS  TO WS-SUB-INSS
           MOVE WS-TOT-IRRF  TO WS-SUB-IRRF
           PERFORM 3800-LINHAS-TOTAIS

           IF WS-TEM-HST = "S"
               CLOSE HOLERITE-STORE-FILE
           END-IF
           IF WS-TEM-GRUPO = "S"
               CLOSE GRUPO-FILE
           END-IF
           IF WS-TEM-SETOR = "S"
               CLOSE SETOR-FILE
           END-IF.

       3100-MONTAR-SETOR SECTION.
           MOVE SPACES TO WS-SETOR-NOME
           IF WS-TEM-SETOR = "S" AND WS-SETL-COD(WS-I-SET) NOT = SPACES
               MOVE WS-SETL-COD(WS-I-SET) TO SET-CODIGO
               READ SETOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SET-NOME TO WS-SETOR-NOME
               END-READ
           END-IF
           IF WS-SETL-COD(WS-I-SET) = SPACES
               MOVE "SEM SETOR NO CADASTRO" TO WS-SETOR-NOME
           END-IF

           MOVE ALL "=" TO WRK-LINHA
           WRITE WRK-LINHA
           MOVE SPACES TO WRK-LINHA
           STRING
               "SETOR "              DELIMITED BY SIZE
               WS-SETL-COD(WS-I-SET) DELIMITED BY SIZE
               "  "                  DELIMITED BY SIZE
               WS-SETOR-NOME         DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING
           WRITE WRK-LINHA

           MOVE 0 TO WS-SUB-QTD WS-SUB-PROV WS-SUB-DESC WS-SUB-LIQ
               WS-SUB-BRUTO WS-SUB-INSS WS-SUB-IRRF
           PERFORM VARYING WS-I-LIV FROM 1 BY 1
               UNTIL WS-I-LIV > WS-LIV-QTD
               IF WS-LIV-SETOR(WS-I-LIV) = WS-SETL-COD(WS-I-SET)
                   PERFORM 3200-MONTAR-FUNCIONARIO
               END-IF
           END-PERFORM

           MOVE ALL "-" TO WRK-LINHA
           WRITE WRK-LINHA
           MOVE SPACES TO WRK-LINHA
           STRING
               "SUBTOTAL SETOR "     DELIMITED BY SIZE
               WS-SETL-COD(WS-I-SET) DELIMITED BY SIZE
               "  FUNCIONARIOS "     DELIMITED BY SIZE
               WS-SUB-QTD            DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING
           WRITE WRK-LINHA
           PERFORM 3800-LINHAS-TOTAIS

           ADD WS-SUB-QTD   TO WS-TOT-QTD
           ADD WS-SUB-PROV  TO WS-TOT-PROV
           ADD WS-SUB-DESC  TO WS-TOT-DESC
           ADD WS-SUB-LIQ   TO WS-TOT-LIQ
           ADD WS-SUB-BRUTO TO WS-TOT-BRUTO
           ADD WS-SUB-INSS  TO WS-TOT-INSS
           ADD WS-SUB-IRRF  TO WS-TOT-IRRF.

       3200-MONTAR-FUNCIONARIO SECTION.
           MOVE 0 TO WS-FUN-PROV WS-FUN-DESC WS-FUN-ADIANT
               WS-FUN-PENSAO WS-FUN-ITENS

           MOVE "N" TO WS-FUN-SEMANAL
           IF WS-TEM-GRUPO = "S"
               MOVE WS-LIV-MAT(WS-I-LIV) TO GRF-MATRICULA
               READ GRUPO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRF-GRUPO = "S"
                           MOVE "S" TO WS-FUN-SEMANAL
                       END-IF
               END-READ
           END-IF

           MOVE SPACES TO WRK-LINHA
           WRITE WRK-LINHA
           MOVE SPACES TO WRK-LINHA
           STRING
               "MATRICULA "                  DELIMITED BY SIZE
               WS-LIV-MAT(WS-I-LIV)          DELIMITED BY SIZE
               "  "                          DELIMITED BY SIZE
               WS-LIV-NOME(WS-I-LIV)(1:40)   DELIMITED BY SIZE
               "  CPF "                      DELIMITED BY SIZE
               WS-LIV-CPF(WS-I-LIV)          DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING
           WRITE WRK-LINHA
           IF WS-FUN-SEMANAL = "S"
               MOVE "    (SEMANALISTA - VERBAS DAS SEMANAS DO MES)"
                   TO WRK-LINHA
               WRITE WRK-LINHA
           END-IF

           IF WS-TEM-HST = "S"
               PERFORM 3300-VERBAS-HOLERITE
           END-IF
           IF WS-FUN-ITENS = 0
               PERFORM 3400-VERBAS-PAYROLL-IN
           END-IF
           IF WS-FUN-ITENS = 0
               MOVE "    (SEM VERBAS - SO O TOTAL DO HISTORICO)"
                   TO WRK-LINHA
               WRITE WRK-LINHA
               MOVE WS-LIV-BRUTO(WS-I-LIV) TO WS-FUN-PROV
               COMPUTE WS-FUN-DESC = WS-LIV-INSS(WS-I-LIV)
                   + WS-LIV-IRRF(WS-I-LIV)
           END-IF

      *> Liquido do holerite mensal: o historico inclui o adiantamento
      *> da quinzena, que aqui ja entrou como desconto.
           COMPUTE WS-FUN-LIQ = WS-LIV-VALOR(WS-I-LIV) - WS-FUN-ADIANT

           MOVE SPACES TO WS-LIN-VERBA
           MOVE "TOTAL"     TO LV-ROTULO
           MOVE WS-FUN-PROV TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LV-PROVENTO
           MOVE WS-FUN-DESC TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LV-DESCONTO
           MOVE WS-LIN-VERBA TO WRK-LINHA
           WRITE WRK-LINHA
           MOVE SPACES TO WS-LIN-VERBA
           MOVE "LIQUIDO"   TO LV-ROTULO
           MOVE WS-FUN-LIQ  TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LV-PROVENTO
           MOVE WS-LIN-VERBA TO WRK-LINHA
           WRITE WRK-LINHA

           ADD 1                      TO WS-SUB-QTD
           ADD WS-FUN-PROV            TO WS-SUB-PROV
           ADD WS-FUN-DESC            TO WS-SUB-DESC
           ADD WS-FUN-LIQ             TO WS-SUB-LIQ
           ADD WS-LIV-BRUTO(WS-I-LIV) TO WS-SUB-BRUTO
           ADD WS-LIV-INSS(WS-I-LIV)  TO WS-SUB-INSS
           ADD WS-LIV-IRRF(WS-I-LIV)  TO WS-SUB-IRRF
           IF WS-FUN-SEMANAL = "S"
               ADD 1          TO WS-TOT-QTD-SEMANAL
               ADD WS-FUN-LIQ TO WS-TOT-SEMANAL
           ELSE
               ADD WS-FUN-PENSAO TO WS-TOT-PENSAO
           END-IF.

       3300-VERBAS-HOLERITE SECTION.
      *> Cadeia matricula+competencia da guarda, todas as sequencias
      *> (o semanalista tem uma faixa por semana).
           MOVE WS-LIV-MAT(WS-I-LIV) TO HST-MATRICULA
           MOVE WS-COMPETENCIA       TO HST-COMPETENCIA
           MOVE 0                    TO HST-SEQ
           MOVE "N" TO WS-FIM-HST
           START HOLERITE-STORE-FILE
               KEY IS NOT LESS THAN HST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-HST
           END-START
           PERFORM UNTIL WS-FIM-HST = "S"
               READ HOLERITE-STORE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-HST
                   NOT AT END
                       IF HST-MATRICULA NOT = WS-LIV-MAT(WS-I-LIV)
                               OR HST-COMPETENCIA NOT = WS-COMPETENCIA
                           MOVE "S" TO WS-FIM-HST
                       ELSE
                           PERFORM 3350-LINHA-HOLERITE
                       END-IF
               END-READ
           END-PERFORM.

       3350-LINHA-HOLERITE SECTION.
      *> So as linhas de verba (rotulo + valor); cabecalho, extenso,
      *> horas, dependentes, beneficio informativo e avisos ficam no
      *> holerite.
           IF HST-ITEM-BRANCO NOT = SPACES
                   OR HST-ITEM-ROTULO(1:1) = SPACE
                   OR HST-ITEM-SEPARA NOT = SPACES
                   OR HST-ITEM-VALOR(1:1) = SPACE
                   OR HST-ITEM-RESTO NOT = SPACES
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-QTD-IGUAL
           INSPECT HST-ITEM-ROTULO TALLYING WS-QTD-IGUAL FOR ALL "="
           IF WS-QTD-IGUAL > 0
               EXIT SECTION
           END-IF
           IF HST-ITEM-ROTULO = "LIQUIDO"
               EXIT SECTION
           END-IF

           MOVE HST-ITEM-ROTULO TO WS-ITEM-ROTULO
           MOVE HST-ITEM-VALOR  TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-ITEM-VALOR
           PERFORM 3500-GRAVAR-VERBA

           IF WS-ITEM-ROTULO = "ADIANTAMENTO"
               ADD WS-ITEM-VALOR TO WS-FUN-ADIANT
           END-IF
           IF WS-ITEM-ROTULO(1:6) = "PENSAO"
               ADD WS-ITEM-VALOR TO WS-FUN-PENSAO
           END-IF.

       3400-VERBAS-PAYROLL-IN SECTION.
      *> Funcionario sem holerite guardado (rodada de antes da
      *> guarda): as verbas da linha dele no PAYROLL-IN.
           OPEN INPUT PAYROLL-IN-FILE
           IF NOT WS-PIN-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ PAYROLL-IN-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PAYIN-MATRICULA = WS-LIV-MAT(WS-I-LIV)
                           PERFORM 3450-VERBAS-LINHA-PAYIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-IN-FILE.

       3450-VERBAS-LINHA-PAYIN SECTION.
           IF PAYIN-SAL-BRUTO = SPACES
               MOVE "LIQUIDO INFORMADO" TO WS-ITEM-ROTULO
               MOVE PAYIN-VALOR TO WS-VALOR-PARSE
               PERFORM 7000-CONVERTER-CENTAVOS
               MOVE WS-VAL-CENTAVOS-REG TO WS-ITEM-VALOR
               PERFORM 3500-GRAVAR-VERBA
               EXIT SECTION
           END-IF
           MOVE "SALARIO BRUTO" TO WS-ITEM-ROTULO
           MOVE PAYIN-SAL-BRUTO TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-ITEM-VALOR
           PERFORM 3500-GRAVAR-VERBA
           MOVE "INSS" TO WS-ITEM-ROTULO
           MOVE PAYIN-INSS TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-ITEM-VALOR
           PERFORM 3500-GRAVAR-VERBA
           MOVE "IRRF" TO WS-ITEM-ROTULO
           MOVE PAYIN-IRRF TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-ITEM-VALOR
           PERFORM 3500-GRAVAR-VERBA
           MOVE "OUTROS" TO WS-ITEM-ROTULO
           MOVE PAYIN-OUTROS TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-ITEM-VALOR
           PERFORM 3500-GRAVAR-VERBA.

       3500-GRAVAR-VERBA SECTION.
      *> INSS, IRRF e valor negativo sao desconto (mostrado sem o
      *> sinal); o resto e provento. Verba zerada nao entra.
           IF WS-ITEM-VALOR = 0
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-ITEM-DESCONTO
           IF WS-ITEM-VALOR < 0
               MOVE "S" TO WS-ITEM-DESCONTO
               COMPUTE WS-ITEM-VALOR = 0 - WS-ITEM-VALOR
           END-IF
           IF WS-ITEM-ROTULO(1:4) = "INSS"
                   OR WS-ITEM-ROTULO(1:4) = "IRRF"
               MOVE "S" TO WS-ITEM-DESCONTO
           END-IF

           MOVE SPACES TO WS-LIN-VERBA
           MOVE WS-ITEM-ROTULO TO LV-ROTULO
           MOVE WS-ITEM-VALOR TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           IF WS-ITEM-DESCONTO = "S"
               MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LV-DESCONTO
               ADD WS-ITEM-VALOR TO WS-FUN-DESC
           ELSE
               MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LV-PROVENTO
               ADD WS-ITEM-VALOR TO WS-FUN-PROV
           END-IF
           MOVE WS-LIN-VERBA TO WRK-LINHA
           WRITE WRK-LINHA
           ADD 1 TO WS-FUN-ITENS.

       3800-LINHAS-TOTAIS SECTION.
      *> Proventos/descontos das verbas listadas e as bases legais
      *> (bruto, INSS, IRRF) do historico.
           MOVE SPACES TO WS-LIN-PAR
           MOVE "PROVENTOS"  TO LP-ROTULO-1
           MOVE WS-SUB-PROV  TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-1
           MOVE "DESCONTOS"  TO LP-ROTULO-2
           MOVE WS-SUB-DESC  TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-2
           MOVE WS-LIN-PAR TO WRK-LINHA
           WRITE WRK-LINHA

           MOVE SPACES TO WS-LIN-PAR
           MOVE "LIQUIDO"    TO LP-ROTULO-1
           MOVE WS-SUB-LIQ   TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-1
           MOVE "BRUTO"      TO LP-ROTULO-2
           MOVE WS-SUB-BRUTO TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-2
           MOVE WS-LIN-PAR TO WRK-LINHA
           WRITE WRK-LINHA

           MOVE SPACES TO WS-LIN-PAR
           MOVE "INSS"       TO LP-ROTULO-1
           MOVE WS-SUB-INSS  TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-1
           MOVE "IRRF"       TO LP-ROTULO-2
           MOVE WS-SUB-IRRF  TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-2
           MOVE WS-LIN-PAR TO WRK-LINHA
           WRITE WRK-LINHA.

       4000-CONCILIAR SECTION.
      *> Fecha o corpo com a conciliacao: trailer do PAYROLL-OUT
      *> recomputado via CTRL-TOTAL e liquido esperado contra o que
      *> os tres trilhos da rodada mensal pagaram.
           PERFORM 4100-LER-PAYOUT
           PERFORM 4200-LER-CNAB
           PERFORM 4300-LER-PIX

           COMPUTE WS-CON-PAGO = WS-CON-TOT-CHQ + WS-CON-TOT-CNAB
               + WS-CON-TOT-PIX
           COMPUTE WS-CON-ESPERADO = WS-TOT-LIQ - WS-TOT-SEMANAL
               + WS-TOT-PENSAO
           COMPUTE WS-CON-DIFERENCA = WS-CON-PAGO - WS-CON-ESPERADO
           IF WS-CON-DIFERENCA NOT = 0 OR WS-CON-TRAILER-OK NOT = "S"
               MOVE "N" TO WS-LIVRO-FECHA
           END-IF

           MOVE ALL "=" TO WRK-LINHA
           WRITE WRK-LINHA
           MOVE "CONCILIACAO COM OS PAGAMENTOS DA RODADA MENSAL"
               TO WRK-LINHA
           WRITE WRK-LINHA

      *> Linha de controle do proprio livro, no formato de sempre.
           MOVE WS-TOT-QTD TO WS-CTRL-QTD
           MOVE WS-TOT-LIQ TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           MOVE SPACES TO WRK-LINHA
           STRING
               "LIVRO   "    DELIMITED BY SIZE
               WS-CTRL-LINHA DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING
           WRITE WRK-LINHA

           MOVE SPACES TO WRK-LINHA
           IF WS-CON-TEM-PAYOUT NOT = "S"
               MOVE "PAYOUT  *** PAYROLL-OUT DA EMPRESA AUSENTE ***"
                   TO WRK-LINHA
           ELSE
               STRING
                   "PAYOUT  "      DELIMITED BY SIZE
                   WS-TRAILER-LIDO DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
           END-IF
           WRITE WRK-LINHA
           IF WS-CON-TEM-PAYOUT = "S" AND WS-CON-TRAILER-OK NOT = "S"
               MOVE "        *** TRAILER NAO CONFERE COM OS CHEQUES ***"
                   TO WRK-LINHA
               WRITE WRK-LINHA
           END-IF

           MOVE SPACES TO WS-LIN-PAR
           MOVE "CHEQUES"       TO LP-ROTULO-1
           MOVE WS-CON-TOT-CHQ  TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-1
           MOVE "CNAB"          TO LP-ROTULO-2
           MOVE WS-CON-TOT-CNAB TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-2
           MOVE WS-LIN-PAR TO WRK-LINHA
           WRITE WRK-LINHA

           MOVE SPACES TO WS-LIN-PAR
           MOVE "PIX"           TO LP-ROTULO-1
           MOVE WS-CON-TOT-PIX  TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-1
           MOVE "TOTAL PAGO"    TO LP-ROTULO-2
           MOVE WS-CON-PAGO     TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-2
           MOVE WS-LIN-PAR TO WRK-LINHA
           WRITE WRK-LINHA

           MOVE SPACES TO WS-LIN-PAR
           MOVE "(+) PENSOES"   TO LP-ROTULO-1
           MOVE WS-TOT-PENSAO   TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-1
           MOVE "(-) SEMANAL"   TO LP-ROTULO-2
           MOVE WS-TOT-SEMANAL  TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-2
           MOVE WS-LIN-PAR TO WRK-LINHA
           WRITE WRK-LINHA

           MOVE SPACES TO WS-LIN-PAR
           MOVE "ESPERADO"       TO LP-ROTULO-1
           MOVE WS-CON-ESPERADO  TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-1
           MOVE "DIFERENCA"      TO LP-ROTULO-2
           MOVE WS-CON-DIFERENCA TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE FUNCTION TRIM(WS-FMT-SAIDA) TO LP-VALOR-2
           MOVE WS-LIN-PAR TO WRK-LINHA
           WRITE WRK-LINHA

           IF WS-LIVRO-FECHA = "S"
               MOVE "LIVRO CONFERE COM OS PAGAMENTOS DA RODADA"
                   TO WRK-LINHA
           ELSE
               MOVE "*** LIVRO NAO FECHA COM OS PAGAMENTOS ***"
                   TO WRK-LINHA
           END-IF
           WRITE WRK-LINHA
           CLOSE LIVRO-WORK-FILE.

       4100-LER-PAYOUT SECTION.
      *> Recontagem dos cheques e do total; o CONTROLE gravado e
      *> conferido contra o recomputado via CTRL-TOTAL.
           MOVE "N" TO WS-CON-TRAILER-OK WS-CON-TEM-PAYOUT
           OPEN INPUT PAYROLL-OUT-FILE
           IF NOT WS-PAYOUT-OK
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-CON-TEM-PAYOUT
           MOVE SPACES TO WS-TRAILER-LIDO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ PAYROLL-OUT-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                         WHEN PAYOUT-REC(1:9) = "CONTROLE:"
                           MOVE PAYOUT-REC(1:80) TO WS-TRAILER-LIDO
                         WHEN PAYOUT-REC(1:9) = "SUBTOTAL "
                           CONTINUE
                         WHEN OTHER
                           ADD 1 TO WS-CON-QTD-CHQ
                           MOVE PAYOUT-VALOR TO WS-VALOR-PARSE
                           PERFORM 7000-CONVERTER-CENTAVOS
                           ADD WS-VAL-CENTAVOS-REG TO WS-CON-TOT-CHQ
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PAYROLL-OUT-FILE

           MOVE WS-CON-QTD-CHQ TO WS-CTRL-QTD
           MOVE WS-CON-TOT-CHQ TO WS-CTRL-TOTAL
           CALL "CTRL-TOTAL" USING WS-CTRL-IN WS-CTRL-OUT
           END-CALL
           IF WS-CTRL-LINHA = WS-TRAILER-LIDO
               MOVE "S" TO WS-CON-TRAILER-OK
           END-IF.

       4200-LER-CNAB SECTION.
           OPEN INPUT REMESSA-FILE
           IF NOT WS-CNAB-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ REMESSA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REM-TIPO-REG = "5"
                           MOVE REM-SOMA-VALOR TO WS-CON-TOT-CNAB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMESSA-FILE.

       4300-LER-PIX SECTION.
           OPEN INPUT PIX-FILE
           IF NOT WS-PIX-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ PIX-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PIX-LINHA(1:9) = "CONTROLE:"
                           MOVE SPACES TO WS-TRAILER-TOTAL-TXT
                           UNSTRING PIX-LINHA
                               DELIMITED BY "TOTAL="
                               INTO WS-LIXO WS-TRAILER-TOTAL-TXT
                           END-UNSTRING
                           IF WS-TRAILER-TOTAL-TXT NOT = SPACES
                               MOVE FUNCTION NUMVAL
                                   (WS-TRAILER-TOTAL-TXT)
                                   TO WS-CON-TOT-PIX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIX-FILE.

       5000-EMITIR-LIVRO SECTION.
      *> Termo de abertura em folha propria, o corpo, e o termo de
      *> encerramento em folha propria.
           MOVE "I"           TO WS-RW-OPERACAO
           MOVE WS-NOME-LIVRO TO WS-RW-ARQUIVO
           MOVE SPACES        TO WS-RW-TITULO
           STRING
               "LIVRO FOLHA DE PAGAMENTO " DELIMITED BY SIZE
               WS-COMPETENCIA(1:2)         DELIMITED BY SIZE
               "/"                         DELIMITED BY SIZE
               WS-COMPETENCIA(3:4)         DELIMITED BY SIZE
               INTO WS-RW-TITULO
           END-STRING
           MOVE SPACES TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           IF WS-RW-STATUS NOT = "OK"
               DISPLAY "LIVRO-FOLHA: FALHA AO ABRIR " WS-NOME-LIVRO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "L" TO WS-RW-OPERACAO

           MOVE "TERMO DE ABERTURA" TO WS-RW-LINHA
           PERFORM 5900-LINHA-TERMO
           PERFORM 5800-TEXTO-TERMO
           MOVE "Q" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "L" TO WS-RW-OPERACAO

           OPEN INPUT LIVRO-WORK-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ LIVRO-WORK-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE WRK-LINHA TO WS-RW-LINHA
                       CALL "REPORT-WRITER" USING WS-RW
                       END-CALL
               END-READ
           END-PERFORM
           CLOSE LIVRO-WORK-FILE

           MOVE "Q" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "L" TO WS-RW-OPERACAO
           MOVE "TERMO DE ENCERRAMENTO" TO WS-RW-LINHA
           PERFORM 5900-LINHA-TERMO
           PERFORM 5800-TEXTO-TERMO

           MOVE SPACES TO WS-RW-LINHA
           STRING
               "FUNCIONARIOS "   DELIMITED BY SIZE
               WS-TOT-QTD        DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           PERFORM 5900-LINHA-TERMO
           MOVE WS-TOT-BRUTO TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "TOTAL BRUTO R$ "             DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-SAIDA)   DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           PERFORM 5900-LINHA-TERMO
           MOVE WS-TOT-LIQ TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "TOTAL LIQUIDO R$ "           DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-SAIDA)   DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           PERFORM 5900-LINHA-TERMO

           MOVE SPACES TO WS-RW-LINHA
           MOVE "F" TO WS-RW-OPERACAO
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

       5800-TEXTO-TERMO SECTION.
      *> Na primeira passagem o numero de folhas ainda e "0000" --
      *> mesmo tamanho, mesma paginacao.
           IF WS-PASSAGEM = 1
               MOVE "0000" TO WS-PAGINAS-TXT
           END-IF
           MOVE SPACES TO WS-RW-LINHA
           PERFORM 5900-LINHA-TERMO
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "CONTEM ESTE LIVRO "  DELIMITED BY SIZE
               WS-PAGINAS-TXT        DELIMITED BY SIZE
               " FOLHAS NUMERADAS DE 0001 A " DELIMITED BY SIZE
               WS-PAGINAS-TXT        DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           PERFORM 5900-LINHA-TERMO
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "DESTINADO AO REGISTRO DA FOLHA DE PAGAMENTO "
                                     DELIMITED BY SIZE
               "ANALITICA"           DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           PERFORM 5900-LINHA-TERMO
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "DA COMPETENCIA "     DELIMITED BY SIZE
               WS-COMPETENCIA(1:2)   DELIMITED BY SIZE
               "/"                   DELIMITED BY SIZE
               WS-COMPETENCIA(3:4)   DELIMITED BY SIZE
               " DA EMPRESA:"        DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           PERFORM 5900-LINHA-TERMO
           MOVE SPACES TO WS-RW-LINHA
           PERFORM 5900-LINHA-TERMO
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "    "               DELIMITED BY SIZE
               WS-EMPRESA           DELIMITED BY SIZE
               " - "                DELIMITED BY SIZE
               WS-EMPRESA-NOME      DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           PERFORM 5900-LINHA-TERMO
           MOVE SPACES TO WS-RW-LINHA
           IF WS-EMPRESA-CNPJ > 0
               MOVE WS-EMPRESA-CNPJ(1:2)  TO WS-CNPJ-ED-1
               MOVE WS-EMPRESA-CNPJ(3:3)  TO WS-CNPJ-ED-2
               MOVE WS-EMPRESA-CNPJ(6:3)  TO WS-CNPJ-ED-3
               MOVE WS-EMPRESA-CNPJ(9:4)  TO WS-CNPJ-ED-4
               MOVE WS-EMPRESA-CNPJ(13:2) TO WS-CNPJ-ED-5
               STRING
                   "    CNPJ "          DELIMITED BY SIZE
                   WS-CNPJ-ED           DELIMITED BY SIZE
                   INTO WS-RW-LINHA
               END-STRING
           END-IF
           PERFORM 5900-LINHA-TERMO
           MOVE SPACES TO WS-RW-LINHA
           PERFORM 5900-LINHA-TERMO
           MOVE SPACES TO WS-RW-LINHA
           STRING
               "EMITIDO EM "        DELIMITED BY SIZE
               WS-DATA-HOJE(7:2)    DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               WS-DATA-HOJE(5:2)    DELIMITED BY SIZE
               "/"                  DELIMITED BY SIZE
               WS-DATA-HOJE(1:4)    DELIMITED BY SIZE
               INTO WS-RW-LINHA
           END-STRING
           PERFORM 5900-LINHA-TERMO
           MOVE SPACES TO WS-RW-LINHA
           PERFORM 5900-LINHA-TERMO
           PERFORM 5900-LINHA-TERMO
           MOVE "________________________________________"
               TO WS-RW-LINHA
           PERFORM 5900-LINHA-TERMO
           MOVE "RESPONSAVEL PELA EMPRESA" TO WS-RW-LINHA
           PERFORM 5900-LINHA-TERMO
           MOVE SPACES TO WS-RW-LINHA
           PERFORM 5900-LINHA-TERMO.

       5900-LINHA-TERMO SECTION.
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL.

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
