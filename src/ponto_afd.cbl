       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTO-AFD.

      *> Importacao do ponto eletronico: le o AFD (Arquivo Fonte de
      *> Dados) que o REP certificado de cada local exporta, acha o
      *> funcionario pelo PIS da marcacao (FT-PIS), casa as
      *> marcacoes do dia em pares entrada/saida e apura, contra a
      *> escala de turno do setor, as horas extras 50%, 100% e as
      *> horas noturnas que o HORAS-CALC ja precifica. O resultado
      *> e GRAVADO no HORAS-INTAKE da competencia -- a digitacao do
      *> cartao de papel pelo supervisor sai de cena.
      *>
      *> Nada vira zero em silencio: PIS sem funcionario ativo,
      *> marcacao sem par, dia de escala sem marcacao, dia com
      *> marcacao demais e funcionario sem escala saem no
      *> PONTO-EXCECAO-REPORT para o supervisor tratar. O dia com
      *> problema nao entra na apuracao; a correcao (e a folga
      *> compensatoria do banco de horas, que o relogio nao
      *> conhece) vai pelo HORAS-AJUSTE, somado ao que o relogio
      *> apurou, e o programa roda de novo.
      *>
      *> PONTO-LOCAL: linhas EMPRESA;LOCAL -- um REP por local, com o
      *>   AFD em PONTO-AFD-<LOCAL>. Sem a tabela, a empresa tem um
      *>   unico AFD, PONTO-AFD.
      *> ESCALA-TURNO: linhas EMPRESA;SETOR;ENTRADA;SAIDA;INTERVALO;
      *>   DIAS
      *>   EMPRESA   = codigo da empresa ("00" = padrao do grupo)
      *>   SETOR     = codigo do setor; em branco, a empresa inteira
      *>   ENTRADA   = HHMM do inicio do turno
      *>   SAIDA     = HHMM do fim; menor que a entrada = turno que
      *>               vira a meia-noite (a marcacao da madrugada
      *>               conta no dia em que o turno comecou)
      *>   INTERVALO = minutos de intervalo; em branco, 60
      *>   DIAS      = 7 posicoes S/N, segunda a domingo; em branco,
      *>               SSSSSNN
      *>   Vale a linha mais especifica, como na BANCO-HORAS-REGRA.
      *> HORAS-AJUSTE: layout do HORAS-INTAKE, digitado pelo
      *>   supervisor; opcional.
      *>
      *> Apuracao do dia (art. 58 e 73 da CLT):
      *>   dia de escala  - o que passar da jornada prevista e extra
      *>                    50%; variacao de ate 10 minutos no dia
      *>                    nao conta
      *>   folga da escala- todo o trabalhado e extra 50%; no domingo
      *>                    de descanso, 100%
      *>   feriado        - todo o trabalhado e extra 100% (FERIADOS
      *>                    do CAL-DIA-UTIL, em dia de semana)
      *>   noturna        - trabalho entre 22h e 5h, em hora ficta de
      *>                    52min30s
      *> Dia coberto por afastamento (AFAST-MASTER) nao cobra
      *> marcacao.
      *>
      *> RETURN-CODE 8 (HORAS-INTAKE nao e gravado) sem tabela de
      *> funcionarios, sem ESCALA-TURNO, ou com AFD de algum local
      *> ausente ou sem cabecalho -- gravar sem as marcacoes de um
      *> local zeraria as extras de todo mundo dali. RETURN-CODE 4
      *> com excecao no relatorio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCAL-FILE ASSIGN TO "PONTO-LOCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCAL-FS.
           SELECT AFD-FILE ASSIGN TO DYNAMIC WS-NOME-AFD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFD-FS.
           SELECT ESCALA-FILE ASSIGN TO "ESCALA-TURNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALA-FS.
           SELECT AJUSTE-FILE ASSIGN TO "HORAS-AJUSTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-FS.
           SELECT AFAST-FILE ASSIGN TO "AFAST-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-AFA-FS.
           SELECT HORAS-INTAKE-FILE ASSIGN TO "HORAS-INTAKE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECAO-FILE ASSIGN TO "PONTO-EXCECAO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCAL-FILE.
       01  LOCAL-LINHA               PIC X(80).

      *> Registro do AFD (Portaria 1510): NSR, tipo e o resto
      *> conforme o tipo. Tipo 1 = cabecalho, 3 = marcacao de
      *> ponto; os demais (ajuste de relogio, cadastro no REP,
      *> trailer) nao entram na apuracao.
       FD  AFD-FILE.
       01  AFD-LINHA                 PIC X(300).
       01  AFD-CABECALHO.
           05  AFD-CAB-NSR           PIC X(09).
           05  AFD-CAB-TIPO          PIC X(01).
           05  AFD-CAB-TIPO-ID       PIC X(01).
           05  AFD-CAB-CNPJ          PIC X(14).
           05  AFD-CAB-CEI           PIC X(12).
           05  AFD-CAB-RAZAO         PIC X(150).
           05  AFD-CAB-REP           PIC X(17).
           05  AFD-CAB-DATA-INI      PIC X(08).
           05  AFD-CAB-DATA-FIM      PIC X(08).
           05  FILLER                PIC X(80).
       01  AFD-MARCACAO.
           05  AFD-MAR-NSR           PIC X(09).
           05  AFD-MAR-TIPO          PIC X(01).
           05  AFD-MAR-DATA.
               10  AFD-MAR-DD        PIC 9(02).
               10  AFD-MAR-MM        PIC 9(02).
               10  AFD-MAR-AAAA      PIC 9(04).
           05  AFD-MAR-HORA.
               10  AFD-MAR-HH        PIC 9(02).
               10  AFD-MAR-MI        PIC 9(02).
           05  AFD-MAR-PIS           PIC 9(12).
           05  FILLER                PIC X(266).

       FD  ESCALA-FILE.
       01  ESCALA-LINHA              PIC X(80).

       FD  AJUSTE-FILE.
       01  AJ-REC.
           05  AJ-MATRICULA          PIC 9(09).
           05  AJ-COMPETENCIA        PIC X(06).
           05  AJ-HE50               PIC 9(05).
           05  AJ-HE100              PIC 9(05).
           05  AJ-NOTURNA            PIC 9(05).
           05  AJ-FOLGA              PIC 9(05).

       FD  AFAST-FILE.
       01  AFA-REC.
           05  AFA-CHAVE.
               10  AFA-MATRICULA     PIC 9(09).
               10  AFA-DATA-INI      PIC 9(08).
           05  AFA-DATA-FIM          PIC 9(08).
           05  AFA-TIPO              PIC X(03).
           05  AFA-REMUNERADO        PIC X(01).
           05  AFA-CONTA-13          PIC X(01).

      *> Mesmo layout que o HORAS-CALC le (horas em centesimos).
      *> A apuracao aqui e mensal: HORIN-NORMAIS e HORIN-SEMANA
      *> saem zerados (so o apontamento semanal os preenche).
       FD  HORAS-INTAKE-FILE.
       01  HORIN-REC.
           05  HORIN-MATRICULA       PIC 9(09).
           05  HORIN-COMPETENCIA     PIC X(06).
           05  HORIN-HE50            PIC 9(05).
           05  HORIN-HE100           PIC 9(05).
           05  HORIN-NOTURNA         PIC 9(05).
           05  HORIN-FOLGA           PIC 9(05).
           05  HORIN-NORMAIS         PIC 9(05).
           05  HORIN-SEMANA          PIC 9(08).

       FD  EXCECAO-FILE.
       01  EXCOUT-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOCAL-FS               PIC X(02) VALUE SPACES.
           88  WS-LOCAL-OK                      VALUE "00".
       01  WS-AFD-FS                 PIC X(02) VALUE SPACES.
           88  WS-AFD-OK                        VALUE "00".
       01  WS-ESCALA-FS              PIC X(02) VALUE SPACES.
           88  WS-ESCALA-OK                     VALUE "00".
       01  WS-AJUSTE-FS              PIC X(02) VALUE SPACES.
           88  WS-AJUSTE-OK                     VALUE "00".
       01  WS-AFA-FS                 PIC X(02) VALUE SPACES.
           88  WS-AFA-MASTER-OK                 VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
       01  WS-EOF-AFA                PIC X(01) VALUE "N".
       01  WS-TEM-AFAST              PIC X(01) VALUE "N".
       01  WS-RECUSADO               PIC X(01) VALUE "N".
           88  WS-IMPORTACAO-RECUSADA           VALUE "S".
       01  WS-TEM-CABECALHO          PIC X(01) VALUE "N".

       COPY "func_tabela.cpy".

       01  WS-EMPRESA                PIC X(02) VALUE "01".
       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-NOME-AFD               PIC X(20) VALUE SPACES.

      *> Locais (REP) da empresa, com o periodo que o AFD cobre.
       01  WS-LOCAL-TAB.
           05  WS-LOCAL-QTD          PIC 9(03) COMP-5 VALUE 0.
           05  WS-LOCAL OCCURS 50 TIMES.
               10  WS-LOCAL-COD      PIC X(08).
               10  WS-LOCAL-INI-INT  PIC 9(08).
               10  WS-LOCAL-FIM-INT  PIC 9(08).
               10  WS-LOCAL-MARCAS   PIC 9(07).
       01  WS-LC                     PIC 9(03) COMP-5 VALUE 0.
       01  WS-GERAL-INI-INT          PIC 9(08) VALUE 0.
       01  WS-GERAL-FIM-INT          PIC 9(08) VALUE 0.

       01  WS-ESCALA-TAB.
           05  WS-ESCALA-QTD         PIC 9(03) COMP-5 VALUE 0.
           05  WS-ESCALA OCCURS 200 TIMES.
               10  WS-ESC-EMPRESA    PIC X(02).
               10  WS-ESC-SETOR      PIC X(10).
               10  WS-ESC-ENTRADA    PIC 9(04).
               10  WS-ESC-SAIDA      PIC 9(04).
               10  WS-ESC-INTERVALO  PIC 9(03).
               10  WS-ESC-DIAS       PIC X(07).
               10  WS-ESC-JORNADA    PIC 9(04).
               10  WS-ESC-VIRA       PIC X(01).
       01  WS-ES                     PIC 9(03) COMP-5 VALUE 0.
       01  WS-ES-NIVEL               PIC 9(01) VALUE 0.
       01  WS-ES-MELHOR              PIC 9(01) VALUE 0.
       01  WS-ES-ACHADA              PIC 9(03) VALUE 0.
       01  WS-CAMPO-EMPRESA          PIC X(02) VALUE SPACES.
       01  WS-CAMPO-SETOR            PIC X(10) VALUE SPACES.
       01  WS-CAMPO-ENTRADA          PIC X(04) VALUE SPACES.
       01  WS-CAMPO-SAIDA            PIC X(04) VALUE SPACES.
       01  WS-CAMPO-INTERVALO        PIC X(04) VALUE SPACES.
       01  WS-CAMPO-DIAS             PIC X(07) VALUE SPACES.
       01  WS-CAMPO-LOCAL            PIC X(08) VALUE SPACES.
       01  WS-HHMM                   PIC 9(04) VALUE 0.
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05  WS-HHMM-HH            PIC 9(02).
           05  WS-HHMM-MI            PIC 9(02).

      *> Indice PIS -> posicao na tabela de funcionarios, ordenado
      *> para a busca binaria; so funcionario ativo com PIS.
       01  WS-PIS-TAB.
           05  WS-PIS-QTD            PIC 9(05) VALUE 0.
           05  WS-PI-ENTRADA OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PIS-QTD
                   ASCENDING KEY IS WS-PI-PIS
                   INDEXED BY WS-PI-IDX.
               10  WS-PI-PIS         PIC 9(11).
               10  WS-PI-FT          PIC 9(05).
       01  WS-PI-TROCA               PIC X(16).
       01  WS-PIS-BUSCA              PIC 9(11) VALUE 0.
       01  WS-SI                     PIC 9(05) COMP-5 VALUE 0.
       01  WS-SJ                     PIC 9(05) COMP-5 VALUE 0.

      *> PIS das marcacoes sem funcionario ativo, agregados.
       01  WS-DESC-TAB.
           05  WS-DESC-QTD           PIC 9(03) COMP-5 VALUE 0.
           05  WS-DESC OCCURS 500 TIMES.
               10  WS-DESC-PIS       PIC 9(12).
               10  WS-DESC-LOCAL     PIC X(08).
               10  WS-DESC-MARCAS    PIC 9(05).
               10  WS-DESC-DATA-INT  PIC 9(08).
       01  WS-DS                     PIC 9(03) COMP-5 VALUE 0.
       01  WS-DS-ACHOU               PIC 9(03) COMP-5 VALUE 0.

      *> Posicao na tabela de apuracao de cada funcionario da FT
      *> (0 = sem marcacao e sem ajuste).
       01  WS-FT-EMP-TAB.
           05  WS-FT-EMP             PIC 9(04) COMP-5
                                     OCCURS 5000 TIMES.

      *> Marcacoes por funcionario e dia da competencia, em minutos
      *> desde a 0h do dia da jornada (ate 2880 no turno que vira),
      *> em ordem crescente.
       01  WS-EMP-TAB.
           05  WS-EMP-QTD            PIC 9(04) COMP-5 VALUE 0.
           05  WS-EMP OCCURS 3000 TIMES.
               10  WS-EM-FT          PIC 9(05).
               10  WS-EM-LOCAL       PIC 9(03).
               10  WS-EM-ESCALA      PIC 9(03).
               10  WS-EM-MARCAS      PIC 9(05).
               10  WS-EM-AJ50        PIC 9(05).
               10  WS-EM-AJ100       PIC 9(05).
               10  WS-EM-AJNOT       PIC 9(05).
               10  WS-EM-AJFOLGA     PIC 9(05).
               10  WS-EM-DIA OCCURS 31 TIMES.
                   15  WS-EM-QTD-MARC    PIC 9(02).
                   15  WS-EM-EXCESSO     PIC X(01).
                   15  WS-EM-MARCA       PIC 9(04) OCCURS 10 TIMES.
       01  WS-E                      PIC 9(04) COMP-5 VALUE 0.
       01  WS-FT-I                   PIC 9(05) COMP-5 VALUE 0.
       01  WS-I                      PIC 9(05) COMP-5 VALUE 0.
       01  WS-D                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-K                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-K2                     PIC 9(02) COMP-5 VALUE 0.
       01  WS-JW                     PIC 9(02) COMP-5 VALUE 0.

      *> Calendario da competencia: dia da semana (0 = segunda) e
      *> feriado.
       01  WS-COMP-MM                PIC 9(02) VALUE 0.
       01  WS-COMP-AAAA              PIC 9(04) VALUE 0.
       01  WS-COMP-INI               PIC 9(08) VALUE 0.
       01  WS-COMP-INI-INT           PIC 9(08) VALUE 0.
       01  WS-COMP-FIM-INT           PIC 9(08) VALUE 0.
       01  WS-DIAS-MES               PIC 9(02) VALUE 0.
       01  WS-CAL-TAB.
           05  WS-CAL OCCURS 31 TIMES.
               10  WS-CAL-DOW        PIC 9(01).
               10  WS-CAL-FERIADO    PIC X(01).
               10  WS-CAL-AFAST      PIC X(01).
       01  WS-CAL-PARAMS.
           05  WS-CAL-DATA-ENT       PIC 9(08).
           05  WS-CAL-DATA-SAI       PIC 9(08).
           05  WS-CAL-AJUSTADA       PIC X(01).
           05  WS-CAL-STATUS         PIC X(03).

      *> Janelas do horario noturno em minutos desde a 0h do dia
      *> da jornada: 0h-5h, 22h-5h do dia seguinte, 22h-24h do dia
      *> seguinte.
       01  WS-NOTURNO-VAL.
           05  FILLER                PIC X(24) VALUE
               "000003001320174027602880".
       01  WS-NOTURNO-TAB REDEFINES WS-NOTURNO-VAL.
           05  WS-NOT-JANELA OCCURS 3 TIMES.
               10  WS-NOT-INI        PIC 9(04).
               10  WS-NOT-FIM        PIC 9(04).

       01  WS-MARC-INT               PIC 9(08) VALUE 0.
       01  WS-MARC-MIN               PIC 9(04) VALUE 0.
       01  WS-MARC-DATA              PIC 9(08) VALUE 0.
       01  WS-DIA-INT                PIC 9(08) VALUE 0.
       01  WS-DIA-DATA               PIC 9(08) VALUE 0.
       01  WS-DIA-DATA-R REDEFINES WS-DIA-DATA.
           05  WS-DIA-AAAA           PIC 9(04).
           05  WS-DIA-MM             PIC 9(02).
           05  WS-DIA-DD             PIC 9(02).
       01  WS-CHECA-INI-INT          PIC 9(08) VALUE 0.
       01  WS-CHECA-FIM-INT          PIC 9(08) VALUE 0.
       01  WS-ADM-INT                PIC 9(08) VALUE 0.
       01  WS-AFA-INI-INT            PIC 9(08) VALUE 0.
       01  WS-AFA-FIM-INT            PIC 9(08) VALUE 0.
       01  WS-TRABALHADO             PIC 9(05) VALUE 0.
       01  WS-NOTURNO                PIC 9(05) VALUE 0.
       01  WS-EXTRA                  PIC S9(05) VALUE 0.
       01  WS-LO                     PIC 9(04) VALUE 0.
       01  WS-HI                     PIC 9(04) VALUE 0.
       01  WS-PREVISTO               PIC X(01) VALUE "N".
       01  WS-ACHOU-POSICAO          PIC X(01) VALUE "N".
       01  WS-LOCAL-FUNC             PIC 9(03) VALUE 0.
       01  WS-MARCAS-FUNC            PIC 9(05) VALUE 0.
       01  WS-FALTANDO               PIC 9(02) VALUE 0.

      *> Totais do funcionario em minutos e convertidos para
      *> centesimos de hora.
       01  WS-MIN50                  PIC 9(07) VALUE 0.
       01  WS-MIN100                 PIC 9(07) VALUE 0.
       01  WS-MINNOT                 PIC 9(07) VALUE 0.
       01  WS-CENT50                 PIC 9(07) VALUE 0.
       01  WS-CENT100                PIC 9(07) VALUE 0.
       01  WS-CENTNOT                PIC 9(07) VALUE 0.

       01  WS-LINHA-DET.
           05  DET-MATRICULA         PIC 9(09).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-NOME              PIC X(18).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-DATA              PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-MOTIVO            PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DET-INFO              PIC X(19).
       01  WS-DATA-ED.
           05  WS-ED-DD              PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-ED-MM              PIC 9(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  WS-ED-AAAA            PIC 9(04).
       01  WS-DATA-ED-INI            PIC X(10) VALUE SPACES.
       01  WS-HORA-ED.
           05  WS-HED-HH             PIC 9(02).
           05  FILLER                PIC X(01) VALUE ":".
           05  WS-HED-MI             PIC 9(02).
       01  WS-INFO-PTR               PIC 9(02) VALUE 0.
       01  WS-MIN-AUX                PIC 9(04) VALUE 0.
       01  WS-QTD-ED                 PIC Z(04)9.

       01  WS-CONTADORES.
           05  WS-QTD-REGISTROS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-MARCACOES      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-FORA           PIC 9(07) VALUE ZEROS.
           05  WS-QTD-DUPLICADAS     PIC 9(07) VALUE ZEROS.
           05  WS-QTD-INVALIDOS      PIC 9(07) VALUE ZEROS.
           05  WS-QTD-PIS-DESC       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-AJUSTES        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-APURADOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-GRAVADOS       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-EXCECOES       PIC 9(07) VALUE ZEROS.
           05  WS-QTD-IMPAR          PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-MARCACAO   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-EXCESSO        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-SEM-ESCALA     PIC 9(07) VALUE ZEROS.

       COPY "competencia_trava.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           IF NOT WS-IMPORTACAO-RECUSADA
               PERFORM 2000-LER-AFD
                   VARYING WS-LC FROM 1 BY 1
                   UNTIL WS-LC > WS-LOCAL-QTD
           END-IF
           IF NOT WS-IMPORTACAO-RECUSADA
               PERFORM 3000-CARREGAR-AJUSTES
               OPEN OUTPUT HORAS-INTAKE-FILE
               PERFORM 4000-APURAR
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > FT-QTD
               CLOSE HORAS-INTAKE-FILE
           END-IF
           PERFORM 9000-FINALIZAR
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

           PERFORM 1050-CONFERIR-TRAVA

           OPEN OUTPUT EXCECAO-FILE
           MOVE SPACES TO EXCOUT-LINHA
           STRING
               "PONTO ELETRONICO - EXCECOES DA APURACAO - "
                   DELIMITED BY SIZE
               "EMPRESA "             DELIMITED BY SIZE
               WS-EMPRESA             DELIMITED BY SIZE
               " COMPETENCIA "        DELIMITED BY SIZE
               WS-COMPETENCIA(1:2)    DELIMITED BY SIZE
               "/"                    DELIMITED BY SIZE
               WS-COMPETENCIA(3:4)    DELIMITED BY SIZE
               INTO EXCOUT-LINHA
           END-STRING
           WRITE EXCOUT-LINHA
           MOVE ALL "-" TO EXCOUT-LINHA
           WRITE EXCOUT-LINHA

           IF WS-COMPETENCIA(1:2) IS NOT NUMERIC
                   OR WS-COMPETENCIA(3:4) IS NOT NUMERIC
               MOVE "COMPETENCIA INVALIDA - IMPORTACAO RECUSADA"
                   TO EXCOUT-LINHA
               WRITE EXCOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF
           MOVE WS-COMPETENCIA(1:2) TO WS-COMP-MM
           MOVE WS-COMPETENCIA(3:4) TO WS-COMP-AAAA
           IF WS-COMP-MM < 1 OR WS-COMP-MM > 12
               MOVE "COMPETENCIA INVALIDA - IMPORTACAO RECUSADA"
                   TO EXCOUT-LINHA
               WRITE EXCOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF

           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL
           IF FT-STATUS NOT = "OK"
               DISPLAY "ERRO: falha ao carregar a tabela de "
                   "funcionarios, status=" FT-STATUS
               MOVE "SEM TABELA DE FUNCIONARIOS - IMPORTACAO RECUSADA"
                   TO EXCOUT-LINHA
               WRITE EXCOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF

           PERFORM 1100-INDEXAR-PIS
           PERFORM 1200-CARREGAR-ESCALAS
           PERFORM 1300-CARREGAR-LOCAIS
           PERFORM 1400-MONTAR-CALENDARIO

           OPEN INPUT AFAST-FILE
           IF WS-AFA-MASTER-OK
               MOVE "S" TO WS-TEM-AFAST
           END-IF.

       1050-CONFERIR-TRAVA SECTION.
      *> Competencia travada no fechamento mensal da empresa: a
      *> rodada e recusada antes de gravar qualquer coisa.
           MOVE WS-COMPETENCIA TO CTRV-COMPETENCIA
           MOVE WS-EMPRESA     TO CTRV-EMPRESA
           CALL "COMPETENCIA-TRAVA" USING COMPETENCIA-TRAVA-PARAMS
           END-CALL
           IF CTRV-STATUS = "TRV"
               DISPLAY "PONTO-AFD: COMPETENCIA " WS-COMPETENCIA
                   " TRAVADA NO FECHAMENTO MENSAL (EMPRESA "
                   CTRV-EMP-TRAVA " EM " CTRV-DATA-TRAVA ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-INDEXAR-PIS SECTION.
           MOVE 0 TO WS-PIS-QTD
           PERFORM VARYING WS-FT-I FROM 1 BY 1
               UNTIL WS-FT-I > FT-QTD
               MOVE 0 TO WS-FT-EMP(WS-FT-I)
               IF FT-SITUACAO(WS-FT-I) = "A"
                       AND FT-PIS(WS-FT-I) > 0
                   ADD 1 TO WS-PIS-QTD
                   MOVE FT-PIS(WS-FT-I) TO WS-PI-PIS(WS-PIS-QTD)
                   MOVE WS-FT-I         TO WS-PI-FT(WS-PIS-QTD)
               END-IF
           END-PERFORM

      *> A FT vem por matricula; o SEARCH ALL aqui e por PIS. Troca
      *> simples, como no HORAS-CALC.
           PERFORM VARYING WS-SI FROM 1 BY 1
               UNTIL WS-SI >= WS-PIS-QTD
               PERFORM VARYING WS-SJ FROM 1 BY 1
                   UNTIL WS-SJ > WS-PIS-QTD - WS-SI
                   IF WS-PI-PIS(WS-SJ) > WS-PI-PIS(WS-SJ + 1)
                       MOVE WS-PI-ENTRADA(WS-SJ)     TO WS-PI-TROCA
                       MOVE WS-PI-ENTRADA(WS-SJ + 1)
                           TO WS-PI-ENTRADA(WS-SJ)
                       MOVE WS-PI-TROCA TO WS-PI-ENTRADA(WS-SJ + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1200-CARREGAR-ESCALAS SECTION.
      *> Sem escala nao ha jornada prevista para comparar -- toda
      *> hora viraria extra ou nenhuma. Recusa.
           OPEN INPUT ESCALA-FILE
           IF NOT WS-ESCALA-OK
               MOVE "ESCALA-TURNO AUSENTE - IMPORTACAO RECUSADA"
                   TO EXCOUT-LINHA
               WRITE EXCOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ ESCALA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 1210-APLICAR-ESCALA
               END-READ
           END-PERFORM
           CLOSE ESCALA-FILE

           IF WS-ESCALA-QTD = 0
               MOVE "ESCALA-TURNO VAZIA - IMPORTACAO RECUSADA"
                   TO EXCOUT-LINHA
               WRITE EXCOUT-LINHA
               MOVE "S" TO WS-RECUSADO
           END-IF.

       1210-APLICAR-ESCALA SECTION.
           IF ESCALA-LINHA = SPACES OR ESCALA-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           IF WS-ESCALA-QTD >= 200
               DISPLAY "PONTO-AFD: ESCALA-TURNO COM MAIS DE 200 "
                   "LINHAS, EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CAMPO-EMPRESA WS-CAMPO-SETOR
                          WS-CAMPO-ENTRADA WS-CAMPO-SAIDA
                          WS-CAMPO-INTERVALO WS-CAMPO-DIAS
           UNSTRING ESCALA-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-EMPRESA
                    WS-CAMPO-SETOR
                    WS-CAMPO-ENTRADA
                    WS-CAMPO-SAIDA
                    WS-CAMPO-INTERVALO
                    WS-CAMPO-DIAS
           END-UNSTRING
           IF WS-CAMPO-EMPRESA = SPACES
                   OR WS-CAMPO-ENTRADA IS NOT NUMERIC
                   OR WS-CAMPO-SAIDA IS NOT NUMERIC
               DISPLAY "PONTO-AFD: LINHA INVALIDA NA ESCALA-TURNO: "
                   ESCALA-LINHA
               EXIT SECTION
           END-IF

           ADD 1 TO WS-ESCALA-QTD
           MOVE WS-CAMPO-EMPRESA TO WS-ESC-EMPRESA(WS-ESCALA-QTD)
           MOVE WS-CAMPO-SETOR   TO WS-ESC-SETOR(WS-ESCALA-QTD)
           MOVE WS-CAMPO-ENTRADA TO WS-HHMM
           COMPUTE WS-ESC-ENTRADA(WS-ESCALA-QTD) =
               WS-HHMM-HH * 60 + WS-HHMM-MI
           MOVE WS-CAMPO-SAIDA TO WS-HHMM
           COMPUTE WS-ESC-SAIDA(WS-ESCALA-QTD) =
               WS-HHMM-HH * 60 + WS-HHMM-MI
           MOVE 60 TO WS-ESC-INTERVALO(WS-ESCALA-QTD)
           IF WS-CAMPO-INTERVALO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CAMPO-INTERVALO)
                   TO WS-ESC-INTERVALO(WS-ESCALA-QTD)
           END-IF
           MOVE "SSSSSNN" TO WS-ESC-DIAS(WS-ESCALA-QTD)
           IF WS-CAMPO-DIAS NOT = SPACES
               MOVE WS-CAMPO-DIAS TO WS-ESC-DIAS(WS-ESCALA-QTD)
           END-IF

      *> Jornada prevista do dia; saida antes da entrada e turno
      *> que vira a meia-noite.
           MOVE "N" TO WS-ESC-VIRA(WS-ESCALA-QTD)
           IF WS-ESC-SAIDA(WS-ESCALA-QTD) <=
                   WS-ESC-ENTRADA(WS-ESCALA-QTD)
               MOVE "S" TO WS-ESC-VIRA(WS-ESCALA-QTD)
               ADD 1440 TO WS-ESC-SAIDA(WS-ESCALA-QTD)
           END-IF
           MOVE 0 TO WS-ESC-JORNADA(WS-ESCALA-QTD)
           IF WS-ESC-SAIDA(WS-ESCALA-QTD) -
                   WS-ESC-ENTRADA(WS-ESCALA-QTD) >
                   WS-ESC-INTERVALO(WS-ESCALA-QTD)
               COMPUTE WS-ESC-JORNADA(WS-ESCALA-QTD) =
                   WS-ESC-SAIDA(WS-ESCALA-QTD)
                   - WS-ESC-ENTRADA(WS-ESCALA-QTD)
                   - WS-ESC-INTERVALO(WS-ESCALA-QTD)
           END-IF.

       1300-CARREGAR-LOCAIS SECTION.
      *> Sem a tabela de locais, um unico REP com o AFD padrao.
           OPEN INPUT LOCAL-FILE
           IF WS-LOCAL-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ LOCAL-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM 1310-APLICAR-LOCAL
                   END-READ
               END-PERFORM
               CLOSE LOCAL-FILE
               IF WS-LOCAL-QTD = 0
                   MOVE SPACES TO EXCOUT-LINHA
                   STRING
                       "NENHUM LOCAL DA EMPRESA " DELIMITED BY SIZE
                       WS-EMPRESA                 DELIMITED BY SIZE
                       " NA PONTO-LOCAL - IMPORTACAO RECUSADA"
                           DELIMITED BY SIZE
                       INTO EXCOUT-LINHA
                   END-STRING
                   WRITE EXCOUT-LINHA
                   MOVE "S" TO WS-RECUSADO
               END-IF
           ELSE
               MOVE 1      TO WS-LOCAL-QTD
               MOVE SPACES TO WS-LOCAL-COD(1)
               MOVE 0      TO WS-LOCAL-MARCAS(1)
           END-IF.

       1310-APLICAR-LOCAL SECTION.
           IF LOCAL-LINHA = SPACES OR LOCAL-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-CAMPO-EMPRESA WS-CAMPO-LOCAL
           UNSTRING LOCAL-LINHA DELIMITED BY ";"
               INTO WS-CAMPO-EMPRESA
                    WS-CAMPO-LOCAL
           END-UNSTRING
           IF WS-CAMPO-EMPRESA NOT = WS-EMPRESA
                   OR WS-CAMPO-LOCAL = SPACES
               EXIT SECTION
           END-IF
           IF WS-LOCAL-QTD >= 50
               DISPLAY "PONTO-AFD: PONTO-LOCAL COM MAIS DE 50 "
                   "LOCAIS, EXCEDENTE IGNORADO"
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LOCAL-QTD
           MOVE WS-CAMPO-LOCAL TO WS-LOCAL-COD(WS-LOCAL-QTD)
           MOVE 0 TO WS-LOCAL-MARCAS(WS-LOCAL-QTD).

       1400-MONTAR-CALENDARIO SECTION.
      *> Dia da semana e feriado de cada dia da competencia. O
      *> CAL-DIA-UTIL empurra fim de semana e feriado; em dia de
      *> semana, empurrado e feriado.
           COMPUTE WS-COMP-INI = WS-COMP-AAAA * 10000
               + WS-COMP-MM * 100 + 1
           COMPUTE WS-COMP-INI-INT =
               FUNCTION INTEGER-OF-DATE(WS-COMP-INI)
           IF WS-COMP-MM = 12
               COMPUTE WS-DIA-DATA = (WS-COMP-AAAA + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-DIA-DATA = WS-COMP-AAAA * 10000
                   + (WS-COMP-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-COMP-FIM-INT =
               FUNCTION INTEGER-OF-DATE(WS-DIA-DATA) - 1
           COMPUTE WS-DIAS-MES = WS-COMP-FIM-INT - WS-COMP-INI-INT + 1

           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAS-MES
               COMPUTE WS-DIA-INT = WS-COMP-INI-INT + WS-D - 1
               COMPUTE WS-CAL-DOW(WS-D) =
                   FUNCTION MOD(WS-DIA-INT - 1, 7)
               MOVE "N" TO WS-CAL-FERIADO(WS-D)
               IF WS-CAL-DOW(WS-D) < 5
                   COMPUTE WS-CAL-DATA-ENT =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
                   CALL "CAL-DIA-UTIL" USING WS-CAL-PARAMS
                   END-CALL
                   IF WS-CAL-STATUS = "OK"
                           AND WS-CAL-AJUSTADA = "S"
                       MOVE "S" TO WS-CAL-FERIADO(WS-D)
                   END-IF
               END-IF
           END-PERFORM.

       2000-LER-AFD SECTION.
           MOVE SPACES TO WS-NOME-AFD
           IF WS-LOCAL-COD(WS-LC) = SPACES
               MOVE "PONTO-AFD" TO WS-NOME-AFD
           ELSE
               STRING
                   "PONTO-AFD-"          DELIMITED BY SIZE
                   WS-LOCAL-COD(WS-LC)   DELIMITED BY SPACE
                   INTO WS-NOME-AFD
               END-STRING
           END-IF
           MOVE 0   TO WS-LOCAL-INI-INT(WS-LC) WS-LOCAL-FIM-INT(WS-LC)
           MOVE "N" TO WS-TEM-CABECALHO

           OPEN INPUT AFD-FILE
           IF NOT WS-AFD-OK
               MOVE SPACES TO EXCOUT-LINHA
               STRING
                   "LOCAL "               DELIMITED BY SIZE
                   WS-LOCAL-COD(WS-LC)    DELIMITED BY SIZE
                   " - "                  DELIMITED BY SIZE
                   WS-NOME-AFD            DELIMITED BY SPACE
                   " AUSENTE (STATUS="    DELIMITED BY SIZE
                   WS-AFD-FS              DELIMITED BY SIZE
                   ") - IMPORTACAO RECUSADA"
                       DELIMITED BY SIZE
                   INTO EXCOUT-LINHA
               END-STRING
               WRITE EXCOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ AFD-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS
                       PERFORM 2100-TRATAR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE AFD-FILE

      *> Sem cabecalho nao se sabe o periodo que o REP exportou nem
      *> se o arquivo veio inteiro.
           IF WS-TEM-CABECALHO NOT = "S"
               MOVE SPACES TO EXCOUT-LINHA
               STRING
                   "LOCAL "               DELIMITED BY SIZE
                   WS-LOCAL-COD(WS-LC)    DELIMITED BY SIZE
                   " - AFD SEM CABECALHO VALIDO - "
                       DELIMITED BY SIZE
                   "IMPORTACAO RECUSADA"  DELIMITED BY SIZE
                   INTO EXCOUT-LINHA
               END-STRING
               WRITE EXCOUT-LINHA
               MOVE "S" TO WS-RECUSADO
               EXIT SECTION
           END-IF

           MOVE WS-LOCAL-INI-INT(WS-LC) TO WS-DIA-INT
           PERFORM 7100-FORMATAR-DATA
           MOVE WS-DATA-ED TO WS-DATA-ED-INI
           MOVE WS-LOCAL-FIM-INT(WS-LC) TO WS-DIA-INT
           PERFORM 7100-FORMATAR-DATA
           MOVE WS-LOCAL-MARCAS(WS-LC) TO WS-QTD-ED
           MOVE SPACES TO EXCOUT-LINHA
           STRING
               "LOCAL "               DELIMITED BY SIZE
               WS-LOCAL-COD(WS-LC)    DELIMITED BY SIZE
               " AFD DE "             DELIMITED BY SIZE
               WS-DATA-ED-INI         DELIMITED BY SIZE
               " A "                  DELIMITED BY SIZE
               WS-DATA-ED             DELIMITED BY SIZE
               "  MARCACOES: "        DELIMITED BY SIZE
               WS-QTD-ED              DELIMITED BY SIZE
               INTO EXCOUT-LINHA
           END-STRING
           WRITE EXCOUT-LINHA

           IF WS-GERAL-INI-INT = 0
                   OR WS-LOCAL-INI-INT(WS-LC) < WS-GERAL-INI-INT
               MOVE WS-LOCAL-INI-INT(WS-LC) TO WS-GERAL-INI-INT
           END-IF
           IF WS-LOCAL-FIM-INT(WS-LC) > WS-GERAL-FIM-INT
               MOVE WS-LOCAL-FIM-INT(WS-LC) TO WS-GERAL-FIM-INT
           END-IF.

       2100-TRATAR-REGISTRO SECTION.
           EVALUATE AFD-LINHA(10:1)
               WHEN "1"
                   PERFORM 2110-CABECALHO
               WHEN "3"
                   PERFORM 2120-MARCACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2110-CABECALHO SECTION.
           IF AFD-CAB-DATA-INI IS NOT NUMERIC
                   OR AFD-CAB-DATA-FIM IS NOT NUMERIC
               EXIT SECTION
           END-IF
           STRING
               AFD-CAB-DATA-INI(5:4) AFD-CAB-DATA-INI(3:2)
               AFD-CAB-DATA-INI(1:2)
               DELIMITED BY SIZE INTO WS-MARC-DATA
           END-STRING
           COMPUTE WS-LOCAL-INI-INT(WS-LC) =
               FUNCTION INTEGER-OF-DATE(WS-MARC-DATA)
           STRING
               AFD-CAB-DATA-FIM(5:4) AFD-CAB-DATA-FIM(3:2)
               AFD-CAB-DATA-FIM(1:2)
               DELIMITED BY SIZE INTO WS-MARC-DATA
           END-STRING
           COMPUTE WS-LOCAL-FIM-INT(WS-LC) =
               FUNCTION INTEGER-OF-DATE(WS-MARC-DATA)
           IF WS-LOCAL-INI-INT(WS-LC) > 0
                   AND WS-LOCAL-FIM-INT(WS-LC) >=
                       WS-LOCAL-INI-INT(WS-LC)
               MOVE "S" TO WS-TEM-CABECALHO
           END-IF.

       2120-MARCACAO SECTION.
           IF AFD-MAR-DATA IS NOT NUMERIC
                   OR AFD-MAR-HORA IS NOT NUMERIC
                   OR AFD-MAR-PIS IS NOT NUMERIC
                   OR AFD-MAR-HH > 23 OR AFD-MAR-MI > 59
               ADD 1 TO WS-QTD-INVALIDOS
               EXIT SECTION
           END-IF
           COMPUTE WS-MARC-DATA = AFD-MAR-AAAA * 10000
               + AFD-MAR-MM * 100 + AFD-MAR-DD
           MOVE 0 TO WS-MARC-INT
           IF AFD-MAR-MM >= 1 AND AFD-MAR-MM <= 12
                   AND AFD-MAR-DD >= 1 AND AFD-MAR-DD <= 31
               COMPUTE WS-MARC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MARC-DATA)
           END-IF
           IF WS-MARC-INT = 0
               ADD 1 TO WS-QTD-INVALIDOS
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-MARCACOES
           ADD 1 TO WS-LOCAL-MARCAS(WS-LC)
           COMPUTE WS-MARC-MIN = AFD-MAR-HH * 60 + AFD-MAR-MI

           MOVE 0 TO WS-FT-I
           IF AFD-MAR-PIS <= 99999999999 AND WS-PIS-QTD > 0
               MOVE AFD-MAR-PIS TO WS-PIS-BUSCA
               SEARCH ALL WS-PI-ENTRADA
                   WHEN WS-PI-PIS(WS-PI-IDX) = WS-PIS-BUSCA
                       MOVE WS-PI-FT(WS-PI-IDX) TO WS-FT-I
               END-SEARCH
           END-IF
           IF WS-FT-I = 0
               PERFORM 2130-PIS-DESCONHECIDO
               EXIT SECTION
           END-IF

           PERFORM 2140-ENTRADA-FUNC
           IF WS-E = 0
               EXIT SECTION
           END-IF

      *> Turno que vira a meia-noite: marcacao da madrugada e do dia
      *> anterior.
           IF WS-EM-ESCALA(WS-E) > 0
               IF WS-ESC-VIRA(WS-EM-ESCALA(WS-E)) = "S"
                       AND WS-MARC-MIN < 720
                   SUBTRACT 1 FROM WS-MARC-INT
                   ADD 1440 TO WS-MARC-MIN
               END-IF
           END-IF
           IF WS-MARC-INT < WS-COMP-INI-INT
                   OR WS-MARC-INT > WS-COMP-FIM-INT
               ADD 1 TO WS-QTD-FORA
               EXIT SECTION
           END-IF
           COMPUTE WS-D = WS-MARC-INT - WS-COMP-INI-INT + 1
           PERFORM 2160-GUARDAR-MARCA.

       2130-PIS-DESCONHECIDO SECTION.
           ADD 1 TO WS-QTD-PIS-DESC
           MOVE 0 TO WS-DS-ACHOU
           PERFORM VARYING WS-DS FROM 1 BY 1
               UNTIL WS-DS > WS-DESC-QTD OR WS-DS-ACHOU > 0
               IF WS-DESC-PIS(WS-DS) = AFD-MAR-PIS
                       AND WS-DESC-LOCAL(WS-DS) = WS-LOCAL-COD(WS-LC)
                   MOVE WS-DS TO WS-DS-ACHOU
               END-IF
           END-PERFORM
           IF WS-DS-ACHOU = 0
               IF WS-DESC-QTD >= 500
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-DESC-QTD
               MOVE WS-DESC-QTD TO WS-DS-ACHOU
               MOVE AFD-MAR-PIS TO WS-DESC-PIS(WS-DS-ACHOU)
               MOVE WS-LOCAL-COD(WS-LC) TO WS-DESC-LOCAL(WS-DS-ACHOU)
               MOVE 0 TO WS-DESC-MARCAS(WS-DS-ACHOU)
               MOVE WS-MARC-INT TO WS-DESC-DATA-INT(WS-DS-ACHOU)
           END-IF
           ADD 1 TO WS-DESC-MARCAS(WS-DS-ACHOU)
           IF WS-MARC-INT < WS-DESC-DATA-INT(WS-DS-ACHOU)
               MOVE WS-MARC-INT TO WS-DESC-DATA-INT(WS-DS-ACHOU)
           END-IF.

       2140-ENTRADA-FUNC SECTION.
      *> Linha de apuracao do funcionario WS-FT-I; cria na primeira
      *> marcacao (ou ajuste), ja com a escala do setor.
           MOVE WS-FT-EMP(WS-FT-I) TO WS-E
           IF WS-E > 0
               EXIT SECTION
           END-IF
           IF WS-EMP-QTD >= 3000
               DISPLAY "PONTO-AFD: MAIS DE 3000 FUNCIONARIOS COM "
                   "MARCACAO, MATRICULA " FT-MATRICULA(WS-FT-I)
                   " IGNORADA"
               EXIT SECTION
           END-IF
           ADD 1 TO WS-EMP-QTD
           MOVE WS-EMP-QTD TO WS-E
           MOVE WS-E TO WS-FT-EMP(WS-FT-I)
           INITIALIZE WS-EMP(WS-E)
           MOVE WS-FT-I TO WS-EM-FT(WS-E)
           MOVE WS-LC   TO WS-EM-LOCAL(WS-E)
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
               MOVE "N" TO WS-EM-EXCESSO(WS-E, WS-D)
           END-PERFORM
           PERFORM 2150-RESOLVER-ESCALA
           MOVE WS-ES-ACHADA TO WS-EM-ESCALA(WS-E).

       2150-RESOLVER-ESCALA SECTION.
      *> Linha mais especifica ganha: empresa+setor (4), empresa
      *> (3), grupo+setor (2), grupo (1).
           MOVE 0 TO WS-ES-ACHADA WS-ES-MELHOR
           PERFORM VARYING WS-ES FROM 1 BY 1
               UNTIL WS-ES > WS-ESCALA-QTD
               MOVE 0 TO WS-ES-NIVEL
               EVALUATE TRUE
                   WHEN WS-ESC-EMPRESA(WS-ES) = WS-EMPRESA
                           AND WS-ESC-SETOR(WS-ES) = FT-SETOR(WS-FT-I)
                       MOVE 4 TO WS-ES-NIVEL
                   WHEN WS-ESC-EMPRESA(WS-ES) = WS-EMPRESA
                           AND WS-ESC-SETOR(WS-ES) = SPACES
                       MOVE 3 TO WS-ES-NIVEL
                   WHEN WS-ESC-EMPRESA(WS-ES) = "00"
                           AND WS-ESC-SETOR(WS-ES) = FT-SETOR(WS-FT-I)
                       MOVE 2 TO WS-ES-NIVEL
                   WHEN WS-ESC-EMPRESA(WS-ES) = "00"
                           AND WS-ESC-SETOR(WS-ES) = SPACES
                       MOVE 1 TO WS-ES-NIVEL
               END-EVALUATE
               IF WS-ES-NIVEL > WS-ES-MELHOR
                   MOVE WS-ES-NIVEL TO WS-ES-MELHOR
                   MOVE WS-ES       TO WS-ES-ACHADA
               END-IF
           END-PERFORM.

       2160-GUARDAR-MARCA SECTION.
      *> Insere em ordem; a mesma marcacao repetida (o funcionario
      *> que passa o cracha duas vezes) conta uma vez.
           ADD 1 TO WS-EM-MARCAS(WS-E)
           MOVE WS-EM-QTD-MARC(WS-E, WS-D) TO WS-K
           PERFORM VARYING WS-K2 FROM 1 BY 1 UNTIL WS-K2 > WS-K
               IF WS-EM-MARCA(WS-E, WS-D, WS-K2) = WS-MARC-MIN
                   ADD 1 TO WS-QTD-DUPLICADAS
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF WS-K >= 10
               MOVE "S" TO WS-EM-EXCESSO(WS-E, WS-D)
               EXIT SECTION
           END-IF

           MOVE WS-K TO WS-K2
           MOVE "N" TO WS-ACHOU-POSICAO
           PERFORM UNTIL WS-K2 = 0 OR WS-ACHOU-POSICAO = "S"
               IF WS-EM-MARCA(WS-E, WS-D, WS-K2) < WS-MARC-MIN
                   MOVE "S" TO WS-ACHOU-POSICAO
               ELSE
                   MOVE WS-EM-MARCA(WS-E, WS-D, WS-K2)
                       TO WS-EM-MARCA(WS-E, WS-D, WS-K2 + 1)
                   SUBTRACT 1 FROM WS-K2
               END-IF
           END-PERFORM
           MOVE WS-MARC-MIN TO WS-EM-MARCA(WS-E, WS-D, WS-K2 + 1)
           ADD 1 TO WS-EM-QTD-MARC(WS-E, WS-D).

       3000-CARREGAR-AJUSTES SECTION.
      *> Ajuste digitado pelo supervisor: soma ao que o relogio
      *> apurou. Sem o arquivo, so o relogio.
           OPEN INPUT AJUSTE-FILE
           IF NOT WS-AJUSTE-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ AJUSTE-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM 3100-APLICAR-AJUSTE
               END-READ
           END-PERFORM
           CLOSE AJUSTE-FILE.

       3100-APLICAR-AJUSTE SECTION.
           IF AJ-COMPETENCIA NOT = WS-COMPETENCIA
               EXIT SECTION
           END-IF
           IF AJ-MATRICULA IS NOT NUMERIC
               MOVE "AJUSTE INVALIDO" TO DET-MOTIVO
               MOVE 0 TO DET-MATRICULA
               MOVE SPACES TO DET-NOME DET-DATA DET-INFO
               PERFORM 7000-EXCECAO
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-FT-I
           SEARCH ALL FT-ENTRADA
               WHEN FT-MATRICULA(FT-IDX) = AJ-MATRICULA
                   SET WS-FT-I TO FT-IDX
           END-SEARCH
           IF WS-FT-I = 0
               MOVE AJ-MATRICULA TO DET-MATRICULA
               MOVE SPACES TO DET-NOME DET-DATA DET-INFO
               MOVE "AJUSTE SEM CADASTRO" TO DET-MOTIVO
               PERFORM 7000-EXCECAO
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-LC
           PERFORM 2140-ENTRADA-FUNC
           IF WS-E = 0
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-AJUSTES
           IF AJ-HE50 IS NUMERIC
               ADD AJ-HE50 TO WS-EM-AJ50(WS-E)
           END-IF
           IF AJ-HE100 IS NUMERIC
               ADD AJ-HE100 TO WS-EM-AJ100(WS-E)
           END-IF
           IF AJ-NOTURNA IS NUMERIC
               ADD AJ-NOTURNA TO WS-EM-AJNOT(WS-E)
           END-IF
           IF AJ-FOLGA IS NUMERIC
               ADD AJ-FOLGA TO WS-EM-AJFOLGA(WS-E)
           END-IF.

       4000-APURAR SECTION.
      *> Diretor (art. 62) nao bate ponto; inativo nao entra na
      *> geracao do HORAS-CALC.
           IF FT-SITUACAO(WS-I) NOT = "A"
                   OR FT-TIPO-CONTRATO(WS-I) = "D"
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-APURADOS
           MOVE WS-I TO WS-FT-I
           MOVE WS-FT-EMP(WS-I) TO WS-E
           MOVE 0 TO WS-LOCAL-FUNC WS-MARCAS-FUNC
           IF WS-E > 0
               MOVE WS-EM-LOCAL(WS-E)  TO WS-LOCAL-FUNC
               MOVE WS-EM-MARCAS(WS-E) TO WS-MARCAS-FUNC
           END-IF
           MOVE 0 TO WS-MIN50 WS-MIN100 WS-MINNOT WS-FALTANDO

           MOVE FT-MATRICULA(WS-I) TO DET-MATRICULA
           MOVE FT-NOME(WS-I)      TO DET-NOME
           MOVE SPACES             TO DET-DATA DET-INFO

           IF FT-PIS(WS-I) = 0
               MOVE "SEM PIS NO CADASTRO" TO DET-MOTIVO
               PERFORM 7000-EXCECAO
           END-IF

           MOVE 0 TO WS-ES-ACHADA
           IF WS-E > 0
               MOVE WS-EM-ESCALA(WS-E) TO WS-ES-ACHADA
           ELSE
               PERFORM 2150-RESOLVER-ESCALA
           END-IF
           IF WS-ES-ACHADA = 0
               ADD 1 TO WS-QTD-SEM-ESCALA
               MOVE "SEM ESCALA DE TURNO" TO DET-MOTIVO
               MOVE FT-SETOR(WS-I) TO DET-INFO
               PERFORM 7000-EXCECAO
               PERFORM 4300-GRAVAR-INTAKE
               EXIT SECTION
           END-IF

      *> Periodo em que se cobra marcacao: o que o AFD do local
      *> cobre dentro da competencia, a partir da admissao.
           MOVE WS-COMP-INI-INT TO WS-CHECA-INI-INT
           MOVE WS-COMP-FIM-INT TO WS-CHECA-FIM-INT
           IF WS-LOCAL-FUNC > 0
               IF WS-LOCAL-INI-INT(WS-LOCAL-FUNC) > WS-CHECA-INI-INT
                   MOVE WS-LOCAL-INI-INT(WS-LOCAL-FUNC)
                       TO WS-CHECA-INI-INT
               END-IF
               IF WS-LOCAL-FIM-INT(WS-LOCAL-FUNC) < WS-CHECA-FIM-INT
                   MOVE WS-LOCAL-FIM-INT(WS-LOCAL-FUNC)
                       TO WS-CHECA-FIM-INT
               END-IF
           ELSE
               IF WS-GERAL-INI-INT > WS-CHECA-INI-INT
                   MOVE WS-GERAL-INI-INT TO WS-CHECA-INI-INT
               END-IF
               IF WS-GERAL-FIM-INT < WS-CHECA-FIM-INT
                   MOVE WS-GERAL-FIM-INT TO WS-CHECA-FIM-INT
               END-IF
           END-IF
           IF FT-ADMISSAO(WS-I) > 0
               COMPUTE WS-ADM-INT =
                   FUNCTION INTEGER-OF-DATE(FT-ADMISSAO(WS-I))
               IF WS-ADM-INT > WS-CHECA-INI-INT
                   MOVE WS-ADM-INT TO WS-CHECA-INI-INT
               END-IF
           END-IF

           PERFORM 4100-DIAS-AFASTADO
           PERFORM 4200-APURAR-DIA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAS-MES

      *> Quem nao bateu ponto nenhum sai numa linha so, nao uma
      *> por dia.
           IF WS-FALTANDO > 0
               IF WS-MARCAS-FUNC = 0
                   ADD 1 TO WS-QTD-SEM-MARCACAO
                   MOVE SPACES TO DET-DATA DET-INFO
                   MOVE "SEM MARCACAO NO MES" TO DET-MOTIVO
                   MOVE WS-FALTANDO TO WS-QTD-ED
                   STRING
                       "DIAS PREVISTOS"   DELIMITED BY SIZE
                       WS-QTD-ED          DELIMITED BY SIZE
                       INTO DET-INFO
                   END-STRING
                   PERFORM 7000-EXCECAO
               END-IF
           END-IF

           PERFORM 4300-GRAVAR-INTAKE.

       4100-DIAS-AFASTADO SECTION.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
               MOVE "N" TO WS-CAL-AFAST(WS-D)
           END-PERFORM
           IF WS-TEM-AFAST NOT = "S"
               EXIT SECTION
           END-IF

           MOVE FT-MATRICULA(WS-I) TO AFA-MATRICULA
           MOVE 0 TO AFA-DATA-INI
           MOVE "N" TO WS-EOF-AFA
           START AFAST-FILE KEY NOT < AFA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-AFA
           END-START
           PERFORM UNTIL WS-EOF-AFA = "S"
               READ AFAST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-AFA
                   NOT AT END
                       IF AFA-MATRICULA NOT = FT-MATRICULA(WS-I)
                           MOVE "S" TO WS-EOF-AFA
                       ELSE
                           PERFORM 4110-MARCAR-AFASTAMENTO
                       END-IF
               END-READ
           END-PERFORM.

       4110-MARCAR-AFASTAMENTO SECTION.
           COMPUTE WS-AFA-INI-INT =
               FUNCTION INTEGER-OF-DATE(AFA-DATA-INI)
           COMPUTE WS-AFA-FIM-INT =
               FUNCTION INTEGER-OF-DATE(AFA-DATA-FIM)
           IF WS-AFA-INI-INT < WS-COMP-INI-INT
               MOVE WS-COMP-INI-INT TO WS-AFA-INI-INT
           END-IF
           IF WS-AFA-FIM-INT > WS-COMP-FIM-INT
               MOVE WS-COMP-FIM-INT TO WS-AFA-FIM-INT
           END-IF
           PERFORM UNTIL WS-AFA-INI-INT > WS-AFA-FIM-INT
               COMPUTE WS-D = WS-AFA-INI-INT - WS-COMP-INI-INT + 1
               MOVE "S" TO WS-CAL-AFAST(WS-D)
               ADD 1 TO WS-AFA-INI-INT
           END-PERFORM.

       4200-APURAR-DIA SECTION.
           COMPUTE WS-DIA-INT = WS-COMP-INI-INT + WS-D - 1
           MOVE "N" TO WS-PREVISTO
           IF WS-ESC-DIAS(WS-ES-ACHADA)(WS-CAL-DOW(WS-D) + 1:1) = "S"
                   AND WS-CAL-FERIADO(WS-D) = "N"
               MOVE "S" TO WS-PREVISTO
           END-IF

           MOVE 0 TO WS-K
           IF WS-E > 0
               MOVE WS-EM-QTD-MARC(WS-E, WS-D) TO WS-K
           END-IF

           IF WS-K = 0
               IF WS-PREVISTO = "S"
                       AND WS-CAL-AFAST(WS-D) = "N"
                       AND WS-DIA-INT >= WS-CHECA-INI-INT
                       AND WS-DIA-INT <= WS-CHECA-FIM-INT
                   ADD 1 TO WS-FALTANDO
                   IF WS-MARCAS-FUNC > 0
                       ADD 1 TO WS-QTD-SEM-MARCACAO
                       PERFORM 7100-FORMATAR-DATA
                       MOVE WS-DATA-ED TO DET-DATA
                       MOVE "DIA SEM MARCACAO" TO DET-MOTIVO
                       MOVE SPACES TO DET-INFO
                       PERFORM 7000-EXCECAO
                   END-IF
               END-IF
               EXIT SECTION
           END-IF

           PERFORM 7100-FORMATAR-DATA
           MOVE WS-DATA-ED TO DET-DATA
           IF WS-EM-EXCESSO(WS-E, WS-D) = "S"
               ADD 1 TO WS-QTD-EXCESSO
               MOVE "MARCACOES EM EXCESSO" TO DET-MOTIVO
               PERFORM 7200-LISTAR-MARCAS
               PERFORM 7000-EXCECAO
               EXIT SECTION
           END-IF
           IF FUNCTION MOD(WS-K, 2) = 1
               ADD 1 TO WS-QTD-IMPAR
               MOVE "MARCACAO SEM PAR" TO DET-MOTIVO
               PERFORM 7200-LISTAR-MARCAS
               PERFORM 7000-EXCECAO
               EXIT SECTION
           END-IF

      *> Pares entrada/saida: trabalhado e a parte noturna.
           MOVE 0 TO WS-TRABALHADO WS-NOTURNO
           PERFORM VARYING WS-K2 FROM 1 BY 2 UNTIL WS-K2 > WS-K
               COMPUTE WS-TRABALHADO = WS-TRABALHADO
                   + WS-EM-MARCA(WS-E, WS-D, WS-K2 + 1)
                   - WS-EM-MARCA(WS-E, WS-D, WS-K2)
               PERFORM 4210-NOTURNO-INTERVALO
                   VARYING WS-JW FROM 1 BY 1 UNTIL WS-JW > 3
           END-PERFORM
           ADD WS-NOTURNO TO WS-MINNOT

           EVALUATE TRUE
               WHEN WS-CAL-FERIADO(WS-D) = "S"
                   ADD WS-TRABALHADO TO WS-MIN100
               WHEN WS-PREVISTO = "N" AND WS-CAL-DOW(WS-D) = 6
                   ADD WS-TRABALHADO TO WS-MIN100
               WHEN WS-PREVISTO = "N"
                   ADD WS-TRABALHADO TO WS-MIN50
               WHEN OTHER
                   COMPUTE WS-EXTRA = WS-TRABALHADO
                       - WS-ESC-JORNADA(WS-ES-ACHADA)
                   IF WS-EXTRA > 10
                       ADD WS-EXTRA TO WS-MIN50
                   END-IF
           END-EVALUATE.

       4210-NOTURNO-INTERVALO SECTION.
           MOVE WS-EM-MARCA(WS-E, WS-D, WS-K2) TO WS-LO
           IF WS-NOT-INI(WS-JW) > WS-LO
               MOVE WS-NOT-INI(WS-JW) TO WS-LO
           END-IF
           MOVE WS-EM-MARCA(WS-E, WS-D, WS-K2 + 1) TO WS-HI
           IF WS-NOT-FIM(WS-JW) < WS-HI
               MOVE WS-NOT-FIM(WS-JW) TO WS-HI
           END-IF
           IF WS-HI > WS-LO
               COMPUTE WS-NOTURNO = WS-NOTURNO + WS-HI - WS-LO
           END-IF.

       4300-GRAVAR-INTAKE SECTION.
      *> Minutos para centesimos de hora; a noturna em hora ficta
      *> (52min30s = 21/40 de hora). O ajuste ja vem em centesimos.
           COMPUTE WS-CENT50 ROUNDED = WS-MIN50 * 5 / 3
           COMPUTE WS-CENT100 ROUNDED = WS-MIN100 * 5 / 3
           COMPUTE WS-CENTNOT ROUNDED = WS-MINNOT * 40 / 21
           MOVE SPACES TO HORIN-REC
           MOVE FT-MATRICULA(WS-I) TO HORIN-MATRICULA
           MOVE WS-COMPETENCIA     TO HORIN-COMPETENCIA
           MOVE 0 TO HORIN-FOLGA
           MOVE 0 TO HORIN-NORMAIS
           MOVE 0 TO HORIN-SEMANA
           IF WS-E > 0
               ADD WS-EM-AJ50(WS-E)  TO WS-CENT50
               ADD WS-EM-AJ100(WS-E) TO WS-CENT100
               ADD WS-EM-AJNOT(WS-E) TO WS-CENTNOT
               MOVE WS-EM-AJFOLGA(WS-E) TO HORIN-FOLGA
           END-IF
           IF WS-CENT50 = 0 AND WS-CENT100 = 0 AND WS-CENTNOT = 0
                   AND HORIN-FOLGA = 0
               EXIT SECTION
           END-IF
           IF WS-CENT50 > 99999
               MOVE 99999 TO WS-CENT50
           END-IF
           IF WS-CENT100 > 99999
               MOVE 99999 TO WS-CENT100
           END-IF
           IF WS-CENTNOT > 99999
               MOVE 99999 TO WS-CENTNOT
           END-IF
           MOVE WS-CENT50  TO HORIN-HE50
           MOVE WS-CENT100 TO HORIN-HE100
           MOVE WS-CENTNOT TO HORIN-NOTURNA
           WRITE HORIN-REC
           ADD 1 TO WS-QTD-GRAVADOS.

       7000-EXCECAO SECTION.
           ADD 1 TO WS-QTD-EXCECOES
           MOVE WS-LINHA-DET TO EXCOUT-LINHA
           WRITE EXCOUT-LINHA.

       7100-FORMATAR-DATA SECTION.
      *> WS-DIA-INT (data inteira) para DD/MM/AAAA em WS-DATA-ED.
           COMPUTE WS-DIA-DATA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           MOVE WS-DIA-DD   TO WS-ED-DD
           MOVE WS-DIA-MM   TO WS-ED-MM
           MOVE WS-DIA-AAAA TO WS-ED-AAAA.

       7200-LISTAR-MARCAS SECTION.
      *> Ate tres marcacoes do dia, HH:MM (madrugada do turno que
      *> vira volta ao relogio).
           MOVE SPACES TO DET-INFO
           MOVE 1 TO WS-INFO-PTR
           PERFORM VARYING WS-K2 FROM 1 BY 1
               UNTIL WS-K2 > WS-K OR WS-K2 > 3
               MOVE WS-EM-MARCA(WS-E, WS-D, WS-K2) TO WS-MIN-AUX
               IF WS-MIN-AUX >= 1440
                   SUBTRACT 1440 FROM WS-MIN-AUX
               END-IF
               COMPUTE WS-HED-HH = WS-MIN-AUX / 60
               COMPUTE WS-HED-MI = WS-MIN-AUX - WS-HED-HH * 60
               STRING
                   WS-HORA-ED   DELIMITED BY SIZE
                   " "          DELIMITED BY SIZE
                   INTO DET-INFO
                   WITH POINTER WS-INFO-PTR
               END-STRING
           END-PERFORM
           IF WS-K > 3
               STRING "+" DELIMITED BY SIZE
                   INTO DET-INFO
                   WITH POINTER WS-INFO-PTR
               END-STRING
           END-IF.

       9000-FINALIZAR SECTION.
           PERFORM 9100-LISTAR-PIS-DESCONHECIDOS
               VARYING WS-DS FROM 1 BY 1 UNTIL WS-DS > WS-DESC-QTD

           MOVE ALL "-" TO EXCOUT-LINHA
           WRITE EXCOUT-LINHA
           MOVE SPACES TO EXCOUT-LINHA
           STRING
               "MARCACOES: "         DELIMITED BY SIZE
               WS-QTD-MARCACOES      DELIMITED BY SIZE
               "  FORA DA COMPET.: " DELIMITED BY SIZE
               WS-QTD-FORA           DELIMITED BY SIZE
               "  REPETIDAS: "       DELIMITED BY SIZE
               WS-QTD-DUPLICADAS     DELIMITED BY SIZE
               INTO EXCOUT-LINHA
           END-STRING
           WRITE EXCOUT-LINHA
           MOVE SPACES TO EXCOUT-LINHA
           STRING
               "REGISTROS INVALIDOS: "  DELIMITED BY SIZE
               WS-QTD-INVALIDOS         DELIMITED BY SIZE
               "  PIS SEM FUNCIONARIO: " DELIMITED BY SIZE
               WS-QTD-PIS-DESC          DELIMITED BY SIZE
               INTO EXCOUT-LINHA
           END-STRING
           WRITE EXCOUT-LINHA
           MOVE SPACES TO EXCOUT-LINHA
           STRING
               "APURADOS: "          DELIMITED BY SIZE
               WS-QTD-APURADOS       DELIMITED BY SIZE
               "  AJUSTES: "         DELIMITED BY SIZE
               WS-QTD-AJUSTES        DELIMITED BY SIZE
               "  GRAVADOS NO HORAS-INTAKE: " DELIMITED BY SIZE
               WS-QTD-GRAVADOS       DELIMITED BY SIZE
               INTO EXCOUT-LINHA
           END-STRING
           WRITE EXCOUT-LINHA
           MOVE SPACES TO EXCOUT-LINHA
           STRING
               "EXCECOES: "          DELIMITED BY SIZE
               WS-QTD-EXCECOES       DELIMITED BY SIZE
               "  SEM PAR: "         DELIMITED BY SIZE
               WS-QTD-IMPAR          DELIMITED BY SIZE
               "  SEM MARCACAO: "    DELIMITED BY SIZE
               WS-QTD-SEM-MARCACAO   DELIMITED BY SIZE
               INTO EXCOUT-LINHA
           END-STRING
           WRITE EXCOUT-LINHA
           IF WS-IMPORTACAO-RECUSADA
               MOVE "HORAS-INTAKE NAO GRAVADO" TO EXCOUT-LINHA
               WRITE EXCOUT-LINHA
           END-IF
           CLOSE EXCECAO-FILE
           IF WS-TEM-AFAST = "S"
               CLOSE AFAST-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-IMPORTACAO-RECUSADA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-EXCECOES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           DISPLAY "PONTO-AFD: LOCAIS=" WS-LOCAL-QTD
               " MARCACOES=" WS-QTD-MARCACOES
               " PIS-SEM-FUNC=" WS-QTD-PIS-DESC
               " GRAVADOS=" WS-QTD-GRAVADOS
               " EXCECOES=" WS-QTD-EXCECOES
               " SEM-ESCALA=" WS-QTD-SEM-ESCALA
               " EXCESSO=" WS-QTD-EXCESSO.

       9100-LISTAR-PIS-DESCONHECIDOS SECTION.
           ADD 1 TO WS-QTD-EXCECOES
           MOVE WS-DESC-DATA-INT(WS-DS) TO WS-DIA-INT
           PERFORM 7100-FORMATAR-DATA
           MOVE WS-DESC-MARCAS(WS-DS) TO WS-QTD-ED
           MOVE SPACES TO EXCOUT-LINHA
           STRING
               "PIS SEM FUNC. ATIVO "       DELIMITED BY SIZE
               WS-DESC-PIS(WS-DS)           DELIMITED BY SIZE
               " LOCAL "                    DELIMITED BY SIZE
               WS-DESC-LOCAL(WS-DS)         DELIMITED BY SIZE
               " DESDE "                    DELIMITED BY SIZE
               WS-DATA-ED                   DELIMITED BY SIZE
               " MARC:"                     DELIMITED BY SIZE
               WS-QTD-ED                    DELIMITED BY SIZE
               INTO EXCOUT-LINHA
           END-STRING
           WRITE EXCOUT-LINHA.
