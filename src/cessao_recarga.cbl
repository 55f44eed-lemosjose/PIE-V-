       IDENTIFICATION DIVISION.
       PROGRAM-ID. CESSAO-RECARGA.

      *> Recarga mensal do custo dos funcionarios cedidos entre as
      *> empresas do grupo (CESSAO-MASTER, mantido pelo
      *> CESSAO-MAINTAIN). O GRUPO-CONSOLIDA mostra o custo onde ele
      *> foi pago; a recarga devolve a cada empresa o custo do que ela
      *> serviu as outras, com nota de debito e partida contabil dos
      *> dois lados.
      *>
      *> Competencia em CESSAO-COMPETENCIA (MMAAAA; em branco vale a
      *> FOLHA-COMPETENCIA e depois o mes corrente). Roda depois do
      *> fechamento da folha e antes da trava final: a empresa de
      *> origem tem de estar com o FOLHA-nn FECHADO no
      *> PERIODO-CONTROLE, e nenhuma das duas pode estar com a
      *> competencia travada (COMPETENCIA-TRAVA). Quem nao passa fica
      *> de fora com aviso, e o job termina com RC 4.
      *>
      *> Custo do cedido: o bruto do PAYROLL-HIST pela regra do
      *> GUIA-RECOLHIMENTO (a competencia mensal pela chave, 13o,
      *> ferias e retroativa pelo mes em que foram postados; PLR e
      *> processo trabalhista nao entram), os encargos da empresa do
      *> ENCARGOS-PATRONAL sobre esse bruto (patronal, RAT, terceiros
      *> e FGTS) e, com folha mensal, a parte da empresa no VT, no VR
      *> e no plano de saude, pelas mesmas contas do PAYROLL-RUN. A
      *> empresa de origem e a do historico da folha mensal. A parte
      *> de cada empresa atendida e o custo vezes o percentual da
      *> cessao vigente.
      *>
      *> As partes sao somadas por par de empresas, nos dois sentidos,
      *> e compensadas: sai uma nota de debito por par
      *> (CESSAO-NOTA-DEBITO), da empresa que mais cedeu contra a
      *> outra, com os cedidos de cada lado e o liquido por extenso
      *> (EXT-MOEDA). Par que se compensa inteiro nao tem nota.
      *>
      *> O resultado do par fica no CESSAO-RECARGA (chave competencia
      *> + par), com a data e hora da rodada; o CONTAB-EXPORT de cada
      *> empresa pega os registros gerados no dia e lanca o lado dela
      *> (TIPO ICREC para a credora, ICPAG para a devedora, CHAVE = a
      *> outra empresa). Rodada repetida substitui o registro do par;
      *> par que deixou de ter recarga e zerado. Recarga ja exportada
      *> em outro dia tem o estorno feito a mao na contabilidade.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT CESSAO-FILE ASSIGN TO "CESSAO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS WS-CES-FS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-FS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO-CONTROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-PER-FS.
           SELECT BENEF-FILE ASSIGN TO "BENEF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-BEN-FS.
           SELECT PLANO-FILE ASSIGN TO "PLANO-SAUDE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLS-CHAVE
               FILE STATUS IS WS-PLS-FS.
           SELECT RECARGA-FILE ASSIGN TO "CESSAO-RECARGA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCG-CHAVE
               FILE STATUS IS WS-RCG-FS.
           SELECT NOTA-FILE ASSIGN TO "CESSAO-NOTA-DEBITO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PERIODO-FILE.
       01  PER-REC.
           05  PER-CHAVE.
               10  PER-COMPETENCIA   PIC X(06).
               10  PER-PROCESSO      PIC X(12).
           05  PER-STATUS            PIC X(08).
           05  PER-DATA-FECH         PIC X(14).
           05  PER-REABERTURAS       PIC 9(03).

       FD  BENEF-FILE.
       01  BEN-REC.
           05  BEN-CHAVE.
               10  BEN-MATRICULA     PIC 9(09).
               10  BEN-TIPO          PIC X(02).
           05  BEN-VALOR             PIC 9(15).
           05  BEN-OPTOUT            PIC X(01).

       FD  PLANO-FILE.
       01  PLS-REC.
           05  PLS-CHAVE.
               10  PLS-MATRICULA     PIC 9(09).
               10  PLS-DEP-SEQ       PIC 9(02).
               10  PLS-TIPO          PIC X(02).
           05  PLS-PLANO             PIC X(10).
           05  PLS-CARTEIRINHA       PIC X(20).
           05  PLS-MENSALIDADE       PIC 9(15).
           05  PLS-PCT-FUNC          PIC 9(05).
           05  PLS-DATA-INI          PIC 9(08).
           05  PLS-DATA-FIM          PIC 9(08).
           05  PLS-STATUS            PIC X(10).

      *> Um registro por par de empresas e competencia, o par na
      *> ordem do codigo: RCG-VALOR-AB e o que B deve a A pelos
      *> cedidos de A, RCG-VALOR-BA o contrario; RCG-VALOR e o
      *> liquido, devido pela RCG-DEVEDORA a RCG-CREDORA (zero e as
      *> duas em branco quando o par se compensa).
       FD  RECARGA-FILE.
       01  RCG-REC.
           05  RCG-CHAVE.
               10  RCG-COMPETENCIA   PIC 9(06).
               10  RCG-EMPRESA-A     PIC X(02).
               10  RCG-EMPRESA-B     PIC X(02).
           05  RCG-VALOR-AB          PIC 9(15).
           05  RCG-VALOR-BA          PIC 9(15).
           05  RCG-CREDORA           PIC X(02).
           05  RCG-DEVEDORA          PIC X(02).
           05  RCG-VALOR             PIC 9(15).
           05  RCG-QTD-FUNC          PIC 9(05).
           05  RCG-GERACAO           PIC X(14).

       FD  NOTA-FILE.
       01  NOTA-LINHA                PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-CES-FS                 PIC X(02) VALUE SPACES.
           88  WS-CES-OK                        VALUE "00".
       01  WS-HIST-FS                PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                       VALUE "00".
       01  WS-PER-FS                 PIC X(02) VALUE SPACES.
           88  WS-PER-OK                        VALUE "00".
       01  WS-BEN-FS                 PIC X(02) VALUE SPACES.
           88  WS-BEN-MASTER-OK                 VALUE "00".
       01  WS-PLS-FS                 PIC X(02) VALUE SPACES.
           88  WS-PLS-MASTER-OK                 VALUE "00".
       01  WS-RCG-FS                 PIC X(02) VALUE SPACES.
           88  WS-RCG-OK                        VALUE "00".
       01  WS-EOF-EMP                PIC X(01) VALUE "N".
       01  WS-EOF-CES                PIC X(01) VALUE "N".
       01  WS-EOF-HIST               PIC X(01) VALUE "N".
       01  WS-EOF-PLS                PIC X(01) VALUE "N".
       01  WS-EOF-RCG                PIC X(01) VALUE "N".
       01  WS-TEM-BENEF              PIC X(01) VALUE "N".
       01  WS-TEM-PLANO              PIC X(01) VALUE "N".
       01  WS-TEM-CESSAO             PIC X(01) VALUE "N".
       01  WS-TEM-PERIODO            PIC X(01) VALUE "N".

       01  WS-COMPETENCIA            PIC X(06) VALUE SPACES.
       01  WS-COMP-AAAAMM            PIC 9(06) VALUE 0.
       01  WS-DATA-REF-COMP          PIC 9(08) VALUE 0.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.
       01  WS-GERACAO                PIC X(14) VALUE SPACES.

      *> Codigo de retorno do job, guardado a parte: os CALLs do meio
      *> da rodada devolvem o deles no RETURN-CODE.
       01  WS-RC                     PIC 9(01) VALUE 0.

      *> Empresas do grupo, com a situacao da competencia: folha
      *> (PER-STATUS do FOLHA-nn) e trava.
       01  WS-EMPRESAS.
           05  WS-EMP-QTD            PIC 9(03) COMP-5 VALUE 0.
           05  WS-EMP-T OCCURS 50 TIMES.
               10  WS-ET-CODIGO      PIC X(02).
               10  WS-ET-NOME        PIC X(30).
               10  WS-ET-CNPJ        PIC 9(14).
               10  WS-ET-FOLHA       PIC X(08).
               10  WS-ET-TRAVA       PIC X(03).
               10  WS-ET-AVISADA     PIC X(01).
       01  WS-IDX-EMP                PIC 9(03) COMP-5 VALUE 0.
       01  WS-EMP-PROCURA            PIC X(02) VALUE SPACES.
       01  WS-ACHOU-EMP              PIC X(01) VALUE "N".
       01  WS-IDX-ORIGEM             PIC 9(03) COMP-5 VALUE 0.

       COPY "competencia_trava.cpy".

       COPY "func_snapshot.cpy".

      *> Cessao vigente da matricula corrente: a ultima lida com
      *> vigencia ate a competencia.
       01  WS-MAT-ANTERIOR           PIC 9(09) VALUE 0.
       01  WS-TEM-VIGENTE            PIC X(01) VALUE "N".
       01  WS-CES-ATUAL.
           05  WS-CA-CHAVE.
               10  WS-CA-MATRICULA   PIC 9(09).
               10  WS-CA-VIGENCIA    PIC 9(06).
           05  WS-CA-QTD             PIC 9(02).
           05  WS-CA-ITEM OCCURS 5 TIMES.
               10  WS-CA-EMPRESA     PIC X(02).
               10  WS-CA-PCT         PIC 9(05).
           05  WS-CA-DATA-INCL       PIC X(08).

      *> Custo da matricula corrente, em centavos.
       01  WS-MAT-ORIGEM             PIC X(02) VALUE SPACES.
       01  WS-MAT-NOME               PIC X(50) VALUE SPACES.
       01  WS-MAT-MENSAL             PIC X(01) VALUE "N".
       01  WS-MAT-BRUTO              PIC S9(15) VALUE 0.
       01  WS-MAT-ENCARGOS           PIC S9(15) VALUE 0.
       01  WS-MAT-BENEF              PIC S9(15) VALUE 0.
       01  WS-MAT-CUSTO              PIC S9(15) VALUE 0.
       01  WS-EMPRESA-REG            PIC X(02) VALUE SPACES.
       01  WS-MES-RECOLH             PIC X(06) VALUE SPACES.
       01  WS-ENTRA                  PIC X(01) VALUE "N".
       01  WS-PARCELA                PIC S9(15) VALUE 0.
       01  WS-I                      PIC 9(02) VALUE 0.

      *> Beneficios, pelas contas do PAYROLL-RUN.
       01  WS-VT-TETO                PIC S9(15) VALUE 0.
       01  WS-VT-DESCONTO            PIC S9(15) VALUE 0.
       01  WS-PLS-PARTE              PIC S9(15) VALUE 0.

       01  WS-PAT-PARAMS.
           05  WS-PAT-EMPRESA        PIC X(02).
           05  WS-PAT-DATA-REF       PIC 9(08).
           05  WS-PAT-BASE           PIC S9(15).
           05  WS-PAT-PATRONAL       PIC S9(15).
           05  WS-PAT-RAT            PIC S9(15).
           05  WS-PAT-TERCEIROS      PIC S9(15).
           05  WS-PAT-FGTS           PIC S9(15).
           05  WS-PAT-TOTAL          PIC S9(15).
           05  WS-PAT-STATUS         PIC X(03).
       01  WS-PAT-AVISADO            PIC X(01) VALUE "N".

      *> Pares de empresas (A = o menor codigo) e os cedidos de cada
      *> um, para a nota.
       01  WS-PARES.
           05  WS-PARES-QTD          PIC 9(03) COMP-5 VALUE 0.
           05  WS-PAR-T OCCURS 100 TIMES.
               10  WS-PAR-EMP-A      PIC X(02).
               10  WS-PAR-EMP-B      PIC X(02).
               10  WS-PAR-VALOR-AB   PIC 9(15).
               10  WS-PAR-VALOR-BA   PIC 9(15).
               10  WS-PAR-QTD-FUNC   PIC 9(05).
       01  WS-K-PAR                  PIC 9(03) COMP-5 VALUE 0.
       01  WS-ACHOU-PAR              PIC X(01) VALUE "N".
       01  WS-EMP-A                  PIC X(02) VALUE SPACES.
       01  WS-EMP-B                  PIC X(02) VALUE SPACES.

       01  WS-DETALHES.
           05  WS-DET-QTD            PIC 9(04) COMP-5 VALUE 0.
           05  WS-DET-T OCCURS 1000 TIMES.
               10  WS-DET-PAR        PIC 9(03).
               10  WS-DET-ORIGEM     PIC X(02).
               10  WS-DET-MATRICULA  PIC 9(09).
               10  WS-DET-NOME       PIC X(20).
               10  WS-DET-PCT        PIC 9(05).
               10  WS-DET-BRUTO      PIC 9(15).
               10  WS-DET-ENCARGOS   PIC 9(15).
               10  WS-DET-BENEF      PIC 9(15).
               10  WS-DET-VALOR      PIC 9(15).
       01  WS-K-DET                  PIC 9(04) COMP-5 VALUE 0.

      *> Nota do par corrente.
       01  WS-LIQUIDO                PIC S9(15) VALUE 0.
       01  WS-NOTA-VALOR             PIC 9(15) VALUE 0.
       01  WS-CREDORA                PIC X(02) VALUE SPACES.
       01  WS-DEVEDORA               PIC X(02) VALUE SPACES.
       01  WS-SENTIDO-ORIGEM         PIC X(02) VALUE SPACES.
       01  WS-SENTIDO-TOTAL          PIC 9(15) VALUE 0.
       01  WS-NOTA-NUMERO            PIC X(12) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-QTD-CESSOES        PIC 9(07) VALUE ZEROS.
           05  WS-QTD-RECARREGADAS   PIC 9(07) VALUE ZEROS.
           05  WS-QTD-FORA           PIC 9(07) VALUE ZEROS.
           05  WS-QTD-NOTAS          PIC 9(05) VALUE ZEROS.
           05  WS-QTD-COMPENSADOS    PIC 9(05) VALUE ZEROS.
           05  WS-QTD-ZERADOS        PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-NOTAS            PIC 9(15) VALUE ZEROS.

       01  WS-VALOR-REAIS            PIC S9(13)V99 VALUE ZEROS.
       01  WS-VLR-ED                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR2-ED                PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR3-ED                PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR4-ED                PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-PCT-REAL               PIC 9(03)V99 VALUE ZEROS.
       01  WS-PCT-ED                 PIC ZZ9,99.

      *> Valor por extenso (EXT-MOEDA), no formato da folha.
       01  WS-FMT-REAIS              PIC 9(13) VALUE 0.
       01  WS-FMT-CENTS              PIC 9(02) VALUE 0.
       01  WS-FMT-REAIS-ED           PIC Z(12)9.
       01  WS-FMT-CENTS-ED           PIC 9(02).
       01  WS-FMT-ENTRADA            PIC S9(15) VALUE 0.
       01  WS-FMT-ABS                PIC 9(15) VALUE 0.
       01  WS-FMT-SINAL              PIC X(01) VALUE SPACE.
       01  WS-FMT-SAIDA              PIC X(15) VALUE SPACES.

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

      *> Paragrafo do extenso, quebrado em linhas de 100 posicoes sem
      *> partir palavra.
       01  WS-PARAGRAFO              PIC X(1200) VALUE SPACES.
       01  WS-PAR-TAM                PIC 9(04) COMP-5 VALUE 0.
       01  WS-PAR-INI                PIC 9(04) COMP-5 VALUE 0.
       01  WS-PAR-QTD                PIC 9(04) COMP-5 VALUE 0.
       01  WS-PAR-POS                PIC 9(04) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-LER-CESSOES
           PERFORM 4000-EMITIR-NOTAS
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "CESSAO-COMPETENCIA"
           IF WS-COMPETENCIA = SPACES
               ACCEPT WS-COMPETENCIA
                   FROM ENVIRONMENT "FOLHA-COMPETENCIA"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-GERACAO
           IF WS-COMPETENCIA = SPACES
               STRING
                   WS-DATA-HOJE(5:2) WS-DATA-HOJE(1:4)
                   INTO WS-COMPETENCIA
               END-STRING
           END-IF
           IF WS-COMPETENCIA(1:2) < "01" OR WS-COMPETENCIA(1:2) > "12"
                   OR WS-COMPETENCIA(3:4) IS NOT NUMERIC
               DISPLAY "CESSAO-RECARGA: COMPETENCIA "
                   WS-COMPETENCIA " NAO E MENSAL (MMAAAA)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-MES-RECOLH
           STRING WS-COMPETENCIA(3:4) WS-COMPETENCIA(1:2)
               INTO WS-MES-RECOLH
           END-STRING
           MOVE WS-MES-RECOLH TO WS-COMP-AAAAMM
           COMPUTE WS-DATA-REF-COMP = WS-COMP-AAAAMM * 100 + 1

      *> O VT depende do salario do cadastro: sem snapshot, para.
           MOVE "A" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL
           IF FSNP-STATUS NOT = "OK"
               DISPLAY "CESSAO-RECARGA: FUNC-SNAPSHOT INDISPONIVEL - "
                   "RECARGA NAO CALCULADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-CARREGAR-EMPRESAS
           IF RETURN-CODE = 8
               GOBACK
           END-IF

           OPEN INPUT CESSAO-FILE
           IF NOT WS-CES-OK
               DISPLAY "CESSAO-RECARGA: CESSAO-MASTER NAO ENCONTRADO"
                   " - NENHUMA CESSAO A RECARREGAR"
               MOVE "S" TO WS-EOF-CES
           ELSE
               MOVE "S" TO WS-TEM-CESSAO
           END-IF
           OPEN INPUT PAYROLL-HIST-FILE
           IF NOT WS-HIST-OK
               DISPLAY "CESSAO-RECARGA: PAYROLL-HIST NAO ENCONTRADO "
                   "(STATUS=" WS-HIST-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BENEF-FILE
           IF WS-BEN-MASTER-OK
               MOVE "S" TO WS-TEM-BENEF
           END-IF
           OPEN INPUT PLANO-FILE
           IF WS-PLS-MASTER-OK
               MOVE "S" TO WS-TEM-PLANO
           END-IF

           OPEN OUTPUT NOTA-FILE

           DISPLAY "CESSAO-RECARGA: COMPETENCIA " WS-COMPETENCIA
               " EMPRESAS=" WS-EMP-QTD.

       1100-CARREGAR-EMPRESAS SECTION.
           OPEN INPUT EMPRESA-FILE
           IF NOT WS-EMP-OK
               DISPLAY "CESSAO-RECARGA: EMPRESA-CADASTRO NAO "
                   "ENCONTRADO (STATUS=" WS-EMP-FS ")"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN INPUT PERIODO-FILE
           IF WS-PER-OK
               MOVE "S" TO WS-TEM-PERIODO
           END-IF

           MOVE "N" TO WS-EOF-EMP
           PERFORM UNTIL WS-EOF-EMP = "S"
               READ EMPRESA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-EMP
                   NOT AT END
                       IF WS-EMP-QTD < 50
                           ADD 1 TO WS-EMP-QTD
                           PERFORM 1150-SITUACAO-EMPRESA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPRESA-FILE
           IF WS-TEM-PERIODO = "S"
               CLOSE PERIODO-FILE
           END-IF.

       1150-SITUACAO-EMPRESA SECTION.
           MOVE EMP-CODIGO TO WS-ET-CODIGO(WS-EMP-QTD)
           MOVE EMP-NOME   TO WS-ET-NOME(WS-EMP-QTD)
           MOVE EMP-CNPJ   TO WS-ET-CNPJ(WS-EMP-QTD)
           MOVE "N"        TO WS-ET-AVISADA(WS-EMP-QTD)

           MOVE "AUSENTE" TO WS-ET-FOLHA(WS-EMP-QTD)
           IF WS-TEM-PERIODO = "S"
               MOVE WS-COMPETENCIA TO PER-COMPETENCIA
               MOVE SPACES TO PER-PROCESSO
               STRING "FOLHA-" EMP-CODIGO INTO PER-PROCESSO
               END-STRING
               READ PERIODO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PER-STATUS TO WS-ET-FOLHA(WS-EMP-QTD)
               END-READ
           END-IF

           MOVE WS-COMPETENCIA TO CTRV-COMPETENCIA
           MOVE EMP-CODIGO     TO CTRV-EMPRESA
           CALL "COMPETENCIA-TRAVA" USING COMPETENCIA-TRAVA-PARAMS
           END-CALL
           MOVE CTRV-STATUS TO WS-ET-TRAVA(WS-EMP-QTD).

       2000-LER-CESSOES SECTION.
      *> CESSAO-MASTER na ordem da chave: a troca de matricula apura
      *> a anterior com a ultima vigencia que nao passa da
      *> competencia.
           MOVE 0 TO WS-MAT-ANTERIOR
           MOVE "N" TO WS-TEM-VIGENTE
           PERFORM 2100-LER-CESSAO
           PERFORM UNTIL WS-EOF-CES = "S"
               IF CES-MATRICULA NOT = WS-MAT-ANTERIOR
                   IF WS-TEM-VIGENTE = "S"
                       PERFORM 3000-APURAR-MATRICULA
                   END-IF
                   MOVE CES-MATRICULA TO WS-MAT-ANTERIOR
                   MOVE "N" TO WS-TEM-VIGENTE
               END-IF
               IF CES-VIGENCIA <= WS-COMP-AAAAMM
                   MOVE CES-REC TO WS-CES-ATUAL
                   MOVE "S" TO WS-TEM-VIGENTE
               END-IF
               PERFORM 2100-LER-CESSAO
           END-PERFORM
           IF WS-TEM-VIGENTE = "S"
               PERFORM 3000-APURAR-MATRICULA
           END-IF.

       2100-LER-CESSAO SECTION.
           IF WS-EOF-CES = "S"
               EXIT SECTION
           END-IF
           READ CESSAO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF-CES
           END-READ.

       3000-APURAR-MATRICULA SECTION.
      *> Cessao encerrada (vigencia sem empresa) nao recarrega nada.
           IF WS-CA-QTD = 0
               EXIT SECTION
           END-IF
           ADD 1 TO WS-QTD-CESSOES

           MOVE 0 TO WS-MAT-BRUTO WS-MAT-ENCARGOS WS-MAT-BENEF
           MOVE SPACES TO WS-MAT-ORIGEM WS-MAT-NOME
           MOVE "N" TO WS-MAT-MENSAL
           PERFORM 3100-SOMAR-HISTORICO
           IF WS-MAT-ORIGEM = SPACES
               DISPLAY "CESSAO-RECARGA: MATRICULA " WS-CA-MATRICULA
                   " SEM FOLHA NA COMPETENCIA - NADA A RECARREGAR"
               EXIT SECTION
           END-IF

           PERFORM 3400-CONFERIR-ORIGEM
           IF WS-ACHOU-EMP NOT = "S"
               ADD 1 TO WS-QTD-FORA
               EXIT SECTION
           END-IF

           IF WS-MAT-MENSAL = "S"
               PERFORM 3200-SOMAR-BENEFICIOS
               IF WS-TEM-PLANO = "S"
                   PERFORM 3250-SOMAR-PLANO
               END-IF
           END-IF

           COMPUTE WS-MAT-CUSTO =
               WS-MAT-BRUTO + WS-MAT-ENCARGOS + WS-MAT-BENEF
           IF WS-MAT-CUSTO NOT > 0
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-RECARREGADAS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CA-QTD
               PERFORM 3300-REPARTIR
           END-PERFORM.

       3100-SOMAR-HISTORICO SECTION.
      *> Mesma regra de inclusao do GUIA-RECOLHIMENTO; historico sem
      *> empresa e da empresa 01. A origem e a empresa da folha
      *> mensal (ou, sem ela, do primeiro lancamento que entra).
           MOVE WS-CA-MATRICULA TO HIST-MATRICULA
           MOVE SPACES          TO HIST-COMPETENCIA
           MOVE "N" TO WS-EOF-HIST
           START PAYROLL-HIST-FILE KEY NOT < HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-HIST
           END-START
           PERFORM UNTIL WS-EOF-HIST = "S"
               READ PAYROLL-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-HIST
                   NOT AT END
                       IF HIST-MATRICULA > WS-CA-MATRICULA
                           MOVE "S" TO WS-EOF-HIST
                       ELSE
                           IF HIST-MATRICULA = WS-CA-MATRICULA
                               PERFORM 3150-AVALIAR-LANCAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3150-AVALIAR-LANCAMENTO SECTION.
           IF HIST-BRUTO NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-ENTRA
           EVALUATE TRUE
               WHEN HIST-COMPETENCIA = WS-COMPETENCIA
                   MOVE "S" TO WS-ENTRA
               WHEN HIST-COMPETENCIA(1:2) = "13" OR "14"
                                           OR "15" OR "16"
                   IF HIST-DATA(1:6) = WS-MES-RECOLH
                       MOVE "S" TO WS-ENTRA
                   END-IF
           END-EVALUATE
           IF WS-ENTRA NOT = "S"
               EXIT SECTION
           END-IF

           MOVE HIST-EMPRESA TO WS-EMPRESA-REG
           IF WS-EMPRESA-REG = SPACES
               MOVE "01" TO WS-EMPRESA-REG
           END-IF
           IF HIST-COMPETENCIA = WS-COMPETENCIA
               MOVE "S"            TO WS-MAT-MENSAL
               MOVE WS-EMPRESA-REG TO WS-MAT-ORIGEM
               MOVE HIST-NOME      TO WS-MAT-NOME
           END-IF
           IF WS-MAT-ORIGEM = SPACES
               MOVE WS-EMPRESA-REG TO WS-MAT-ORIGEM
               MOVE HIST-NOME      TO WS-MAT-NOME
           END-IF

           ADD HIST-BRUTO TO WS-MAT-BRUTO
           IF HIST-BRUTO > 0
               MOVE WS-EMPRESA-REG   TO WS-PAT-EMPRESA
               MOVE WS-DATA-REF-COMP TO WS-PAT-DATA-REF
               MOVE HIST-BRUTO       TO WS-PAT-BASE
               CALL "ENCARGOS-PATRONAL" USING WS-PAT-PARAMS
               END-CALL
               IF WS-PAT-STATUS = "OK"
                   ADD WS-PAT-TOTAL TO WS-MAT-ENCARGOS
               ELSE
                   IF WS-PAT-AVISADO = "N"
                       MOVE "S" TO WS-PAT-AVISADO
                       DISPLAY "CESSAO-RECARGA: SEM TABELA DE "
                           "ENCARGOS DA EMPRESA " WS-EMPRESA-REG
                           " - RECARGA SEM OS ENCARGOS"
                       PERFORM 8200-AVISAR
                   END-IF
               END-IF
           END-IF.

       3200-SOMAR-BENEFICIOS SECTION.
      *> Parte da empresa: no VT, o que passa do desconto de 6% do
      *> salario do cadastro; o VR inteiro. Opt-out nao custa nada.
           IF WS-TEM-BENEF NOT = "S"
               EXIT SECTION
           END-IF

           MOVE WS-CA-MATRICULA TO BEN-MATRICULA
           MOVE "VT" TO BEN-TIPO
           READ BENEF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BEN-OPTOUT NOT = "S"
                       MOVE "M"             TO FSNP-OPERACAO
                       MOVE WS-CA-MATRICULA TO FSNP-CHAVE-MATRICULA
                       CALL "FUNC-SNAPSHOT-LER"
                           USING FUNC-SNAPSHOT-PARAMS
                       END-CALL
                       IF FSNP-STATUS = "OK"
                           COMPUTE WS-VT-TETO =
                               FSNP-SALARIO * 6 / 100
                           IF BEN-VALOR < WS-VT-TETO
                               MOVE BEN-VALOR TO WS-VT-DESCONTO
                           ELSE
                               MOVE WS-VT-TETO TO WS-VT-DESCONTO
                           END-IF
                           COMPUTE WS-MAT-BENEF = WS-MAT-BENEF
                               + BEN-VALOR - WS-VT-DESCONTO
                       ELSE
                           DISPLAY "CESSAO-RECARGA: MATRICULA "
                               WS-CA-MATRICULA " FORA DO SNAPSHOT - "
                               "VT FORA DA RECARGA"
                       END-IF
                   END-IF
           END-READ

           MOVE WS-CA-MATRICULA TO BEN-MATRICULA
           MOVE "VR" TO BEN-TIPO
           READ BENEF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BEN-OPTOUT NOT = "S"
                       ADD BEN-VALOR TO WS-MAT-BENEF
                   END-IF
           END-READ.

       3250-SOMAR-PLANO SECTION.
      *> Vidas com adesao vigente em algum dia da competencia; a
      *> empresa paga a mensalidade menos a parte do funcionario.
           MOVE WS-CA-MATRICULA TO PLS-MATRICULA
           MOVE 0 TO PLS-DEP-SEQ
           MOVE SPACES TO PLS-TIPO
           MOVE "N" TO WS-EOF-PLS
           START PLANO-FILE KEY NOT < PLS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PLS
           END-START

           PERFORM UNTIL WS-EOF-PLS = "S"
               READ PLANO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PLS
                   NOT AT END
                       IF PLS-MATRICULA > WS-CA-MATRICULA
                           MOVE "S" TO WS-EOF-PLS
                       ELSE
                           IF PLS-MATRICULA = WS-CA-MATRICULA
                                   AND PLS-DATA-INI(1:6) <=
                                       WS-MES-RECOLH
                                   AND (PLS-DATA-FIM = 0
                                   OR PLS-DATA-FIM(1:6) >=
                                       WS-MES-RECOLH)
                               COMPUTE WS-PLS-PARTE =
                                   PLS-MENSALIDADE * PLS-PCT-FUNC
                                       / 10000
                               COMPUTE WS-MAT-BENEF = WS-MAT-BENEF
                                   + PLS-MENSALIDADE - WS-PLS-PARTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3300-REPARTIR SECTION.
      *> Parte do custo servida a empresa WS-I da cessao.
           MOVE WS-CA-EMPRESA(WS-I) TO WS-EMP-PROCURA
           IF WS-EMP-PROCURA = WS-MAT-ORIGEM
               DISPLAY "CESSAO-RECARGA: MATRICULA " WS-CA-MATRICULA
                   " CEDIDA A PROPRIA EMPRESA DE ORIGEM "
                   WS-MAT-ORIGEM " - PARTE IGNORADA"
               PERFORM 8200-AVISAR
               EXIT SECTION
           END-IF
           PERFORM 3450-PROCURAR-EMPRESA
           IF WS-ACHOU-EMP NOT = "S"
               DISPLAY "CESSAO-RECARGA: MATRICULA " WS-CA-MATRICULA
                   " CEDIDA A EMPRESA " WS-EMP-PROCURA
                   " FORA DO CADASTRO - PARTE IGNORADA"
               PERFORM 8200-AVISAR
               EXIT SECTION
           END-IF
           IF WS-ET-TRAVA(WS-IDX-EMP) = "TRV"
               DISPLAY "CESSAO-RECARGA: MATRICULA " WS-CA-MATRICULA
                   " - EMPRESA " WS-EMP-PROCURA " COM A COMPETENCIA "
                   "TRAVADA - PARTE IGNORADA"
               PERFORM 8200-AVISAR
               EXIT SECTION
           END-IF

           COMPUTE WS-PARCELA ROUNDED =
               WS-MAT-CUSTO * WS-CA-PCT(WS-I) / 10000
           IF WS-PARCELA NOT > 0
               EXIT SECTION
           END-IF

           PERFORM 3500-ACUMULAR-PAR
           IF WS-ACHOU-PAR NOT = "S"
               EXIT SECTION
           END-IF
           PERFORM 3600-GUARDAR-DETALHE.

       3400-CONFERIR-ORIGEM SECTION.
      *> A origem precisa da folha fechada e da competencia livre;
      *> o aviso sai uma vez por empresa. WS-ACHOU-EMP = "S" so com
      *> a origem apta.
           MOVE WS-MAT-ORIGEM TO WS-EMP-PROCURA
           PERFORM 3450-PROCURAR-EMPRESA
           IF WS-ACHOU-EMP NOT = "S"
               DISPLAY "CESSAO-RECARGA: MATRICULA " WS-CA-MATRICULA
                   " DA EMPRESA " WS-MAT-ORIGEM
                   " FORA DO CADASTRO - SEM RECARGA"
               PERFORM 8200-AVISAR
               EXIT SECTION
           END-IF
           MOVE WS-IDX-EMP TO WS-IDX-ORIGEM
           IF WS-ET-FOLHA(WS-IDX-ORIGEM) = "FECHADO"
                   AND WS-ET-TRAVA(WS-IDX-ORIGEM) NOT = "TRV"
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-ACHOU-EMP
           IF WS-ET-AVISADA(WS-IDX-ORIGEM) = "S"
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-ET-AVISADA(WS-IDX-ORIGEM)
           IF WS-ET-TRAVA(WS-IDX-ORIGEM) = "TRV"
               DISPLAY "CESSAO-RECARGA: EMPRESA " WS-MAT-ORIGEM
                   " COM A COMPETENCIA " WS-COMPETENCIA
                   " TRAVADA - CEDIDOS DELA FORA DA RECARGA"
           ELSE
               DISPLAY "CESSAO-RECARGA: FOLHA DA EMPRESA "
                   WS-MAT-ORIGEM " NAO FECHADA ("
                   WS-ET-FOLHA(WS-IDX-ORIGEM)
                   ") - CEDIDOS DELA FORA DA RECARGA"
           END-IF
           PERFORM 8200-AVISAR.

       3450-PROCURAR-EMPRESA SECTION.
           MOVE "N" TO WS-ACHOU-EMP
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-EMP-QTD OR WS-ACHOU-EMP = "S"
               IF WS-ET-CODIGO(WS-IDX-EMP) = WS-EMP-PROCURA
                   MOVE "S" TO WS-ACHOU-EMP
               END-IF
           END-PERFORM
           IF WS-ACHOU-EMP = "S"
               SUBTRACT 1 FROM WS-IDX-EMP
           END-IF.

       3500-ACUMULAR-PAR SECTION.
      *> O par fica com o menor codigo em A; a parte soma no sentido
      *> de quem cedeu.
           IF WS-MAT-ORIGEM < WS-EMP-PROCURA
               MOVE WS-MAT-ORIGEM  TO WS-EMP-A
               MOVE WS-EMP-PROCURA TO WS-EMP-B
           ELSE
               MOVE WS-EMP-PROCURA TO WS-EMP-A
               MOVE WS-MAT-ORIGEM  TO WS-EMP-B
           END-IF

           MOVE "N" TO WS-ACHOU-PAR
           PERFORM VARYING WS-K-PAR FROM 1 BY 1
               UNTIL WS-K-PAR > WS-PARES-QTD OR WS-ACHOU-PAR = "S"
               IF WS-PAR-EMP-A(WS-K-PAR) = WS-EMP-A
                       AND WS-PAR-EMP-B(WS-K-PAR) = WS-EMP-B
                   MOVE "S" TO WS-ACHOU-PAR
               END-IF
           END-PERFORM
           IF WS-ACHOU-PAR = "S"
               SUBTRACT 1 FROM WS-K-PAR
           ELSE
               IF WS-PARES-QTD >= 100
                   DISPLAY "CESSAO-RECARGA: MAIS DE 100 PARES DE "
                       "EMPRESAS, EXCEDENTE PERDIDO - REVISAR"
                   MOVE 8 TO WS-RC
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PARES-QTD
               MOVE WS-PARES-QTD TO WS-K-PAR
               MOVE WS-EMP-A TO WS-PAR-EMP-A(WS-K-PAR)
               MOVE WS-EMP-B TO WS-PAR-EMP-B(WS-K-PAR)
               MOVE 0 TO WS-PAR-VALOR-AB(WS-K-PAR)
                         WS-PAR-VALOR-BA(WS-K-PAR)
                         WS-PAR-QTD-FUNC(WS-K-PAR)
               MOVE "S" TO WS-ACHOU-PAR
           END-IF

           IF WS-MAT-ORIGEM = WS-EMP-A
               ADD WS-PARCELA TO WS-PAR-VALOR-AB(WS-K-PAR)
           ELSE
               ADD WS-PARCELA TO WS-PAR-VALOR-BA(WS-K-PAR)
           END-IF
           ADD 1 TO WS-PAR-QTD-FUNC(WS-K-PAR).

       3600-GUARDAR-DETALHE SECTION.
           IF WS-DET-QTD >= 1000
               DISPLAY "CESSAO-RECARGA: MAIS DE 1000 CEDIDOS, NOTA "
                   "SEM O DETALHE DO EXCEDENTE - REVISAR"
               PERFORM 8200-AVISAR
               EXIT SECTION
           END-IF
           ADD 1 TO WS-DET-QTD
           MOVE WS-K-PAR            TO WS-DET-PAR(WS-DET-QTD)
           MOVE WS-MAT-ORIGEM       TO WS-DET-ORIGEM(WS-DET-QTD)
           MOVE WS-CA-MATRICULA     TO WS-DET-MATRICULA(WS-DET-QTD)
           MOVE WS-MAT-NOME         TO WS-DET-NOME(WS-DET-QTD)
           MOVE WS-CA-PCT(WS-I)     TO WS-DET-PCT(WS-DET-QTD)
           MOVE WS-MAT-BRUTO        TO WS-DET-BRUTO(WS-DET-QTD)
           MOVE WS-MAT-ENCARGOS     TO WS-DET-ENCARGOS(WS-DET-QTD)
           MOVE WS-MAT-BENEF        TO WS-DET-BENEF(WS-DET-QTD)
           MOVE WS-PARCELA          TO WS-DET-VALOR(WS-DET-QTD).

       4000-EMITIR-NOTAS SECTION.
      *> Compensa cada par, grava o registro e, com saldo, a nota.
           OPEN I-O RECARGA-FILE
           IF NOT WS-RCG-OK
               OPEN OUTPUT RECARGA-FILE
               CLOSE RECARGA-FILE
               OPEN I-O RECARGA-FILE
           END-IF

           PERFORM VARYING WS-K-PAR FROM 1 BY 1
               UNTIL WS-K-PAR > WS-PARES-QTD
               PERFORM 4100-COMPENSAR-PAR
           END-PERFORM

           PERFORM 4500-ZERAR-PARES-ANTIGOS
           CLOSE RECARGA-FILE.

       4100-COMPENSAR-PAR SECTION.
           COMPUTE WS-LIQUIDO = WS-PAR-VALOR-AB(WS-K-PAR)
               - WS-PAR-VALOR-BA(WS-K-PAR)
           EVALUATE TRUE
               WHEN WS-LIQUIDO > 0
                   MOVE WS-PAR-EMP-A(WS-K-PAR) TO WS-CREDORA
                   MOVE WS-PAR-EMP-B(WS-K-PAR) TO WS-DEVEDORA
                   MOVE WS-LIQUIDO TO WS-NOTA-VALOR
               WHEN WS-LIQUIDO < 0
                   MOVE WS-PAR-EMP-B(WS-K-PAR) TO WS-CREDORA
                   MOVE WS-PAR-EMP-A(WS-K-PAR) TO WS-DEVEDORA
                   COMPUTE WS-NOTA-VALOR = 0 - WS-LIQUIDO
               WHEN OTHER
                   MOVE SPACES TO WS-CREDORA WS-DEVEDORA
                   MOVE 0 TO WS-NOTA-VALOR
           END-EVALUATE

           PERFORM 4400-GRAVAR-REGISTRO

           IF WS-NOTA-VALOR = 0
               ADD 1 TO WS-QTD-COMPENSADOS
               DISPLAY "CESSAO-RECARGA: PAR " WS-PAR-EMP-A(WS-K-PAR)
                   "/" WS-PAR-EMP-B(WS-K-PAR)
                   " COMPENSADO - SEM NOTA"
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-NOTAS
           ADD WS-NOTA-VALOR TO WS-TOTAL-NOTAS
           PERFORM 4200-IMPRIMIR-NOTA.

       4200-IMPRIMIR-NOTA SECTION.
           MOVE SPACES TO WS-NOTA-NUMERO
           STRING
               WS-MES-RECOLH "-" WS-CREDORA "-" WS-DEVEDORA
               DELIMITED BY SIZE INTO WS-NOTA-NUMERO
           END-STRING

           MOVE ALL "=" TO NOTA-LINHA
           WRITE NOTA-LINHA
           MOVE SPACES TO NOTA-LINHA
           STRING
               "NOTA DE DEBITO INTERCOMPANHIA NR " DELIMITED BY SIZE
               WS-NOTA-NUMERO                      DELIMITED BY SIZE
               "   EMISSAO "                       DELIMITED BY SIZE
               WS-DATA-HOJE(7:2) "/" WS-DATA-HOJE(5:2) "/"
               WS-DATA-HOJE(1:4)                   DELIMITED BY SIZE
               INTO NOTA-LINHA
           END-STRING
           WRITE NOTA-LINHA

           MOVE WS-CREDORA TO WS-EMP-PROCURA
           PERFORM 3450-PROCURAR-EMPRESA
           MOVE SPACES TO NOTA-LINHA
           STRING
               "CREDORA:  "                  DELIMITED BY SIZE
               WS-CREDORA                    DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               WS-ET-NOME(WS-IDX-EMP)        DELIMITED BY SIZE
               " CNPJ "                      DELIMITED BY SIZE
               WS-ET-CNPJ(WS-IDX-EMP)        DELIMITED BY SIZE
               INTO NOTA-LINHA
           END-STRING
           WRITE NOTA-LINHA
           MOVE WS-DEVEDORA TO WS-EMP-PROCURA
           PERFORM 3450-PROCURAR-EMPRESA
           MOVE SPACES TO NOTA-LINHA
           STRING
               "DEVEDORA: "                  DELIMITED BY SIZE
               WS-DEVEDORA                   DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               WS-ET-NOME(WS-IDX-EMP)        DELIMITED BY SIZE
               " CNPJ "                      DELIMITED BY SIZE
               WS-ET-CNPJ(WS-IDX-EMP)        DELIMITED BY SIZE
               INTO NOTA-LINHA
           END-STRING
           WRITE NOTA-LINHA
           MOVE SPACES TO NOTA-LINHA
           STRING
               "RECARGA DO CUSTO DE FUNCIONARIOS CEDIDOS - "
                   DELIMITED BY SIZE
               "COMPETENCIA " WS-COMPETENCIA(1:2) "/"
               WS-COMPETENCIA(3:4)               DELIMITED BY SIZE
               INTO NOTA-LINHA
           END-STRING
           WRITE NOTA-LINHA
           MOVE SPACES TO NOTA-LINHA
           WRITE NOTA-LINHA

           MOVE "  MATRICULA NOME                    PCT       SALARIOS"
               TO NOTA-LINHA
           MOVE "ENCARGOS     BENEFICIOS        RECARGA"
               TO NOTA-LINHA(63:39)
           WRITE NOTA-LINHA

      *> Cedidos da credora a devedora; depois, a deduzir, os da
      *> devedora a credora, quando houver.
           MOVE WS-CREDORA TO WS-SENTIDO-ORIGEM
           PERFORM 4250-TOTAL-SENTIDO
           MOVE SPACES TO NOTA-LINHA
           STRING
               "  CEDIDOS PELA " WS-CREDORA " A " WS-DEVEDORA ":"
                   DELIMITED BY SIZE
               INTO NOTA-LINHA
           END-STRING
           WRITE NOTA-LINHA
           PERFORM 4300-DETALHAR-SENTIDO
           COMPUTE WS-VALOR-REAIS = WS-SENTIDO-TOTAL / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE SPACES TO NOTA-LINHA
           MOVE "  TOTAL A RECEBER" TO NOTA-LINHA
           MOVE WS-VLR-ED TO NOTA-LINHA(87:14)
           WRITE NOTA-LINHA

           MOVE WS-DEVEDORA TO WS-SENTIDO-ORIGEM
           PERFORM 4250-TOTAL-SENTIDO
           IF WS-SENTIDO-TOTAL > 0
               MOVE SPACES TO NOTA-LINHA
               STRING
                   "  A DEDUZIR - CEDIDOS PELA " WS-DEVEDORA " A "
                   WS-CREDORA ":" DELIMITED BY SIZE
                   INTO NOTA-LINHA
               END-STRING
               WRITE NOTA-LINHA
               PERFORM 4300-DETALHAR-SENTIDO
               COMPUTE WS-VALOR-REAIS = WS-SENTIDO-TOTAL / 100
               MOVE WS-VALOR-REAIS TO WS-VLR-ED
               MOVE SPACES TO NOTA-LINHA
               MOVE "  TOTAL A DEDUZIR" TO NOTA-LINHA
               MOVE WS-VLR-ED TO NOTA-LINHA(87:14)
               MOVE "-"       TO NOTA-LINHA(101:1)
               WRITE NOTA-LINHA
           END-IF

           MOVE SPACES TO NOTA-LINHA
           WRITE NOTA-LINHA
           COMPUTE WS-VALOR-REAIS = WS-NOTA-VALOR / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE SPACES TO NOTA-LINHA
           STRING
               "VALOR LIQUIDO DA NOTA: R$ " DELIMITED BY SIZE
               WS-VLR-ED                    DELIMITED BY SIZE
               INTO NOTA-LINHA
           END-STRING
           WRITE NOTA-LINHA

           PERFORM 4350-VALOR-EXTENSO
           PERFORM 6000-QUEBRAR-PARAGRAFO
           MOVE SPACES TO NOTA-LINHA
           WRITE NOTA-LINHA.

       4250-TOTAL-SENTIDO SECTION.
           IF WS-SENTIDO-ORIGEM = WS-PAR-EMP-A(WS-K-PAR)
               MOVE WS-PAR-VALOR-AB(WS-K-PAR) TO WS-SENTIDO-TOTAL
           ELSE
               MOVE WS-PAR-VALOR-BA(WS-K-PAR) TO WS-SENTIDO-TOTAL
           END-IF.

       4300-DETALHAR-SENTIDO SECTION.
      *> Linhas dos cedidos do par WS-K-PAR com origem na empresa
      *> WS-SENTIDO-ORIGEM.
           PERFORM VARYING WS-K-DET FROM 1 BY 1
               UNTIL WS-K-DET > WS-DET-QTD
               IF WS-DET-PAR(WS-K-DET) = WS-K-PAR
                       AND WS-DET-ORIGEM(WS-K-DET) = WS-SENTIDO-ORIGEM
                   COMPUTE WS-PCT-REAL = WS-DET-PCT(WS-K-DET) / 100
                   MOVE WS-PCT-REAL TO WS-PCT-ED
                   COMPUTE WS-VALOR-REAIS =
                       WS-DET-BRUTO(WS-K-DET) / 100
                   MOVE WS-VALOR-REAIS TO WS-VLR-ED
                   COMPUTE WS-VALOR-REAIS =
                       WS-DET-ENCARGOS(WS-K-DET) / 100
                   MOVE WS-VALOR-REAIS TO WS-VLR2-ED
                   COMPUTE WS-VALOR-REAIS =
                       WS-DET-BENEF(WS-K-DET) / 100
                   MOVE WS-VALOR-REAIS TO WS-VLR3-ED
                   COMPUTE WS-VALOR-REAIS =
                       WS-DET-VALOR(WS-K-DET) / 100
                   MOVE WS-VALOR-REAIS TO WS-VLR4-ED
                   MOVE SPACES TO NOTA-LINHA
                   STRING
                       "  "                       DELIMITED BY SIZE
                       WS-DET-MATRICULA(WS-K-DET) DELIMITED BY SIZE
                       " "                        DELIMITED BY SIZE
                       WS-DET-NOME(WS-K-DET)      DELIMITED BY SIZE
                       " "                        DELIMITED BY SIZE
                       WS-PCT-ED                  DELIMITED BY SIZE
                       "% "                       DELIMITED BY SIZE
                       WS-VLR-ED                  DELIMITED BY SIZE
                       " "                        DELIMITED BY SIZE
                       WS-VLR2-ED                 DELIMITED BY SIZE
                       " "                        DELIMITED BY SIZE
                       WS-VLR3-ED                 DELIMITED BY SIZE
                       " "                        DELIMITED BY SIZE
                       WS-VLR4-ED                 DELIMITED BY SIZE
                       INTO NOTA-LINHA
                   END-STRING
                   WRITE NOTA-LINHA
               END-IF
           END-PERFORM.

       4350-VALOR-EXTENSO SECTION.
      *> Corpo e continuacao do EXT-MOEDA juntos: a nota quebra as
      *> linhas por conta propria.
           MOVE WS-NOTA-VALOR TO WS-FMT-ENTRADA
           PERFORM 8000-FORMATAR-CENTAVOS
           MOVE WS-FMT-SAIDA TO WS-MOEDA-VALOR
           MOVE "BRL"        TO WS-MOEDA-COD
           MOVE "BR"         TO WS-MOEDA-FORMATO
           MOVE SPACES       TO WS-MOEDA-IDIOMA
           MOVE "N"          TO WS-MOEDA-ANTIFRAUDE
           CALL "EXT-MOEDA" USING WS-MOEDA-IN WS-MOEDA-OUT
           END-CALL
           MOVE SPACES TO WS-PARAGRAFO
           IF WS-MOEDA-STATUS NOT = "OK"
               DISPLAY "CESSAO-RECARGA: NOTA " WS-NOTA-NUMERO
                   " SEM O VALOR POR EXTENSO (STATUS="
                   WS-MOEDA-STATUS ")"
               PERFORM 8200-AVISAR
               MOVE "(VALOR POR EXTENSO INDISPONIVEL)" TO WS-PARAGRAFO
               EXIT SECTION
           END-IF
           IF WS-MOEDA-TEXTO-CONT = SPACES
               STRING
                   "("                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOEDA-TEXTO) DELIMITED BY SIZE
                   ")"                           DELIMITED BY SIZE
                   INTO WS-PARAGRAFO
               END-STRING
           ELSE
               STRING
                   "("                                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOEDA-TEXTO)      DELIMITED BY SIZE
                   " "                                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOEDA-TEXTO-CONT) DELIMITED BY SIZE
                   ")"                                DELIMITED BY SIZE
                   INTO WS-PARAGRAFO
               END-STRING
           END-IF.

       4400-GRAVAR-REGISTRO SECTION.
      *> Registro do par na competencia: novo ou substituido.
           MOVE WS-COMP-AAAAMM         TO RCG-COMPETENCIA
           MOVE WS-PAR-EMP-A(WS-K-PAR) TO RCG-EMPRESA-A
           MOVE WS-PAR-EMP-B(WS-K-PAR) TO RCG-EMPRESA-B
           READ RECARGA-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-PAR
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-PAR
           END-READ
           MOVE WS-PAR-VALOR-AB(WS-K-PAR)  TO RCG-VALOR-AB
           MOVE WS-PAR-VALOR-BA(WS-K-PAR)  TO RCG-VALOR-BA
           MOVE WS-CREDORA                 TO RCG-CREDORA
           MOVE WS-DEVEDORA                TO RCG-DEVEDORA
           MOVE WS-NOTA-VALOR              TO RCG-VALOR
           MOVE WS-PAR-QTD-FUNC(WS-K-PAR)  TO RCG-QTD-FUNC
           MOVE WS-GERACAO                 TO RCG-GERACAO
           IF WS-ACHOU-PAR = "S"
               REWRITE RCG-REC
               END-REWRITE
           ELSE
               WRITE RCG-REC
               END-WRITE
           END-IF
           IF NOT WS-RCG-OK
               DISPLAY "CESSAO-RECARGA: CESSAO-RECARGA RECUSOU O PAR "
                   RCG-EMPRESA-A "/" RCG-EMPRESA-B
                   " (STATUS=" WS-RCG-FS ")"
               MOVE 8 TO WS-RC
           END-IF.

       4500-ZERAR-PARES-ANTIGOS SECTION.
      *> Par da competencia que uma rodada anterior gravou e esta nao
      *> refez (cessao excluida ou encerrada): fica zerado, com a
      *> data desta rodada.
           MOVE WS-COMP-AAAAMM TO RCG-COMPETENCIA
           MOVE LOW-VALUES TO RCG-EMPRESA-A RCG-EMPRESA-B
           MOVE "N" TO WS-EOF-RCG
           START RECARGA-FILE KEY NOT < RCG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-RCG
           END-START
           PERFORM UNTIL WS-EOF-RCG = "S"
               READ RECARGA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RCG
                   NOT AT END
                       IF RCG-COMPETENCIA > WS-COMP-AAAAMM
                           MOVE "S" TO WS-EOF-RCG
                       ELSE
                           IF RCG-COMPETENCIA = WS-COMP-AAAAMM
                                   AND RCG-GERACAO NOT = WS-GERACAO
                                   AND RCG-VALOR-AB + RCG-VALOR-BA
                                       > 0
                               PERFORM 4550-ZERAR-PAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4550-ZERAR-PAR SECTION.
           ADD 1 TO WS-QTD-ZERADOS
           DISPLAY "CESSAO-RECARGA: PAR " RCG-EMPRESA-A "/"
               RCG-EMPRESA-B " SEM RECARGA NESTA RODADA - REGISTRO "
               "ZERADO"
           MOVE 0      TO RCG-VALOR-AB RCG-VALOR-BA RCG-VALOR
                          RCG-QTD-FUNC
           MOVE SPACES TO RCG-CREDORA RCG-DEVEDORA
           MOVE WS-GERACAO TO RCG-GERACAO
           REWRITE RCG-REC
           END-REWRITE
           PERFORM 8200-AVISAR.

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
               MOVE SPACES TO NOTA-LINHA
               MOVE WS-PARAGRAFO(WS-PAR-INI:WS-PAR-QTD) TO NOTA-LINHA
               WRITE NOTA-LINHA
               ADD WS-PAR-QTD TO WS-PAR-INI
               PERFORM UNTIL WS-PAR-INI > WS-PAR-TAM
                       OR WS-PARAGRAFO(WS-PAR-INI:1) NOT = SPACE
                   ADD 1 TO WS-PAR-INI
               END-PERFORM
           END-PERFORM.

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

       8200-AVISAR SECTION.
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       9000-FINALIZAR SECTION.
           MOVE ALL "=" TO NOTA-LINHA
           WRITE NOTA-LINHA
           COMPUTE WS-VALOR-REAIS = WS-TOTAL-NOTAS / 100
           MOVE WS-VALOR-REAIS TO WS-VLR-ED
           MOVE SPACES TO NOTA-LINHA
           STRING
               "COMPETENCIA "      DELIMITED BY SIZE
               WS-COMPETENCIA      DELIMITED BY SIZE
               "  NOTAS: "         DELIMITED BY SIZE
               WS-QTD-NOTAS        DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-VLR-ED           DELIMITED BY SIZE
               "  PARES COMPENSADOS: " DELIMITED BY SIZE
               WS-QTD-COMPENSADOS  DELIMITED BY SIZE
               "  ZERADOS: "       DELIMITED BY SIZE
               WS-QTD-ZERADOS      DELIMITED BY SIZE
               INTO NOTA-LINHA
           END-STRING
           WRITE NOTA-LINHA

           IF WS-TEM-CESSAO = "S"
               CLOSE CESSAO-FILE
           END-IF
           CLOSE PAYROLL-HIST-FILE
           IF WS-TEM-BENEF = "S"
               CLOSE BENEF-FILE
           END-IF
           IF WS-TEM-PLANO = "S"
               CLOSE PLANO-FILE
           END-IF
           CLOSE NOTA-FILE
           MOVE "F" TO FSNP-OPERACAO
           CALL "FUNC-SNAPSHOT-LER" USING FUNC-SNAPSHOT-PARAMS
           END-CALL

           DISPLAY "CESSAO-RECARGA: CESSOES=" WS-QTD-CESSOES
               " RECARREGADAS=" WS-QTD-RECARREGADAS
               " FORA=" WS-QTD-FORA
               " NOTAS=" WS-QTD-NOTAS
               " COMPENSADOS=" WS-QTD-COMPENSADOS
           MOVE WS-RC TO RETURN-CODE.
