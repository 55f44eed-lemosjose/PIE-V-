       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-BACKUP.

      *> Backup noturno do conjunto de arquivos mestres indexados, no
      *> molde do CPF-UNLOAD mas para todos: CPF-MASTER,
      *> PAYROLL-HIST, CONSIG/PENSAO/AFAST/BENEF-MASTER, SETOR-MASTER,
      *> CONTA-SPLIT, PERIODO-CONTROLE, BOLETO-REGISTER,
      *> RECEB-REGISTER, HOLERITE-STORE; DEPENDENTE-MASTER,
      *> PARAMETRO-MASTER, PROCESSO-TRABALHISTA/PROCESSO-MOVTO,
      *> DOCUMENTO-REGISTRO, SINDICATO-MASTER/SINDICATO-FUNC,
      *> PLANO-SAUDE-MASTER/PLANO-COPART, RATEIO-MASTER, GRUPO-FOLHA,
      *> CARGO-MASTER, CESSAO-MASTER; os saldos FERIAS-SALDO,
      *> PROVISAO-SALDO, BANCO-HORAS, FGTS-EXTRATO e a ALERTA-FILA;
      *> PAGADOR-MASTER, AUTONOMO-MASTER, REEMB-MASTER, RETENCAO-FORN,
      *> FOLGA-ELEITORAL-SALDO/MOV; OPERADOR-MASTER,
      *> FORNECEDOR-MASTER, ADIANT-CONTROLE, CONTA-PRENOTIF; os
      *> registros TRANSMISSAO-REGISTER, DDA-REGISTER, WIRE-REGISTER,
      *> NF-REGISTER, PROMIS-REG, RPA-HIST, BOLETO-PAGOS-HIST e
      *> CESSAO-RECARGA; PIX-PENDENCIA, SALDO-BANCARIO,
      *> WIRE-BENEF-MASTER e CAMBIO-FILE; e o CHECK-REGISTER-Enn de
      *> cada empresa do EMPRESA-CADASTRO. Fora ficam so as bases de
      *> terceiros que se recarregam da origem (CEP-BASE,
      *> CPF-SITUACAO-BASE) e o FUNC-SNAPSHOT, refeito toda noite.
      *> Mestre novo entra aqui e no MASTER-RESTORE. Roda como estagio
      *> do NIGHTLY-BATCH com a bandeira de quiesce levantada, entao o
      *> conjunto sai consistente -- ninguem grava no meio da descarga.
      *>
      *> Cada rodada grava uma geracao: um unico sequencial
      *> MASTER-BACKUP-Gnn com, para cada arquivo, um cabecalho (HDR),
      *> os registros (REG) e um trailer (TRL) de contagem e soma de
      *> conferencia. As geracoes giram como um GDG: guardam-se
      *> MASTER-BACKUP-GERACOES geracoes (padrao 7, ate 30) e a rodada
      *> seguinte reaproveita a posicao da geracao mais antiga.
      *>
      *> O catalogo MASTER-BACKUP-CATALOGO registra, por geracao e
      *> arquivo, data/hora, contagem, soma de conferencia e situacao
      *> (OK, AUS = arquivo ainda nao existia, ERR = falha na
      *> abertura). A geracao so entra no catalogo depois de gravada
      *> por inteiro: a posicao reaproveitada sai do catalogo antes da
      *> descarga, e um backup abortado no meio nunca aparece como
      *> restauravel. O MASTER-RESTORE recarrega uma geracao do
      *> catalogo e prova as contagens.
      *>
      *> RETURN-CODE 8 com arquivo que nao abriu (o NIGHTLY-BATCH para
      *> a janela) -- backup incompleto nao pode passar em silencio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "MASTER-BACKUP-CATALOGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FS.
           SELECT GERACAO-FILE ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GER-FS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA-CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.
           SELECT CPF-MASTER-FILE ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT CONSIG-FILE ASSIGN TO "CONSIG-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PENSAO-FILE ASSIGN TO "PENSAO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT AFAST-FILE ASSIGN TO "AFAST-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT BENEF-FILE ASSIGN TO "BENEF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT SETOR-FILE ASSIGN TO "SETOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SET-CODIGO
               FILE STATUS IS WS-ARQ-FS.
           SELECT SPLIT-FILE ASSIGN TO "CONTA-SPLIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPL-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO-CONTROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT BOLETO-REG-FILE ASSIGN TO "BOLETO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREG-BARRAS
               FILE STATUS IS WS-ARQ-FS.
           SELECT RECEB-FILE ASSIGN TO "RECEB-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCB-NOSSO-NUM
               FILE STATUS IS WS-ARQ-FS.
           SELECT HOLERITE-STORE-FILE ASSIGN TO "HOLERITE-STORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT DEPENDENTE-FILE ASSIGN TO "DEPENDENTE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PARAMETRO-FILE ASSIGN TO "PARAMETRO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PROCESSO-FILE ASSIGN TO "PROCESSO-TRABALHISTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRC-NUMERO
               ALTERNATE RECORD KEY IS PRC-MATRICULA
                   WITH DUPLICATES
               FILE STATUS IS WS-ARQ-FS.
           SELECT MOVTO-FILE ASSIGN TO "PROCESSO-MOVTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMV-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT REGISTRO-FILE ASSIGN TO "DOCUMENTO-REGISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRG-CODIGO
               FILE STATUS IS WS-ARQ-FS.
           SELECT SINDICATO-FILE ASSIGN TO "SINDICATO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-ARQ-FS.
           SELECT SINDFUNC-FILE ASSIGN TO "SINDICATO-FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SFU-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT PLANO-FILE ASSIGN TO "PLANO-SAUDE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLS-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT COPART-FILE ASSIGN TO "PLANO-COPART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLC-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT RATEIO-FILE ASSIGN TO "RATEIO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT GRUPO-FILE ASSIGN TO "GRUPO-FOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRF-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT CARGO-FILE ASSIGN TO "CARGO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-ARQ-FS.
           SELECT CESSAO-FILE ASSIGN TO "CESSAO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT FERIAS-SALDO-FILE ASSIGN TO "FERIAS-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FSA-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PROVISAO-SALDO-FILE ASSIGN TO "PROVISAO-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT BANCO-HORAS-FILE ASSIGN TO "BANCO-HORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT FGTS-EXTRATO-FILE ASSIGN TO "FGTS-EXTRATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FGE-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT ALERTA-FILA-FILE ASSIGN TO "ALERTA-FILA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AFL-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PAGADOR-FILE ASSIGN TO "PAGADOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT AUTONOMO-FILE ASSIGN TO "AUTONOMO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUT-CPF
               FILE STATUS IS WS-ARQ-FS.
           SELECT REEMB-MASTER-FILE ASSIGN TO "REEMB-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMB-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT RETENCAO-FILE ASSIGN TO "RETENCAO-FORN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT FOLGA-SALDO-FILE ASSIGN TO "FOLGA-ELEITORAL-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FES-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT FOLGA-MOV-FILE ASSIGN TO "FOLGA-ELEITORAL-MOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FEM-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-ARQ-FS.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WS-ARQ-FS.
           SELECT ADIANT-FILE ASSIGN TO "ADIANT-CONTROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PRENOTIF-FILE ASSIGN TO "CONTA-PRENOTIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREN-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT TRANS-REG-FILE ASSIGN TO "TRANSMISSAO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRS-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT DDA-REG-FILE ASSIGN TO "DDA-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DDA-BARRAS
               FILE STATUS IS WS-ARQ-FS.
           SELECT WIRE-REG-FILE ASSIGN TO "WIRE-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WREG-REFERENCIA
               FILE STATUS IS WS-ARQ-FS.
           SELECT NF-FILE ASSIGN TO "NF-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NF-CHAVE-ACESSO
               ALTERNATE RECORD KEY IS NF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-ARQ-FS.
           SELECT PIX-PEND-FILE ASSIGN TO "PIX-PENDENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PXP-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT RPA-HIST-FILE ASSIGN TO "RPA-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPH-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PROMIS-REG-FILE ASSIGN TO "PROMIS-REG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRG-DOC
               ALTERNATE RECORD KEY IS PRG-ORIGEM
               FILE STATUS IS WS-ARQ-FS.
           SELECT SALDO-FILE ASSIGN TO "SALDO-BANCARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PAGOS-HIST-FILE ASSIGN TO "BOLETO-PAGOS-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PGH-BARRAS
               FILE STATUS IS WS-ARQ-FS.
           SELECT RECARGA-FILE ASSIGN TO "CESSAO-RECARGA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCG-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT WIRE-BENEF-FILE ASSIGN TO "WIRE-BENEF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WB-CODIGO
               FILE STATUS IS WS-ARQ-FS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO DYNAMIC WS-NOME-CHQREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQREG-NUMERO
               ALTERNATE RECORD KEY IS CHQREG-MATRICULA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CHQREG-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-ARQ-FS.

       DATA DIVISION.
       FILE SECTION.
      *> Uma linha por geracao e arquivo; a geracao inteira e
      *> regravada no fim de cada backup.
       FD  CATALOGO-FILE.
       01  CAT-REC.
           05  CAT-GERACAO           PIC 9(02).
           05  FILLER                PIC X(01).
           05  CAT-DATA              PIC 9(08).
           05  CAT-HORA              PIC 9(06).
           05  FILLER                PIC X(01).
           05  CAT-ARQUIVO           PIC X(20).
           05  FILLER                PIC X(01).
           05  CAT-QTD               PIC 9(09).
           05  FILLER                PIC X(01).
           05  CAT-TOTAL             PIC S9(18) SIGN LEADING SEPARATE.
           05  FILLER                PIC X(01).
           05  CAT-SITUACAO          PIC X(03).

      *> Conjunto de uma geracao. BKP-DADOS comporta o maior registro
      *> mestre (WIRE-REGISTER, 316 posicoes).
       FD  GERACAO-FILE.
       01  BKP-REC.
           05  BKP-TIPO              PIC X(03).
           05  BKP-ARQUIVO           PIC X(20).
           05  BKP-DADOS             PIC X(316).
       01  BKP-TRAILER-REC.
           05  BKT-TIPO              PIC X(03).
           05  BKT-ARQUIVO           PIC X(20).
           05  BKT-QTD               PIC 9(09).
           05  BKT-TOTAL             PIC S9(18) SIGN LEADING SEPARATE.

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

       FD  CPF-MASTER-FILE.
       01  MASTER-REC.
           05 MASTER-CHAVE.
               10 MASTER-CPF        PIC 9(09).
               10 MASTER-TIMESTAMP  PIC X(14).
           05 MASTER-DIGITOS        PIC 9(02).
           05 MASTER-STATUS         PIC X(09).
           05 MASTER-DATA           PIC X(10).
           05 MASTER-MOTIVO-REJ     PIC X(09).

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

       FD  CONSIG-FILE.
       01  CSG-REC.
           05  CSG-CHAVE.
               10  CSG-MATRICULA     PIC 9(09).
               10  CSG-CONTRATO      PIC 9(09).
           05  CSG-PARCELA           PIC 9(15).
           05  CSG-SALDO             PIC 9(15).
           05  CSG-STATUS            PIC X(10).
           05  CSG-DATA-INCL         PIC X(08).

       FD  PENSAO-FILE.
       01  PEN-REC.
           05  PEN-CHAVE.
               10  PEN-MATRICULA     PIC 9(09).
               10  PEN-SEQ           PIC 9(02).
           05  PEN-TIPO              PIC X(01).
           05  PEN-PCT               PIC 9(03).
           05  PEN-VALOR             PIC 9(15).
           05  PEN-BENEF-NOME        PIC X(40).
           05  PEN-BANCO             PIC 9(03).
           05  PEN-AGENCIA           PIC 9(04).
           05  PEN-CONTA             PIC 9(08).
           05  PEN-CONTA-DV          PIC 9(01).
           05  PEN-STATUS            PIC X(10).
           05  PEN-DATA-INCL         PIC X(08).

       FD  AFAST-FILE.
       01  AFA-REC.
           05  AFA-CHAVE.
               10  AFA-MATRICULA     PIC 9(09).
               10  AFA-DATA-INI      PIC 9(08).
           05  AFA-DATA-FIM          PIC 9(08).
           05  AFA-TIPO              PIC X(03).
           05  AFA-REMUNERADO        PIC X(01).
           05  AFA-CONTA-13          PIC X(01).

       FD  BENEF-FILE.
       01  BEN-REC.
           05  BEN-CHAVE.
               10  BEN-MATRICULA     PIC 9(09).
               10  BEN-TIPO          PIC X(02).
           05  BEN-VALOR             PIC 9(15).
           05  BEN-OPTOUT            PIC X(01).

       FD  SETOR-FILE.
       01  SET-REC.
           05  SET-CODIGO            PIC X(10).
           05  SET-NOME              PIC X(20).
           05  SET-RESPONSAVEL       PIC X(30).
           05  SET-ATIVO             PIC X(01).
           05  SET-ORCAMENTO         PIC 9(15).
           05  SET-SINDICATO         PIC X(06).

       FD  SPLIT-FILE.
       01  SPL-REC.
           05  SPL-CHAVE.
               10  SPL-MATRICULA     PIC 9(09).
               10  SPL-SEQ           PIC 9(02).
           05  SPL-BANCO             PIC 9(03).
           05  SPL-AGENCIA           PIC 9(04).
           05  SPL-CONTA             PIC 9(08).
           05  SPL-CONTA-DV          PIC 9(01).
           05  SPL-PCT               PIC 9(03).
           05  SPL-STATUS            PIC X(10).

       FD  PERIODO-FILE.
       01  PER-REC.
           05  PER-CHAVE.
               10  PER-COMPETENCIA   PIC X(06).
               10  PER-PROCESSO      PIC X(12).
           05  PER-STATUS            PIC X(08).
           05  PER-DATA-FECH         PIC X(14).
           05  PER-REABERTURAS       PIC 9(03).

       FD  BOLETO-REG-FILE.
       01  BREG-REC.
           05  BREG-BARRAS           PIC X(44).
           05  BREG-CNPJ             PIC 9(14).
           05  BREG-VALOR            PIC 9(10).
           05  BREG-VENC             PIC 9(08).
           05  BREG-DATA-ENTRADA     PIC X(08).
           05  BREG-STATUS           PIC X(10).

       FD  RECEB-FILE.
       01  RCB-REC.
           05  RCB-NOSSO-NUM         PIC 9(08).
           05  RCB-DOC               PIC X(10).
           05  RCB-PAGADOR           PIC X(40).
           05  RCB-VALOR             PIC 9(15).
           05  RCB-VENC              PIC 9(08).
           05  RCB-DATA-EMISSAO      PIC X(08).
           05  RCB-STATUS            PIC X(10).
           05  RCB-VALOR-PAGO        PIC 9(15).
           05  RCB-DATA-PAGO         PIC 9(08).
           05  RCB-PAGADOR-TIPO      PIC X(01).
           05  RCB-PAGADOR-DOC       PIC 9(14).
           05  RCB-DATA-SEGVIA       PIC 9(08).
           05  RCB-PROTESTO-DESTINO  PIC X(01).
           05  RCB-DATA-PROTESTO     PIC 9(08).
           05  RCB-PROTESTO-SIT      PIC X(01).
           05  RCB-PIX-TXID          PIC X(25).
           05  RCB-CANAL-PAGO        PIC X(01).

       FD  HOLERITE-STORE-FILE.
       01  HST-REC.
           05  HST-CHAVE.
               10  HST-MATRICULA     PIC 9(09).
               10  HST-COMPETENCIA   PIC X(06).
               10  HST-SEQ           PIC 9(04).
           05  HST-LINHA             PIC X(100).

       FD  DEPENDENTE-FILE.
       01  DEP-REC.
           05  DEP-CHAVE.
               10  DEP-MATRICULA     PIC 9(09).
               10  DEP-SEQ           PIC 9(02).
           05  DEP-NOME              PIC X(40).
           05  DEP-CPF               PIC 9(11).
           05  DEP-NASCIMENTO        PIC 9(08).
           05  DEP-PARENTESCO        PIC X(02).
           05  DEP-IRRF              PIC X(01).
           05  DEP-INVALIDO          PIC X(01).
           05  DEP-ESTUDANTE         PIC X(01).
           05  DEP-STATUS            PIC X(10).
           05  DEP-DATA-INCL         PIC X(08).

       FD  PARAMETRO-FILE.
       01  PRM-REC.
           05  PRM-CHAVE.
               10  PRM-NOME          PIC X(24).
               10  PRM-EMPRESA       PIC X(02).
               10  PRM-VIGENCIA      PIC 9(08).
           05  PRM-VALOR             PIC S9(15).
           05  PRM-DESCRICAO         PIC X(40).
           05  PRM-OPERADOR          PIC X(10).
           05  PRM-TIMESTAMP         PIC X(14).

       FD  PROCESSO-FILE.
       01  PRC-REC.
           05  PRC-NUMERO            PIC X(25).
           05  PRC-MATRICULA         PIC 9(09).
           05  PRC-NOME              PIC X(50).
           05  PRC-EMPRESA           PIC X(02).
           05  PRC-VARA              PIC X(40).
           05  PRC-DATA-AJUIZ        PIC 9(08).
           05  PRC-VALOR-PEDIDO      PIC 9(15).
           05  PRC-RISCO             PIC X(01).
           05  PRC-VALOR-PROVISAO    PIC 9(15).
           05  PRC-DEPOSITADO        PIC 9(15).
           05  PRC-PAGO              PIC 9(15).
           05  PRC-QTD-MOVTO         PIC 9(03).
           05  PRC-SITUACAO          PIC X(10).
           05  PRC-DATA-ALTER        PIC X(08).

       FD  MOVTO-FILE.
       01  PMV-REC.
           05  PMV-CHAVE.
               10  PMV-NUMERO        PIC X(25).
               10  PMV-SEQ           PIC 9(03).
           05  PMV-TIPO              PIC X(01).
           05  PMV-DATA              PIC 9(08).
           05  PMV-VALOR             PIC S9(15).
           05  PMV-IRRF              PIC S9(15).
           05  PMV-LIQUIDO           PIC S9(15).
           05  PMV-BARRAS            PIC X(44).
           05  PMV-STATUS            PIC X(10).
           05  PMV-HISTORICO         PIC X(40).

       FD  REGISTRO-FILE.
       01  DRG-REC.
           05  DRG-CODIGO            PIC X(12).
           05  DRG-DOCUMENTO.
               10  DRG-TIPO          PIC X(12).
               10  DRG-PROGRAMA      PIC X(20).
               10  DRG-EMPRESA       PIC X(02).
               10  DRG-MATRICULA     PIC 9(09).
               10  DRG-PAGADOR-TIPO  PIC X(01).
               10  DRG-PAGADOR-DOC   PIC 9(14).
               10  DRG-NOME          PIC X(50).
               10  DRG-REFERENCIA    PIC X(30).
               10  DRG-VALOR-T       OCCURS 3 TIMES.
                   15  DRG-VLR-ROTULO PIC X(20).
                   15  DRG-VLR       PIC S9(15).
               10  DRG-DATA-EMISSAO  PIC 9(08).
               10  DRG-HORA-EMISSAO  PIC 9(06).
               10  DRG-OPERADOR      PIC X(10).

       FD  SINDICATO-FILE.
       01  SIN-REC.
           05  SIN-CODIGO            PIC X(06).
           05  SIN-NOME              PIC X(40).
           05  SIN-CNPJ              PIC 9(14).
           05  SIN-BANCO             PIC 9(03).
           05  SIN-AGENCIA           PIC 9(04).
           05  SIN-CONTA             PIC 9(08).
           05  SIN-CONTA-DV          PIC 9(01).
           05  SIN-REGRA             PIC X(01).
           05  SIN-PCT               PIC 9(05).
           05  SIN-VALOR             PIC 9(15).
           05  SIN-MES-BASE          PIC 9(02).
           05  SIN-STATUS            PIC X(01).

       FD  SINDFUNC-FILE.
       01  SFU-REC.
           05  SFU-MATRICULA         PIC 9(09).
           05  SFU-SINDICATO         PIC X(06).
           05  SFU-OPOSICAO          PIC X(01).
           05  SFU-DATA-OPOSICAO     PIC X(08).

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

       FD  COPART-FILE.
       01  PLC-REC.
           05  PLC-CHAVE.
               10  PLC-MATRICULA     PIC 9(09).
               10  PLC-COMPETENCIA   PIC X(06).
               10  PLC-SEQ           PIC 9(05).
           05  PLC-DEP-SEQ           PIC 9(02).
           05  PLC-CARTEIRINHA       PIC X(20).
           05  PLC-DATA-ATEND        PIC 9(08).
           05  PLC-PROCEDIMENTO      PIC X(30).
           05  PLC-VALOR             PIC 9(15).
           05  PLC-STATUS            PIC X(10).
           05  PLC-COMP-DESCONTO     PIC X(06).

       FD  RATEIO-FILE.
       01  RAT-REC.
           05  RAT-CHAVE.
               10  RAT-MATRICULA     PIC 9(09).
               10  RAT-VIGENCIA      PIC 9(06).
           05  RAT-QTD               PIC 9(02).
           05  RAT-ITEM OCCURS 10 TIMES.
               10  RAT-SETOR         PIC X(10).
               10  RAT-PCT           PIC 9(05).
           05  RAT-DATA-INCL         PIC X(08).

       FD  GRUPO-FILE.
       01  GRF-REC.
           05  GRF-MATRICULA         PIC 9(09).
           05  GRF-GRUPO             PIC X(01).
           05  GRF-VALOR-HORA        PIC 9(09).
           05  GRF-DATA-ALTER        PIC X(08).

       FD  CARGO-FILE.
       01  CAR-REC.
           05  CAR-CODIGO            PIC X(06).
           05  CAR-DESCRICAO         PIC X(30).
           05  CAR-SALARIO-MIN       PIC 9(15).
           05  CAR-SALARIO-MAX       PIC 9(15).
           05  CAR-ATIVO             PIC X(01).

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

       FD  FERIAS-SALDO-FILE.
       01  FSA-REC.
           05  FSA-CHAVE.
               10  FSA-MATRICULA     PIC 9(09).
               10  FSA-AQUIS-INI     PIC 9(08).
           05  FSA-AQUIS-FIM         PIC 9(08).
           05  FSA-LIMITE-CONCESSAO  PIC 9(08).
           05  FSA-FALTAS            PIC 9(03).
           05  FSA-DIAS-DIREITO      PIC 9(02).
           05  FSA-DIAS-GOZADOS      PIC 9(02).
           05  FSA-SITUACAO          PIC X(01).
           05  FSA-ULT-GOZO          PIC 9(08).
           05  FSA-DATA-ATUALIZ      PIC 9(08).

       FD  PROVISAO-SALDO-FILE.
       01  PRV-REC.
           05  PRV-MATRICULA         PIC 9(09).
           05  PRV-EMPRESA           PIC X(02).
           05  PRV-SETOR             PIC X(10).
           05  PRV-SITUACAO          PIC X(01).
           05  PRV-ULT-COMP          PIC 9(06).
           05  PRV-SALDO-13          PIC S9(15).
           05  PRV-ENC-13            PIC S9(15).
           05  PRV-ANO-13            PIC 9(04).
           05  PRV-PAGO-13           PIC S9(15).
           05  PRV-SALDO-FER         PIC S9(15).
           05  PRV-ENC-FER           PIC S9(15).
           05  PRV-FER-BAIXA OCCURS 2 TIMES.
               10  PRV-FER-ANO       PIC 9(04).
               10  PRV-FER-PAGO      PIC S9(15).
           05  PRV-RESC-DATA         PIC 9(08).
           05  PRV-RESC-13           PIC S9(15).
           05  PRV-RESC-FER          PIC S9(15).
           05  PRV-DATA-ATUALIZ      PIC 9(08).
           05  FILLER                PIC X(09).

       FD  BANCO-HORAS-FILE.
       01  BH-REC.
           05  BH-CHAVE.
               10  BH-MATRICULA      PIC 9(09).
               10  BH-MES            PIC 9(06).
           05  BH-PRAZO              PIC 9(02).
           05  BH-CRED50             PIC 9(05).
           05  BH-CRED100            PIC 9(05).
           05  BH-FOLGA              PIC 9(05).
           05  BH-FOLGA-SEM-SALDO    PIC 9(05).
           05  BH-COMP50             PIC 9(05).
           05  BH-COMP100            PIC 9(05).
           05  BH-PAGO50             PIC 9(05).
           05  BH-PAGO100            PIC 9(05).
           05  BH-PAGO-COMP          PIC 9(06).
           05  BH-SALDO50            PIC 9(05).
           05  BH-SALDO100           PIC 9(05).
           05  BH-DATA-ATUALIZ       PIC 9(08).
           05  FILLER                PIC X(19).

       FD  FGTS-EXTRATO-FILE.
       01  FGE-REC.
           05  FGE-CHAVE.
               10  FGE-MATRICULA     PIC 9(09).
               10  FGE-MES-RECOLH    PIC X(06).
               10  FGE-COMP-ORIGEM   PIC X(06).
           05  FGE-EMPRESA           PIC X(02).
           05  FGE-NOME              PIC X(50).
           05  FGE-BASE              PIC S9(15).
           05  FGE-DEPOSITO          PIC S9(15).
           05  FGE-SALDO             PIC S9(15).
           05  FGE-DATA              PIC X(08).

       FD  ALERTA-FILA-FILE.
       01  AFL-REC.
           05  AFL-CHAVE.
               10  AFL-TIMESTAMP     PIC X(16).
               10  AFL-SEQ           PIC 9(04).
           05  AFL-SEVERIDADE        PIC X(01).
           05  AFL-ORIGEM            PIC X(24).
           05  AFL-EMPRESA           PIC X(02).
           05  AFL-MENSAGEM          PIC X(80).
           05  AFL-SITUACAO          PIC X(10).
           05  AFL-DESPACHO          PIC X(01).
           05  AFL-DESPACHO-TS       PIC X(14).
           05  AFL-CIENTE-POR        PIC X(10).
           05  AFL-CIENTE-TS         PIC X(14).

       FD  PAGADOR-FILE.
       01  PAG-REC.
           05  PAG-CHAVE.
               10  PAG-TIPO          PIC X(01).
               10  PAG-DOC           PIC 9(14).
           05  PAG-NOME              PIC X(40).
           05  PAG-ENDERECO          PIC X(60).
           05  PAG-CIDADE            PIC X(30).
           05  PAG-UF                PIC X(02).
           05  PAG-CEP               PIC 9(08).
           05  PAG-CONTATO           PIC X(30).
           05  PAG-TELEFONE          PIC X(15).
           05  PAG-EMAIL             PIC X(50).
           05  PAG-LIMITE            PIC 9(15).
           05  PAG-STATUS            PIC X(01).
           05  PAG-DATA-CADASTRO     PIC 9(08).

       FD  AUTONOMO-FILE.
       01  AUT-REC.
           05  AUT-CPF               PIC 9(11).
           05  AUT-NOME              PIC X(50).
           05  AUT-PIS               PIC 9(11).
           05  AUT-OCUPACAO          PIC X(30).
           05  AUT-MUNICIPIO         PIC X(07).
           05  AUT-BANCO             PIC 9(03).
           05  AUT-AGENCIA           PIC 9(04).
           05  AUT-CONTA             PIC 9(08).
           05  AUT-CONTA-DV          PIC 9(01).
           05  AUT-PIX               PIC X(40).
           05  AUT-STATUS            PIC X(01).
           05  AUT-DATA-ALTER        PIC X(08).

       FD  REEMB-MASTER-FILE.
       01  RMB-REC.
           05  RMB-CHAVE.
               10  RMB-MATRICULA     PIC 9(09).
               10  RMB-ANOMES        PIC 9(06).
               10  RMB-SEQ           PIC 9(03).
           05  RMB-EMPRESA           PIC X(02).
           05  RMB-CATEGORIA         PIC X(10).
           05  RMB-DATA-DESPESA      PIC 9(08).
           05  RMB-VALOR             PIC 9(15).
           05  RMB-SETOR             PIC X(10).
           05  RMB-COMPROVANTE       PIC X(20).
           05  RMB-DESCRICAO         PIC X(40).
           05  RMB-SOLICITANTE       PIC X(10).
           05  RMB-DATA-ENTRADA      PIC 9(08).
           05  RMB-STATUS            PIC X(10).
           05  RMB-APROVADOR         PIC X(10).
           05  RMB-DATA-APROV        PIC 9(08).
           05  RMB-MOTIVO            PIC X(30).
           05  RMB-DATA-PGTO         PIC 9(08).
           05  RMB-TRILHO            PIC X(01).

       FD  RETENCAO-FILE.
       01  RET-REC.
           05  RET-CHAVE.
               10  RET-BARRAS-ORIGEM PIC X(44).
               10  RET-TIPO          PIC X(04).
           05  RET-SEQ               PIC 9(06).
           05  RET-CNPJ              PIC 9(14).
           05  RET-DESCRICAO         PIC X(30).
           05  RET-VENC-ORIGEM       PIC 9(08).
           05  RET-BASE              PIC 9(10).
           05  RET-ALIQ              PIC 9(05).
           05  RET-VALOR             PIC 9(10).
           05  RET-RECEITA           PIC X(04).
           05  RET-MUNICIPIO         PIC X(07).
           05  RET-VENC              PIC 9(08).
           05  RET-BARRAS-GUIA       PIC X(44).
           05  RET-DATA-ENTRADA      PIC X(08).
           05  RET-EMPRESA           PIC X(02).

       FD  FOLGA-SALDO-FILE.
       01  FES-REC.
           05  FES-MATRICULA         PIC 9(09).
           05  FES-DIAS-SERVIDOS     PIC 9(03).
           05  FES-DIAS-CREDITADOS   PIC 9(03).
           05  FES-DIAS-GOZADOS      PIC 9(03).
           05  FES-ULT-ELEICAO       PIC 9(08).
           05  FES-DATA-ATUALIZ      PIC 9(08).

       FD  FOLGA-MOV-FILE.
       01  FEM-REC.
           05  FEM-CHAVE.
               10  FEM-MATRICULA     PIC 9(09).
               10  FEM-DATA          PIC 9(08).
               10  FEM-TIPO          PIC X(01).
           05  FEM-TITULO            PIC 9(12).
           05  FEM-DIAS              PIC 9(02).
           05  FEM-FOLGAS            PIC 9(03).
           05  FEM-SALDO-APOS        PIC 9(03).
           05  FEM-DATA-REGISTRO     PIC 9(08).

       FD  OPERADOR-FILE.
       01  OPER-REC.
           05  OPER-ID               PIC X(10).
           05  OPER-NOME             PIC X(40).
           05  OPER-ATIVO            PIC X(01).
           05  OPER-FUNCOES          PIC X(10).
           05  OPER-SENHA            PIC X(10).
           05  OPER-TROCA-OBRIG      PIC X(01).
           05  OPER-VALIDADE         PIC 9(08).
           05  OPER-FALHAS           PIC 9(02).
           05  OPER-BLOQUEADO        PIC X(01).
           05  OPER-EMPRESAS         PIC X(20).

       FD  FORNECEDOR-FILE.
       01  FORN-REC.
           05  FORN-CNPJ             PIC 9(14).
           05  FORN-NOME             PIC X(40).
           05  FORN-PRAZO-PGTO       PIC 9(03).
           05  FORN-STATUS           PIC X(01).
           05  FORN-REVISAO          PIC X(01).
           05  FORN-TIPO-SERVICO     PIC X(01).
           05  FORN-SIMPLES          PIC X(01).
           05  FORN-ISS-MUNICIPIO    PIC X(07).
           05  FORN-ISS-ALIQ         PIC 9(05).
           05  FORN-IE               PIC X(14).
           05  FORN-IE-UF            PIC X(02).

       FD  ADIANT-FILE.
       01  ADT-REC.
           05  ADT-CHAVE.
               10  ADT-MATRICULA     PIC 9(09).
               10  ADT-COMPETENCIA   PIC X(06).
           05  ADT-VALOR             PIC 9(15).
           05  ADT-STATUS            PIC X(10).
           05  ADT-DATA              PIC X(08).

       FD  PRENOTIF-FILE.
       01  PREN-REC.
           05  PREN-MATRICULA        PIC 9(09).
           05  PREN-BANCO            PIC 9(03).
           05  PREN-AGENCIA          PIC 9(04).
           05  PREN-CONTA            PIC 9(08).
           05  PREN-CONTA-DV         PIC 9(01).
           05  PREN-STATUS           PIC X(10).
           05  PREN-DATA             PIC X(08).

       FD  TRANS-REG-FILE.
       01  TRS-REC.
           05  TRS-CHAVE.
               10  TRS-ARQUIVO       PIC X(24).
               10  TRS-DATA          PIC 9(08).
           05  TRS-EMPRESA           PIC X(02).
           05  TRS-QTD               PIC 9(09).
           05  TRS-TOTAL             PIC S9(15).
           05  TRS-STATUS            PIC X(10).
           05  TRS-OPERADOR          PIC X(10).
           05  TRS-TIMESTAMP         PIC X(14).

       FD  DDA-REG-FILE.
       01  DDA-REC.
           05  DDA-BARRAS            PIC X(44).
           05  DDA-CNPJ              PIC 9(14).
           05  DDA-VALOR             PIC 9(10).
           05  DDA-VENC              PIC 9(08).
           05  DDA-DATA-CARGA        PIC X(08).

       FD  WIRE-REG-FILE.
       01  WREG-REC.
           05  WREG-REFERENCIA       PIC X(16).
           05  WREG-EMPRESA          PIC X(02).
           05  WREG-DATA-ENVIO       PIC 9(08).
           05  WREG-BENEFICIARIO     PIC X(40).
           05  WREG-IBAN             PIC X(34).
           05  WREG-BIC              PIC X(11).
           05  WREG-MOEDA            PIC X(03).
           05  WREG-VALOR-MOEDA      PIC 9(15).
           05  WREG-TAXA-CONTRATADA  PIC 9(13).
           05  WREG-VALOR-BRL        PIC 9(15).
           05  WREG-STATUS           PIC X(10).
           05  WREG-DATA-STATUS      PIC 9(08).
           05  WREG-VALOR-CREDITADO  PIC 9(15).
           05  WREG-TARIFAS          PIC 9(15).
           05  WREG-MOTIVO           PIC X(40).
           05  WREG-TAXA-BANCO       PIC 9(13).
           05  WREG-TAXA-DEVOLUCAO   PIC 9(13).
           05  WREG-VALOR-DEVOLVIDO  PIC 9(15).
           05  WREG-BRL-DEVOLVIDO    PIC 9(15).
           05  WREG-VARIACAO-CAMBIAL PIC S9(15).

       FD  NF-FILE.
       01  NF-REC.
           05  NF-CHAVE-ACESSO       PIC X(44).
           05  NF-CNPJ               PIC 9(14).
           05  NF-NUMERO             PIC 9(09).
           05  NF-SERIE              PIC X(03).
           05  NF-EMISSAO            PIC 9(08).
           05  NF-VALOR              PIC 9(10).
           05  NF-STATUS             PIC X(10).
           05  NF-BARRAS             PIC X(44).
           05  NF-DATA-ENTRADA       PIC X(08).
           05  NF-DATA-CASAMENTO     PIC X(08).

       FD  PIX-PEND-FILE.
       01  PXP-REC.
           05  PXP-MATRICULA         PIC 9(09).
           05  PXP-CHAVE             PIC X(40).
           05  PXP-MOTIVO            PIC X(40).
           05  PXP-DATA              PIC 9(08).
           05  PXP-EMPRESA           PIC X(02).

       FD  RPA-HIST-FILE.
       01  RPH-REC.
           05  RPH-CHAVE.
               10  RPH-CPF           PIC 9(11).
               10  RPH-ANOMES        PIC 9(06).
               10  RPH-SEQ           PIC 9(03).
           05  RPH-EMPRESA           PIC X(02).
           05  RPH-NOME              PIC X(50).
           05  RPH-DATA-PGTO         PIC 9(08).
           05  RPH-BRUTO             PIC S9(15).
           05  RPH-INSS              PIC S9(15).
           05  RPH-IRRF              PIC S9(15).
           05  RPH-ISS               PIC S9(15).
           05  RPH-LIQUIDO           PIC S9(15).
           05  RPH-TRILHO            PIC X(01).
           05  RPH-SERVICO           PIC X(60).

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

       FD  SALDO-FILE.
       01  SLD-REC.
           05  SLD-CHAVE.
               10  SLD-CONTA-ID.
                   15  SLD-BANCO     PIC X(03).
                   15  SLD-AGENCIA   PIC X(05).
                   15  SLD-CONTA     PIC X(13).
               10  SLD-DATA          PIC 9(08).
           05  SLD-SALDO-INICIAL     PIC S9(15).
           05  SLD-SALDO-FINAL       PIC S9(15).
           05  SLD-ORIGEM            PIC X(04).
           05  SLD-DATA-CARGA        PIC 9(08).

       FD  PAGOS-HIST-FILE.
       01  PGH-REC.
           05  PGH-BARRAS            PIC X(44).
           05  PGH-CNPJ              PIC 9(14).
           05  PGH-VENC              PIC 9(08).
           05  PGH-VALOR-NOMINAL     PIC 9(15).
           05  PGH-VALOR-PAGO        PIC 9(15).
           05  PGH-DATA-PGTO         PIC X(08).
           05  PGH-EMPRESA           PIC X(02).

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

       FD  WIRE-BENEF-FILE.
       01  WB-REC.
           05  WB-CODIGO             PIC X(10).
           05  WB-NOME               PIC X(40).
           05  WB-IBAN               PIC X(34).
           05  WB-BIC                PIC X(11).
           05  WB-STATUS             PIC X(01).

       FD  CAMBIO-FILE.
       01  CAM-REC.
           05  CAM-CHAVE.
               10  CAM-DATA          PIC 9(08).
               10  CAM-MOEDA         PIC X(03).
           05  CAM-TAXA              PIC 9(13).

       FD  CHECK-REGISTER-FILE.
       01  CHQREG-REC.
           05  CHQREG-NUMERO         PIC 9(09).
           05  CHQREG-MATRICULA      PIC 9(09).
           05  CHQREG-VALOR          PIC S9(15).
           05  CHQREG-DATA           PIC X(10).
           05  CHQREG-STATUS         PIC X(10).
           05  CHQREG-NUM-ORIGEM     PIC 9(09).

       WORKING-STORAGE SECTION.
       01  WS-CAT-FS                 PIC X(02) VALUE SPACES.
           88  WS-CAT-OK                        VALUE "00".
       01  WS-GER-FS                 PIC X(02) VALUE SPACES.
           88  WS-GER-OK                        VALUE "00".
       01  WS-EMP-FS                 PIC X(02) VALUE SPACES.
           88  WS-EMP-OK                        VALUE "00".
       01  WS-ARQ-FS                 PIC X(02) VALUE SPACES.
           88  WS-ARQ-OK                        VALUE "00".
           88  WS-ARQ-INEXISTENTE               VALUE "35".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".

       01  WS-NOME-GERACAO           PIC X(24) VALUE SPACES.
       01  WS-NOME-CHQREG            PIC X(20) VALUE SPACES.
       01  WS-AGORA                  PIC X(14) VALUE SPACES.

      *> Quantas geracoes guardar (MASTER-BACKUP-GERACOES).
       01  WS-GERACOES-TXT           PIC X(02) VALUE SPACES.
       01  WS-GERACOES               PIC 9(02) VALUE 7.
       01  WS-GERACAO                PIC 9(02) VALUE 0.

      *> Arquivos do conjunto: codigo (qual FD), nome logico e, para
      *> o CHECK-REGISTER, a empresa.
       01  WS-ARQ-QTD                PIC 9(03) COMP-5 VALUE 0.
       01  WS-ARQUIVOS.
           05  WS-ARQ OCCURS 90 TIMES.
               10  WS-ARQ-COD        PIC 9(02).
               10  WS-ARQ-NOME       PIC X(20).
               10  WS-ARQ-EMPRESA    PIC X(02).
       01  WS-A                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-COD                    PIC 9(02) VALUE 0.

      *> Nomes logicos dos mestres de arquivo unico, na ordem dos
      *> codigos 1 a 52; o codigo 99 e o CHECK-REGISTER-Enn. O nome
      *> no catalogo tem 20 posicoes: o FOLGA-ELEITORAL-SALDO entra
      *> como FOLGA-ELEIT-SALDO.
       01  WS-NOMES-MESTRES.
           05  FILLER PIC X(20) VALUE "CPF-MASTER".
           05  FILLER PIC X(20) VALUE "PAYROLL-HIST".
           05  FILLER PIC X(20) VALUE "CONSIG-MASTER".
           05  FILLER PIC X(20) VALUE "PENSAO-MASTER".
           05  FILLER PIC X(20) VALUE "AFAST-MASTER".
           05  FILLER PIC X(20) VALUE "BENEF-MASTER".
           05  FILLER PIC X(20) VALUE "SETOR-MASTER".
           05  FILLER PIC X(20) VALUE "CONTA-SPLIT".
           05  FILLER PIC X(20) VALUE "PERIODO-CONTROLE".
           05  FILLER PIC X(20) VALUE "BOLETO-REGISTER".
           05  FILLER PIC X(20) VALUE "RECEB-REGISTER".
           05  FILLER PIC X(20) VALUE "HOLERITE-STORE".
           05  FILLER PIC X(20) VALUE "DEPENDENTE-MASTER".
           05  FILLER PIC X(20) VALUE "PARAMETRO-MASTER".
           05  FILLER PIC X(20) VALUE "PROCESSO-TRABALHISTA".
           05  FILLER PIC X(20) VALUE "PROCESSO-MOVTO".
           05  FILLER PIC X(20) VALUE "DOCUMENTO-REGISTRO".
           05  FILLER PIC X(20) VALUE "SINDICATO-MASTER".
           05  FILLER PIC X(20) VALUE "SINDICATO-FUNC".
           05  FILLER PIC X(20) VALUE "PLANO-SAUDE-MASTER".
           05  FILLER PIC X(20) VALUE "PLANO-COPART".
           05  FILLER PIC X(20) VALUE "RATEIO-MASTER".
           05  FILLER PIC X(20) VALUE "GRUPO-FOLHA".
           05  FILLER PIC X(20) VALUE "CARGO-MASTER".
           05  FILLER PIC X(20) VALUE "CESSAO-MASTER".
           05  FILLER PIC X(20) VALUE "FERIAS-SALDO".
           05  FILLER PIC X(20) VALUE "PROVISAO-SALDO".
           05  FILLER PIC X(20) VALUE "BANCO-HORAS".
           05  FILLER PIC X(20) VALUE "FGTS-EXTRATO".
           05  FILLER PIC X(20) VALUE "ALERTA-FILA".
           05  FILLER PIC X(20) VALUE "PAGADOR-MASTER".
           05  FILLER PIC X(20) VALUE "AUTONOMO-MASTER".
           05  FILLER PIC X(20) VALUE "REEMB-MASTER".
           05  FILLER PIC X(20) VALUE "RETENCAO-FORN".
           05  FILLER PIC X(20) VALUE "FOLGA-ELEIT-SALDO".
           05  FILLER PIC X(20) VALUE "FOLGA-ELEITORAL-MOV".
           05  FILLER PIC X(20) VALUE "OPERADOR-MASTER".
           05  FILLER PIC X(20) VALUE "FORNECEDOR-MASTER".
           05  FILLER PIC X(20) VALUE "ADIANT-CONTROLE".
           05  FILLER PIC X(20) VALUE "CONTA-PRENOTIF".
           05  FILLER PIC X(20) VALUE "TRANSMISSAO-REGISTER".
           05  FILLER PIC X(20) VALUE "DDA-REGISTER".
           05  FILLER PIC X(20) VALUE "WIRE-REGISTER".
           05  FILLER PIC X(20) VALUE "NF-REGISTER".
           05  FILLER PIC X(20) VALUE "PIX-PENDENCIA".
           05  FILLER PIC X(20) VALUE "RPA-HIST".
           05  FILLER PIC X(20) VALUE "PROMIS-REG".
           05  FILLER PIC X(20) VALUE "SALDO-BANCARIO".
           05  FILLER PIC X(20) VALUE "BOLETO-PAGOS-HIST".
           05  FILLER PIC X(20) VALUE "CESSAO-RECARGA".
           05  FILLER PIC X(20) VALUE "WIRE-BENEF-MASTER".
           05  FILLER PIC X(20) VALUE "CAMBIO-FILE".
       01  WS-TAB-MESTRES REDEFINES WS-NOMES-MESTRES.
           05  WS-MESTRE-NOME        PIC X(20) OCCURS 52 TIMES.

       01  WS-EMPRESAS.
           05  WS-EMP-QTD            PIC 9(02) COMP-5 VALUE 0.
           05  WS-EMP-COD            PIC X(02) OCCURS 30 TIMES.

      *> Catalogo em memoria, sem a posicao que vai ser regravada.
       01  WS-CAT-QTD                PIC 9(05) COMP-5 VALUE 0.
       01  WS-CATALOGO.
           05  WS-CAT OCCURS 2500 TIMES.
               10  WS-CAT-GERACAO    PIC 9(02).
               10  FILLER            PIC X(01).
               10  WS-CAT-DATA-HORA  PIC 9(14).
               10  FILLER            PIC X(55).
       01  WS-C                      PIC 9(05) COMP-5 VALUE 0.

      *> Data/hora de cada posicao de geracao (0 = livre).
       01  WS-POSICOES.
           05  WS-POS-DATA-HORA      PIC 9(14) OCCURS 30 TIMES.
       01  WS-G                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-MAIS-ANTIGA            PIC 9(14) VALUE 0.

      *> Contagem e soma de conferencia do arquivo corrente. A soma e
      *> a chave numerica mais o valor monetario de cada registro
      *> (onde houver), truncada nos 18 digitos -- basta para pegar
      *> registro perdido ou adulterado na volta.
       01  WS-QTD                    PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL                  PIC S9(18) VALUE ZEROS.
       01  WS-SITUACAO               PIC X(03) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-QTD-ARQ-OK         PIC 9(03) VALUE ZEROS.
           05  WS-QTD-ARQ-AUSENTES   PIC 9(03) VALUE ZEROS.
           05  WS-QTD-ARQ-ERRO       PIC 9(03) VALUE ZEROS.
           05  WS-QTD-REGISTROS      PIC 9(11) VALUE ZEROS.
           05  WS-QTD-EXPURGADAS     PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 1200-MONTAR-LISTA
           PERFORM 1400-ESCOLHER-GERACAO
           PERFORM 1600-GRAVAR-CATALOGO

           OPEN OUTPUT GERACAO-FILE
           IF NOT WS-GER-OK
               DISPLAY "MASTER-BACKUP: NAO FOI POSSIVEL CRIAR "
                   FUNCTION TRIM(WS-NOME-GERACAO)
                   " (STATUS=" WS-GER-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-DESCARREGAR-ARQUIVO
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ARQ-QTD
           CLOSE GERACAO-FILE

           PERFORM 1600-GRAVAR-CATALOGO
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AGORA

           ACCEPT WS-GERACOES-TXT FROM ENVIRONMENT
               "MASTER-BACKUP-GERACOES"
           IF WS-GERACOES-TXT NOT = SPACES
               IF FUNCTION TRIM(WS-GERACOES-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-GERACOES-TXT)
                       TO WS-GERACOES
               ELSE
                   DISPLAY "MASTER-BACKUP: MASTER-BACKUP-GERACOES "
                       "INVALIDO, MANTIDAS 7 GERACOES"
               END-IF
           END-IF
           IF WS-GERACOES < 1
               MOVE 1 TO WS-GERACOES
           END-IF
           IF WS-GERACOES > 30
               MOVE 30 TO WS-GERACOES
           END-IF

      *>   Catalogo atual: geracoes alem do limite saem dele.
           MOVE 0 TO WS-CAT-QTD
           INITIALIZE WS-POSICOES
           OPEN INPUT CATALOGO-FILE
           IF WS-CAT-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-FIM-ARQUIVO
                   READ CATALOGO-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM 1100-GUARDAR-CATALOGO
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       1100-GUARDAR-CATALOGO SECTION.
           IF CAT-GERACAO IS NOT NUMERIC OR CAT-GERACAO = 0
               EXIT SECTION
           END-IF
           IF CAT-GERACAO > WS-GERACOES
               ADD 1 TO WS-QTD-EXPURGADAS
               EXIT SECTION
           END-IF
           IF WS-CAT-QTD >= 2500
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CAT-QTD
           MOVE CAT-REC TO WS-CAT(WS-CAT-QTD)
           MOVE CAT-GERACAO TO WS-G
           MOVE WS-CAT-DATA-HORA(WS-CAT-QTD) TO WS-POS-DATA-HORA(WS-G).

       1200-MONTAR-LISTA SECTION.
           MOVE 0 TO WS-ARQ-QTD
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 52
               MOVE WS-A              TO WS-ARQ-COD(WS-A)
               MOVE WS-MESTRE-NOME(WS-A) TO WS-ARQ-NOME(WS-A)
               MOVE SPACES            TO WS-ARQ-EMPRESA(WS-A)
           END-PERFORM
           MOVE 52 TO WS-ARQ-QTD

      *>   Um CHECK-REGISTER por empresa cadastrada; sem o cadastro,
      *>   so a empresa 01, como na folha.
           MOVE 0 TO WS-EMP-QTD
           OPEN INPUT EMPRESA-FILE
           IF WS-EMP-OK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-FIM-ARQUIVO
                   READ EMPRESA-FILE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF EMP-CODIGO NOT = SPACES
                                   AND WS-EMP-QTD < 30
                               ADD 1 TO WS-EMP-QTD
                               MOVE EMP-CODIGO
                                   TO WS-EMP-COD(WS-EMP-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESA-FILE
               MOVE "N" TO WS-EOF
           END-IF
           IF WS-EMP-QTD = 0
               MOVE 1    TO WS-EMP-QTD
               MOVE "01" TO WS-EMP-COD(1)
           END-IF

           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-EMP-QTD
               ADD 1 TO WS-ARQ-QTD
               MOVE 99 TO WS-ARQ-COD(WS-ARQ-QTD)
               MOVE WS-EMP-COD(WS-G) TO WS-ARQ-EMPRESA(WS-ARQ-QTD)
               MOVE SPACES TO WS-ARQ-NOME(WS-ARQ-QTD)
               STRING "CHECK-REGISTER-E" WS-EMP-COD(WS-G)
                   DELIMITED BY SIZE INTO WS-ARQ-NOME(WS-ARQ-QTD)
               END-STRING
           END-PERFORM.

       1400-ESCOLHER-GERACAO SECTION.
      *> Primeira posicao livre; sem livre, a geracao mais antiga.
           MOVE 0 TO WS-GERACAO
           PERFORM VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-GERACOES OR WS-GERACAO > 0
               IF WS-POS-DATA-HORA(WS-G) = 0
                   MOVE WS-G TO WS-GERACAO
               END-IF
           END-PERFORM
           IF WS-GERACAO = 0
               MOVE 1 TO WS-GERACAO
               MOVE WS-POS-DATA-HORA(1) TO WS-MAIS-ANTIGA
               PERFORM VARYING WS-G FROM 2 BY 1
                   UNTIL WS-G > WS-GERACOES
                   IF WS-POS-DATA-HORA(WS-G) < WS-MAIS-ANTIGA
                       MOVE WS-G TO WS-GERACAO
                       MOVE WS-POS-DATA-HORA(WS-G) TO WS-MAIS-ANTIGA
                   END-IF
               END-PERFORM
               DISPLAY "MASTER-BACKUP: GERACAO " WS-GERACAO
                   " DE " WS-MAIS-ANTIGA(1:8) " SERA SUBSTITUIDA"
           END-IF

      *>   A posicao escolhida sai do catalogo ate o fim da descarga.
           MOVE 0 TO WS-C
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-CAT-QTD
               IF WS-CAT-GERACAO(WS-G) NOT = WS-GERACAO
                   ADD 1 TO WS-C
                   MOVE WS-CAT(WS-G) TO WS-CAT(WS-C)
               END-IF
           END-PERFORM
           MOVE WS-C TO WS-CAT-QTD

           MOVE SPACES TO WS-NOME-GERACAO
           STRING "MASTER-BACKUP-G" WS-GERACAO
               DELIMITED BY SIZE INTO WS-NOME-GERACAO
           END-STRING
           DISPLAY "MASTER-BACKUP: GRAVANDO "
               FUNCTION TRIM(WS-NOME-GERACAO)
               " (" WS-GERACOES " GERACOES GUARDADAS)".

       1600-GRAVAR-CATALOGO SECTION.
           OPEN OUTPUT CATALOGO-FILE
           IF NOT WS-CAT-OK
               DISPLAY "MASTER-BACKUP: CATALOGO NAO GRAVADO (STATUS="
                   WS-CAT-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CAT-QTD
               MOVE WS-CAT(WS-C) TO CAT-REC
               WRITE CAT-REC
           END-PERFORM
           CLOSE CATALOGO-FILE.

       2000-DESCARREGAR-ARQUIVO SECTION.
           MOVE WS-ARQ-COD(WS-A) TO WS-COD
           IF WS-COD = 99
               MOVE WS-ARQ-NOME(WS-A) TO WS-NOME-CHQREG
           END-IF
           MOVE 0 TO WS-QTD WS-TOTAL

           PERFORM 5000-ABRIR-ENTRADA
           IF WS-ARQ-INEXISTENTE
               MOVE "AUS" TO WS-SITUACAO
               ADD 1 TO WS-QTD-ARQ-AUSENTES
               DISPLAY "MASTER-BACKUP: "
                   FUNCTION TRIM(WS-ARQ-NOME(WS-A))
                   " AINDA NAO EXISTE, NADA A DESCARREGAR"
               PERFORM 2900-CATALOGAR
               EXIT SECTION
           END-IF
           IF NOT WS-ARQ-OK
               MOVE "ERR" TO WS-SITUACAO
               ADD 1 TO WS-QTD-ARQ-ERRO
               DISPLAY "MASTER-BACKUP: ERRO AO ABRIR "
                   FUNCTION TRIM(WS-ARQ-NOME(WS-A))
                   " (STATUS=" WS-ARQ-FS ")"
               PERFORM 2900-CATALOGAR
               EXIT SECTION
           END-IF

           MOVE SPACES TO BKP-REC
           MOVE "HDR"             TO BKP-TIPO
           MOVE WS-ARQ-NOME(WS-A) TO BKP-ARQUIVO
           MOVE WS-AGORA          TO BKP-DADOS
           WRITE BKP-REC

           MOVE "N" TO WS-EOF
           PERFORM 5100-LER-PROXIMO
           PERFORM UNTIL WS-FIM-ARQUIVO
               WRITE BKP-REC
               PERFORM 5100-LER-PROXIMO
           END-PERFORM
           PERFORM 5200-FECHAR

           MOVE SPACES TO BKP-TRAILER-REC
           MOVE "TRL"             TO BKT-TIPO
           MOVE WS-ARQ-NOME(WS-A) TO BKT-ARQUIVO
           MOVE WS-QTD            TO BKT-QTD
           MOVE WS-TOTAL          TO BKT-TOTAL
           WRITE BKP-TRAILER-REC

           MOVE "OK" TO WS-SITUACAO
           ADD 1 TO WS-QTD-ARQ-OK
           ADD WS-QTD TO WS-QTD-REGISTROS
           DISPLAY "MASTER-BACKUP: "
               FUNCTION TRIM(WS-ARQ-NOME(WS-A))
               " REGISTROS=" WS-QTD " SOMA=" WS-TOTAL
           PERFORM 2900-CATALOGAR.

       2900-CATALOGAR SECTION.
           IF WS-CAT-QTD >= 2500
               DISPLAY "MASTER-BACKUP: CATALOGO CHEIO, "
                   FUNCTION TRIM(WS-ARQ-NOME(WS-A)) " NAO CATALOGADO"
               MOVE "ERR" TO WS-SITUACAO
               ADD 1 TO WS-QTD-ARQ-ERRO
               EXIT SECTION
           END-IF
           MOVE SPACES TO CAT-REC
           MOVE WS-GERACAO        TO CAT-GERACAO
           MOVE WS-AGORA(1:8)     TO CAT-DATA
           MOVE WS-AGORA(9:6)     TO CAT-HORA
           MOVE WS-ARQ-NOME(WS-A) TO CAT-ARQUIVO
           MOVE WS-QTD            TO CAT-QTD
           MOVE WS-TOTAL          TO CAT-TOTAL
           MOVE WS-SITUACAO       TO CAT-SITUACAO
           ADD 1 TO WS-CAT-QTD
           MOVE CAT-REC TO WS-CAT(WS-CAT-QTD).

       5000-ABRIR-ENTRADA SECTION.
           EVALUATE WS-COD
               WHEN 1  OPEN INPUT CPF-MASTER-FILE
               WHEN 2  OPEN INPUT PAYROLL-HIST-FILE
               WHEN 3  OPEN INPUT CONSIG-FILE
               WHEN 4  OPEN INPUT PENSAO-FILE
               WHEN 5  OPEN INPUT AFAST-FILE
               WHEN 6  OPEN INPUT BENEF-FILE
               WHEN 7  OPEN INPUT SETOR-FILE
               WHEN 8  OPEN INPUT SPLIT-FILE
               WHEN 9  OPEN INPUT PERIODO-FILE
               WHEN 10 OPEN INPUT BOLETO-REG-FILE
               WHEN 11 OPEN INPUT RECEB-FILE
               WHEN 12 OPEN INPUT HOLERITE-STORE-FILE
               WHEN 13 OPEN INPUT DEPENDENTE-FILE
               WHEN 14 OPEN INPUT PARAMETRO-FILE
               WHEN 15 OPEN INPUT PROCESSO-FILE
               WHEN 16 OPEN INPUT MOVTO-FILE
               WHEN 17 OPEN INPUT REGISTRO-FILE
               WHEN 18 OPEN INPUT SINDICATO-FILE
               WHEN 19 OPEN INPUT SINDFUNC-FILE
               WHEN 20 OPEN INPUT PLANO-FILE
               WHEN 21 OPEN INPUT COPART-FILE
               WHEN 22 OPEN INPUT RATEIO-FILE
               WHEN 23 OPEN INPUT GRUPO-FILE
               WHEN 24 OPEN INPUT CARGO-FILE
               WHEN 25 OPEN INPUT CESSAO-FILE
               WHEN 26 OPEN INPUT FERIAS-SALDO-FILE
               WHEN 27 OPEN INPUT PROVISAO-SALDO-FILE
               WHEN 28 OPEN INPUT BANCO-HORAS-FILE
               WHEN 29 OPEN INPUT FGTS-EXTRATO-FILE
               WHEN 30 OPEN INPUT ALERTA-FILA-FILE
               WHEN 31 OPEN INPUT PAGADOR-FILE
               WHEN 32 OPEN INPUT AUTONOMO-FILE
               WHEN 33 OPEN INPUT REEMB-MASTER-FILE
               WHEN 34 OPEN INPUT RETENCAO-FILE
               WHEN 35 OPEN INPUT FOLGA-SALDO-FILE
               WHEN 36 OPEN INPUT FOLGA-MOV-FILE
               WHEN 37 OPEN INPUT OPERADOR-FILE
               WHEN 38 OPEN INPUT FORNECEDOR-FILE
               WHEN 39 OPEN INPUT ADIANT-FILE
               WHEN 40 OPEN INPUT PRENOTIF-FILE
               WHEN 41 OPEN INPUT TRANS-REG-FILE
               WHEN 42 OPEN INPUT DDA-REG-FILE
               WHEN 43 OPEN INPUT WIRE-REG-FILE
               WHEN 44 OPEN INPUT NF-FILE
               WHEN 45 OPEN INPUT PIX-PEND-FILE
               WHEN 46 OPEN INPUT RPA-HIST-FILE
               WHEN 47 OPEN INPUT PROMIS-REG-FILE
               WHEN 48 OPEN INPUT SALDO-FILE
               WHEN 49 OPEN INPUT PAGOS-HIST-FILE
               WHEN 50 OPEN INPUT RECARGA-FILE
               WHEN 51 OPEN INPUT WIRE-BENEF-FILE
               WHEN 52 OPEN INPUT CAMBIO-FILE
               WHEN 99 OPEN INPUT CHECK-REGISTER-FILE
           END-EVALUATE.

      *> Le o proximo registro do arquivo corrente para BKP-DADOS e
      *> acumula contagem e soma.
       5100-LER-PROXIMO SECTION.
           MOVE SPACES TO BKP-REC
           MOVE "REG"             TO BKP-TIPO
           MOVE WS-ARQ-NOME(WS-A) TO BKP-ARQUIVO
           EVALUATE WS-COD
               WHEN 1
                   READ CPF-MASTER-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE MASTER-REC TO BKP-DADOS
                           ADD MASTER-CPF MASTER-DIGITOS TO WS-TOTAL
                   END-READ
               WHEN 2
                   READ PAYROLL-HIST-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE HIST-REC TO BKP-DADOS
                           ADD HIST-MATRICULA HIST-VALOR TO WS-TOTAL
                   END-READ
               WHEN 3
                   READ CONSIG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE CSG-REC TO BKP-DADOS
                           ADD CSG-MATRICULA CSG-SALDO TO WS-TOTAL
                   END-READ
               WHEN 4
                   READ PENSAO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PEN-REC TO BKP-DADOS
                           ADD PEN-MATRICULA PEN-VALOR TO WS-TOTAL
                   END-READ
               WHEN 5
                   READ AFAST-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE AFA-REC TO BKP-DADOS
                           ADD AFA-MATRICULA AFA-DATA-INI TO WS-TOTAL
                   END-READ
               WHEN 6
                   READ BENEF-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE BEN-REC TO BKP-DADOS
                           ADD BEN-MATRICULA BEN-VALOR TO WS-TOTAL
                   END-READ
               WHEN 7
                   READ SETOR-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE SET-REC TO BKP-DADOS
                           ADD SET-ORCAMENTO TO WS-TOTAL
                   END-READ
               WHEN 8
                   READ SPLIT-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE SPL-REC TO BKP-DADOS
                           ADD SPL-MATRICULA SPL-PCT TO WS-TOTAL
                   END-READ
               WHEN 9
                   READ PERIODO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PER-REC TO BKP-DADOS
                           ADD PER-REABERTURAS TO WS-TOTAL
                   END-READ
               WHEN 10
                   READ BOLETO-REG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE BREG-REC TO BKP-DADOS
                           ADD BREG-CNPJ BREG-VALOR TO WS-TOTAL
                   END-READ
               WHEN 11
                   READ RECEB-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE RCB-REC TO BKP-DADOS
                           ADD RCB-NOSSO-NUM RCB-VALOR TO WS-TOTAL
                   END-READ
               WHEN 12
                   READ HOLERITE-STORE-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE HST-REC TO BKP-DADOS
                           ADD HST-MATRICULA HST-SEQ TO WS-TOTAL
                   END-READ
               WHEN 13
                   READ DEPENDENTE-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE DEP-REC TO BKP-DADOS
                           ADD DEP-MATRICULA DEP-CPF TO WS-TOTAL
                   END-READ
               WHEN 14
                   READ PARAMETRO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PRM-REC TO BKP-DADOS
                           ADD PRM-VIGENCIA PRM-VALOR TO WS-TOTAL
                   END-READ
               WHEN 15
                   READ PROCESSO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PRC-REC TO BKP-DADOS
                           ADD PRC-MATRICULA PRC-VALOR-PROVISAO
                               TO WS-TOTAL
                   END-READ
               WHEN 16
                   READ MOVTO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PMV-REC TO BKP-DADOS
                           ADD PMV-SEQ PMV-VALOR TO WS-TOTAL
                   END-READ
               WHEN 17
                   READ REGISTRO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE DRG-REC TO BKP-DADOS
                           ADD DRG-MATRICULA DRG-VLR(1) TO WS-TOTAL
                   END-READ
               WHEN 18
                   READ SINDICATO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE SIN-REC TO BKP-DADOS
                           ADD SIN-CNPJ SIN-VALOR TO WS-TOTAL
                   END-READ
               WHEN 19
                   READ SINDFUNC-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE SFU-REC TO BKP-DADOS
                           ADD SFU-MATRICULA TO WS-TOTAL
                   END-READ
               WHEN 20
                   READ PLANO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PLS-REC TO BKP-DADOS
                           ADD PLS-MATRICULA PLS-MENSALIDADE TO WS-TOTAL
                   END-READ
               WHEN 21
                   READ COPART-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PLC-REC TO BKP-DADOS
                           ADD PLC-MATRICULA PLC-VALOR TO WS-TOTAL
                   END-READ
               WHEN 22
                   READ RATEIO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE RAT-REC TO BKP-DADOS
                           ADD RAT-MATRICULA RAT-VIGENCIA TO WS-TOTAL
                   END-READ
               WHEN 23
                   READ GRUPO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE GRF-REC TO BKP-DADOS
                           ADD GRF-MATRICULA GRF-VALOR-HORA TO WS-TOTAL
                   END-READ
               WHEN 24
                   READ CARGO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE CAR-REC TO BKP-DADOS
                           ADD CAR-SALARIO-MIN CAR-SALARIO-MAX
                               TO WS-TOTAL
                   END-READ
               WHEN 25
                   READ CESSAO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE CES-REC TO BKP-DADOS
                           ADD CES-MATRICULA CES-VIGENCIA TO WS-TOTAL
                   END-READ
               WHEN 26
                   READ FERIAS-SALDO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE FSA-REC TO BKP-DADOS
                           ADD FSA-MATRICULA FSA-AQUIS-INI TO WS-TOTAL
                   END-READ
               WHEN 27
                   READ PROVISAO-SALDO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PRV-REC TO BKP-DADOS
                           ADD PRV-MATRICULA PRV-SALDO-13 PRV-SALDO-FER
                               TO WS-TOTAL
                   END-READ
               WHEN 28
                   READ BANCO-HORAS-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE BH-REC TO BKP-DADOS
                           ADD BH-MATRICULA BH-SALDO50 BH-SALDO100
                               TO WS-TOTAL
                   END-READ
               WHEN 29
                   READ FGTS-EXTRATO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE FGE-REC TO BKP-DADOS
                           ADD FGE-MATRICULA FGE-DEPOSITO TO WS-TOTAL
                   END-READ
               WHEN 30
                   READ ALERTA-FILA-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE AFL-REC TO BKP-DADOS
                           ADD AFL-SEQ TO WS-TOTAL
                   END-READ
               WHEN 31
                   READ PAGADOR-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PAG-REC TO BKP-DADOS
                           ADD PAG-DOC PAG-LIMITE TO WS-TOTAL
                   END-READ
               WHEN 32
                   READ AUTONOMO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE AUT-REC TO BKP-DADOS
                           ADD AUT-CPF TO WS-TOTAL
                   END-READ
               WHEN 33
                   READ REEMB-MASTER-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE RMB-REC TO BKP-DADOS
                           ADD RMB-MATRICULA RMB-VALOR TO WS-TOTAL
                   END-READ
               WHEN 34
                   READ RETENCAO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE RET-REC TO BKP-DADOS
                           ADD RET-CNPJ RET-VALOR TO WS-TOTAL
                   END-READ
               WHEN 35
                   READ FOLGA-SALDO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE FES-REC TO BKP-DADOS
                           ADD FES-MATRICULA FES-DIAS-CREDITADOS
                               TO WS-TOTAL
                   END-READ
               WHEN 36
                   READ FOLGA-MOV-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE FEM-REC TO BKP-DADOS
                           ADD FEM-MATRICULA FEM-FOLGAS TO WS-TOTAL
                   END-READ
               WHEN 37
                   READ OPERADOR-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE OPER-REC TO BKP-DADOS
                           ADD OPER-VALIDADE TO WS-TOTAL
                   END-READ
               WHEN 38
                   READ FORNECEDOR-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE FORN-REC TO BKP-DADOS
                           ADD FORN-CNPJ TO WS-TOTAL
                   END-READ
               WHEN 39
                   READ ADIANT-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE ADT-REC TO BKP-DADOS
                           ADD ADT-MATRICULA ADT-VALOR TO WS-TOTAL
                   END-READ
               WHEN 40
                   READ PRENOTIF-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PREN-REC TO BKP-DADOS
                           ADD PREN-MATRICULA PREN-CONTA TO WS-TOTAL
                   END-READ
               WHEN 41
                   READ TRANS-REG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE TRS-REC TO BKP-DADOS
                           ADD TRS-DATA TRS-TOTAL TO WS-TOTAL
                   END-READ
               WHEN 42
                   READ DDA-REG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE DDA-REC TO BKP-DADOS
                           ADD DDA-CNPJ DDA-VALOR TO WS-TOTAL
                   END-READ
               WHEN 43
                   READ WIRE-REG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE WREG-REC TO BKP-DADOS
                           ADD WREG-VALOR-BRL TO WS-TOTAL
                   END-READ
               WHEN 44
                   READ NF-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE NF-REC TO BKP-DADOS
                           ADD NF-CNPJ NF-VALOR TO WS-TOTAL
                   END-READ
               WHEN 45
                   READ PIX-PEND-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PXP-REC TO BKP-DADOS
                           ADD PXP-MATRICULA PXP-DATA TO WS-TOTAL
                   END-READ
               WHEN 46
                   READ RPA-HIST-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE RPH-REC TO BKP-DADOS
                           ADD RPH-CPF RPH-BRUTO TO WS-TOTAL
                   END-READ
               WHEN 47
                   READ PROMIS-REG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PRG-REC TO BKP-DADOS
                           ADD PRG-PAGADOR-DOC PRG-VALOR TO WS-TOTAL
                   END-READ
               WHEN 48
                   READ SALDO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE SLD-REC TO BKP-DADOS
                           ADD SLD-DATA SLD-SALDO-FINAL TO WS-TOTAL
                   END-READ
               WHEN 49
                   READ PAGOS-HIST-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PGH-REC TO BKP-DADOS
                           ADD PGH-CNPJ PGH-VALOR-PAGO TO WS-TOTAL
                   END-READ
               WHEN 50
                   READ RECARGA-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE RCG-REC TO BKP-DADOS
                           ADD RCG-COMPETENCIA RCG-VALOR TO WS-TOTAL
                   END-READ
      *>       WIRE-BENEF-MASTER nao tem campo numerico: so contagem.
               WHEN 51
                   READ WIRE-BENEF-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE WB-REC TO BKP-DADOS
                   END-READ
               WHEN 52
                   READ CAMBIO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE CAM-REC TO BKP-DADOS
                           ADD CAM-DATA CAM-TAXA TO WS-TOTAL
                   END-READ
               WHEN 99
                   READ CHECK-REGISTER-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE CHQREG-REC TO BKP-DADOS
                           ADD CHQREG-NUMERO CHQREG-VALOR TO WS-TOTAL
                   END-READ
           END-EVALUATE
           IF NOT WS-FIM-ARQUIVO
               ADD 1 TO WS-QTD
           END-IF.

       5200-FECHAR SECTION.
           EVALUATE WS-COD
               WHEN 1  CLOSE CPF-MASTER-FILE
               WHEN 2  CLOSE PAYROLL-HIST-FILE
               WHEN 3  CLOSE CONSIG-FILE
               WHEN 4  CLOSE PENSAO-FILE
               WHEN 5  CLOSE AFAST-FILE
               WHEN 6  CLOSE BENEF-FILE
               WHEN 7  CLOSE SETOR-FILE
               WHEN 8  CLOSE SPLIT-FILE
               WHEN 9  CLOSE PERIODO-FILE
               WHEN 10 CLOSE BOLETO-REG-FILE
               WHEN 11 CLOSE RECEB-FILE
               WHEN 12 CLOSE HOLERITE-STORE-FILE
               WHEN 13 CLOSE DEPENDENTE-FILE
               WHEN 14 CLOSE PARAMETRO-FILE
               WHEN 15 CLOSE PROCESSO-FILE
               WHEN 16 CLOSE MOVTO-FILE
               WHEN 17 CLOSE REGISTRO-FILE
               WHEN 18 CLOSE SINDICATO-FILE
               WHEN 19 CLOSE SINDFUNC-FILE
               WHEN 20 CLOSE PLANO-FILE
               WHEN 21 CLOSE COPART-FILE
               WHEN 22 CLOSE RATEIO-FILE
               WHEN 23 CLOSE GRUPO-FILE
               WHEN 24 CLOSE CARGO-FILE
               WHEN 25 CLOSE CESSAO-FILE
               WHEN 26 CLOSE FERIAS-SALDO-FILE
               WHEN 27 CLOSE PROVISAO-SALDO-FILE
               WHEN 28 CLOSE BANCO-HORAS-FILE
               WHEN 29 CLOSE FGTS-EXTRATO-FILE
               WHEN 30 CLOSE ALERTA-FILA-FILE
               WHEN 31 CLOSE PAGADOR-FILE
               WHEN 32 CLOSE AUTONOMO-FILE
               WHEN 33 CLOSE REEMB-MASTER-FILE
               WHEN 34 CLOSE RETENCAO-FILE
               WHEN 35 CLOSE FOLGA-SALDO-FILE
               WHEN 36 CLOSE FOLGA-MOV-FILE
               WHEN 37 CLOSE OPERADOR-FILE
               WHEN 38 CLOSE FORNECEDOR-FILE
               WHEN 39 CLOSE ADIANT-FILE
               WHEN 40 CLOSE PRENOTIF-FILE
               WHEN 41 CLOSE TRANS-REG-FILE
               WHEN 42 CLOSE DDA-REG-FILE
               WHEN 43 CLOSE WIRE-REG-FILE
               WHEN 44 CLOSE NF-FILE
               WHEN 45 CLOSE PIX-PEND-FILE
               WHEN 46 CLOSE RPA-HIST-FILE
               WHEN 47 CLOSE PROMIS-REG-FILE
               WHEN 48 CLOSE SALDO-FILE
               WHEN 49 CLOSE PAGOS-HIST-FILE
               WHEN 50 CLOSE RECARGA-FILE
               WHEN 51 CLOSE WIRE-BENEF-FILE
               WHEN 52 CLOSE CAMBIO-FILE
               WHEN 99 CLOSE CHECK-REGISTER-FILE
           END-EVALUATE.

       9000-FINALIZAR SECTION.
           IF WS-QTD-EXPURGADAS > 0
               DISPLAY "MASTER-BACKUP: " WS-QTD-EXPURGADAS
                   " ENTRADA(S) DE GERACOES ALEM DO LIMITE RETIRADAS "
                   "DO CATALOGO"
           END-IF
           DISPLAY "MASTER-BACKUP: GERACAO " WS-GERACAO
               " ARQUIVOS-OK=" WS-QTD-ARQ-OK
               " AUSENTES=" WS-QTD-ARQ-AUSENTES
               " ERROS=" WS-QTD-ARQ-ERRO
               " REGISTROS=" WS-QTD-REGISTROS
           IF WS-QTD-ARQ-ERRO > 0
               DISPLAY "MASTER-BACKUP: BACKUP INCOMPLETO, GERACAO "
                   WS-GERACAO " NAO SERVE PARA RESTAURACAO COMPLETA"
               MOVE 8 TO RETURN-CODE
           END-IF.
