       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RESTORE.

      *> Restauracao de uma geracao do MASTER-BACKUP, no molde do
      *> CPF-RELOAD. A geracao e escolhida pela data do backup
      *> (MASTER-RESTORE-DATA, AAAAMMDD; em branco = a mais recente
      *> do catalogo; havendo mais de uma no dia, vale a ultima). Por
      *> padrao volta o conjunto inteiro; MASTER-RESTORE-ARQUIVO com
      *> o nome logico (ex.: CONSIG-MASTER, CHECK-REGISTER-E01)
      *> restaura so aquele arquivo -- o caso comum do indice
      *> corrompido por job abortado. O nome e o do catalogo, que tem
      *> 20 posicoes: o FOLGA-ELEITORAL-SALDO e FOLGA-ELEIT-SALDO.
      *>
      *> Cada arquivo e refeito do zero (OPEN OUTPUT) e a prova e
      *> dupla: a contagem e a soma da recarga batem com o trailer do
      *> conjunto e com o catalogo, e depois o indexado recarregado e
      *> relido de ponta a ponta e tem de bater de novo. Geracao com
      *> arquivo que falhou no backup (ERR) nao volta inteira --
      *> misturaria geracoes; escolha outra data ou restaure arquivo a
      *> arquivo.
      *>
      *> A bandeira de quiesce (JANELA-CONTROLE) fica levantada
      *> durante a recarga e so baixa se tudo conferir: restauracao
      *> que nao fechou deixa o online parado ate alguem olhar.
      *> RETURN-CODE 8 em qualquer divergencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "MASTER-BACKUP-CATALOGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FS.
           SELECT GERACAO-FILE ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GER-FS.
           SELECT CPF-MASTER-FILE ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PAYROLL-HIST-FILE ASSIGN TO "PAYROLL-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT CONSIG-FILE ASSIGN TO "CONSIG-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PENSAO-FILE ASSIGN TO "PENSAO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT AFAST-FILE ASSIGN TO "AFAST-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT BENEF-FILE ASSIGN TO "BENEF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT SETOR-FILE ASSIGN TO "SETOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SET-CODIGO
               FILE STATUS IS WS-ARQ-FS.
           SELECT SPLIT-FILE ASSIGN TO "CONTA-SPLIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PERIODO-FILE ASSIGN TO "PERIODO-CONTROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT BOLETO-REG-FILE ASSIGN TO "BOLETO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREG-BARRAS
               FILE STATUS IS WS-ARQ-FS.
           SELECT RECEB-FILE ASSIGN TO "RECEB-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-NOSSO-NUM
               FILE STATUS IS WS-ARQ-FS.
           SELECT HOLERITE-STORE-FILE ASSIGN TO "HOLERITE-STORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT DEPENDENTE-FILE ASSIGN TO "DEPENDENTE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PARAMETRO-FILE ASSIGN TO "PARAMETRO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PROCESSO-FILE ASSIGN TO "PROCESSO-TRABALHISTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-NUMERO
               ALTERNATE RECORD KEY IS PRC-MATRICULA
                   WITH DUPLICATES
               FILE STATUS IS WS-ARQ-FS.
           SELECT MOVTO-FILE ASSIGN TO "PROCESSO-MOVTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMV-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT REGISTRO-FILE ASSIGN TO "DOCUMENTO-REGISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRG-CODIGO
               FILE STATUS IS WS-ARQ-FS.
           SELECT SINDICATO-FILE ASSIGN TO "SINDICATO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-ARQ-FS.
           SELECT SINDFUNC-FILE ASSIGN TO "SINDICATO-FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFU-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT PLANO-FILE ASSIGN TO "PLANO-SAUDE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLS-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT COPART-FILE ASSIGN TO "PLANO-COPART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT RATEIO-FILE ASSIGN TO "RATEIO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT GRUPO-FILE ASSIGN TO "GRUPO-FOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRF-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT CARGO-FILE ASSIGN TO "CARGO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-ARQ-FS.
           SELECT CESSAO-FILE ASSIGN TO "CESSAO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT FERIAS-SALDO-FILE ASSIGN TO "FERIAS-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSA-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PROVISAO-SALDO-FILE ASSIGN TO "PROVISAO-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT BANCO-HORAS-FILE ASSIGN TO "BANCO-HORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT FGTS-EXTRATO-FILE ASSIGN TO "FGTS-EXTRATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGE-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT ALERTA-FILA-FILE ASSIGN TO "ALERTA-FILA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFL-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PAGADOR-FILE ASSIGN TO "PAGADOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT AUTONOMO-FILE ASSIGN TO "AUTONOMO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-CPF
               FILE STATUS IS WS-ARQ-FS.
           SELECT REEMB-MASTER-FILE ASSIGN TO "REEMB-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT RETENCAO-FILE ASSIGN TO "RETENCAO-FORN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT FOLGA-SALDO-FILE ASSIGN TO "FOLGA-ELEITORAL-SALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FES-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT FOLGA-MOV-FILE ASSIGN TO "FOLGA-ELEITORAL-MOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEM-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-ARQ-FS.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CNPJ
               FILE STATUS IS WS-ARQ-FS.
           SELECT ADIANT-FILE ASSIGN TO "ADIANT-CONTROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PRENOTIF-FILE ASSIGN TO "CONTA-PRENOTIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREN-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT TRANS-REG-FILE ASSIGN TO "TRANSMISSAO-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRS-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT DDA-REG-FILE ASSIGN TO "DDA-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDA-BARRAS
               FILE STATUS IS WS-ARQ-FS.
           SELECT WIRE-REG-FILE ASSIGN TO "WIRE-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WREG-REFERENCIA
               FILE STATUS IS WS-ARQ-FS.
           SELECT NF-FILE ASSIGN TO "NF-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-CHAVE-ACESSO
               ALTERNATE RECORD KEY IS NF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WS-ARQ-FS.
           SELECT PIX-PEND-FILE ASSIGN TO "PIX-PENDENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXP-MATRICULA
               FILE STATUS IS WS-ARQ-FS.
           SELECT RPA-HIST-FILE ASSIGN TO "RPA-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPH-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PROMIS-REG-FILE ASSIGN TO "PROMIS-REG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-DOC
               ALTERNATE RECORD KEY IS PRG-ORIGEM
               FILE STATUS IS WS-ARQ-FS.
           SELECT SALDO-FILE ASSIGN TO "SALDO-BANCARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT PAGOS-HIST-FILE ASSIGN TO "BOLETO-PAGOS-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGH-BARRAS
               FILE STATUS IS WS-ARQ-FS.
           SELECT RECARGA-FILE ASSIGN TO "CESSAO-RECARGA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCG-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT WIRE-BENEF-FILE ASSIGN TO "WIRE-BENEF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WB-CODIGO
               FILE STATUS IS WS-ARQ-FS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS WS-ARQ-FS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO DYNAMIC WS-NOME-CHQREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQREG-NUMERO
               ALTERNATE RECORD KEY IS CHQREG-MATRICULA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CHQREG-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-ARQ-FS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-ARQ-FS                 PIC X(02) VALUE SPACES.
           88  WS-ARQ-OK                        VALUE "00".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88  WS-FIM-ARQUIVO                   VALUE "S".
       01  WS-EOF-ARQ                PIC X(01) VALUE "N".
           88  WS-FIM-ARQ                       VALUE "S".

       01  WS-NOME-GERACAO           PIC X(24) VALUE SPACES.
       01  WS-NOME-CHQREG            PIC X(20) VALUE SPACES.

       01  WS-DATA-ALVO              PIC X(08) VALUE SPACES.
       01  WS-ARQUIVO-ALVO           PIC X(20) VALUE SPACES.
       01  WS-GERACAO                PIC 9(02) VALUE 0.
       01  WS-DATA-HORA              PIC 9(14) VALUE 0.
       01  WS-DATA-HORA-ESCOLHIDA    PIC 9(14) VALUE 0.

      *> Entradas do catalogo da geracao escolhida.
       01  WS-ALVO-QTD               PIC 9(03) COMP-5 VALUE 0.
       01  WS-ALVOS.
           05  WS-ALVO OCCURS 90 TIMES.
               10  WS-ALVO-ARQUIVO   PIC X(20).
               10  WS-ALVO-QTD-CAT   PIC 9(09).
               10  WS-ALVO-TOTAL-CAT PIC S9(18).
               10  WS-ALVO-SITUACAO  PIC X(03).
               10  WS-ALVO-PEDIDO    PIC X(01).
               10  WS-ALVO-FEITO     PIC X(01).
       01  WS-T                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-T-CORRENTE             PIC 9(03) COMP-5 VALUE 0.

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
       01  WS-COD                    PIC 9(02) VALUE 0.
       01  WS-M                      PIC 9(02) COMP-5 VALUE 0.
       01  WS-TEM-ERR                PIC X(01) VALUE "N".
       01  WS-CARREGANDO             PIC X(01) VALUE "N".
           88  WS-CARREGANDO-SIM                VALUE "S".

       01  WS-QTD                    PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL                  PIC S9(18) VALUE ZEROS.
       01  WS-QTD-DUPLICADOS         PIC 9(09) VALUE ZEROS.
       01  WS-QTD-RELIDA             PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-RELIDO           PIC S9(18) VALUE ZEROS.

       01  WS-CONTADORES.
           05  WS-QTD-RESTAURADOS    PIC 9(03) VALUE ZEROS.
           05  WS-QTD-DIVERGENTES    PIC 9(03) VALUE ZEROS.
           05  WS-QTD-REGISTROS      PIC 9(11) VALUE ZEROS.

       01  WS-JANELA-PARAMS.
           05  WS-JAN-OPERACAO       PIC X(01).
           05  WS-JAN-MOTIVO         PIC X(20).
           05  WS-JAN-ESTADO         PIC X(01).
           05  WS-JAN-DESDE          PIC X(14).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZAR
           PERFORM 1200-ESCOLHER-GERACAO
           PERFORM 1400-CONFERIR-PEDIDO

           MOVE "L"               TO WS-JAN-OPERACAO
           MOVE "RESTORE-MASTERS" TO WS-JAN-MOTIVO
           CALL "JANELA-CONTROLE" USING WS-JANELA-PARAMS
           END-CALL
           DISPLAY "MASTER-RESTORE: bandeira de quiesce levantada"

           OPEN INPUT GERACAO-FILE
           IF NOT WS-GER-OK
               DISPLAY "MASTER-RESTORE: "
                   FUNCTION TRIM(WS-NOME-GERACAO)
                   " NAO ENCONTRADO (STATUS=" WS-GER-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM 2100-LER-CONJUNTO
           PERFORM 2000-PROCESSAR-CONJUNTO UNTIL WS-FIM-ARQUIVO
           CLOSE GERACAO-FILE

           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR SECTION.
           ACCEPT WS-DATA-ALVO FROM ENVIRONMENT "MASTER-RESTORE-DATA"
           ACCEPT WS-ARQUIVO-ALVO FROM ENVIRONMENT
               "MASTER-RESTORE-ARQUIVO"
           MOVE FUNCTION UPPER-CASE(WS-ARQUIVO-ALVO)
               TO WS-ARQUIVO-ALVO
           IF WS-DATA-ALVO NOT = SPACES
                   AND WS-DATA-ALVO IS NOT NUMERIC
               DISPLAY "MASTER-RESTORE: MASTER-RESTORE-DATA INVALIDA "
                   "(AAAAMMDD)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-ESCOLHER-GERACAO SECTION.
      *> Primeira passada: a geracao mais recente da data pedida.
           OPEN INPUT CATALOGO-FILE
           IF NOT WS-CAT-OK
               DISPLAY "MASTER-RESTORE: MASTER-BACKUP-CATALOGO NAO "
                   "ENCONTRADO (STATUS=" WS-CAT-FS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ CATALOGO-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CAT-GERACAO IS NUMERIC
                               AND (WS-DATA-ALVO = SPACES
                                    OR CAT-DATA = WS-DATA-ALVO)
                           COMPUTE WS-DATA-HORA =
                               CAT-DATA * 1000000 + CAT-HORA
                           IF WS-DATA-HORA > WS-DATA-HORA-ESCOLHIDA
                               MOVE WS-DATA-HORA
                                   TO WS-DATA-HORA-ESCOLHIDA
                               MOVE CAT-GERACAO TO WS-GERACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOGO-FILE

           IF WS-GERACAO = 0
               DISPLAY "MASTER-RESTORE: NENHUMA GERACAO NO CATALOGO "
                   "PARA A DATA " WS-DATA-ALVO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *>   Segunda passada: os arquivos daquela geracao.
           MOVE 0 TO WS-ALVO-QTD
           OPEN INPUT CATALOGO-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FIM-ARQUIVO
               READ CATALOGO-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CAT-GERACAO = WS-GERACAO
                               AND WS-ALVO-QTD < 90
                           ADD 1 TO WS-ALVO-QTD
                           MOVE CAT-ARQUIVO
                               TO WS-ALVO-ARQUIVO(WS-ALVO-QTD)
                           MOVE CAT-QTD
                               TO WS-ALVO-QTD-CAT(WS-ALVO-QTD)
                           MOVE CAT-TOTAL
                               TO WS-ALVO-TOTAL-CAT(WS-ALVO-QTD)
                           MOVE CAT-SITUACAO
                               TO WS-ALVO-SITUACAO(WS-ALVO-QTD)
                           MOVE "N" TO WS-ALVO-FEITO(WS-ALVO-QTD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOGO-FILE

           MOVE SPACES TO WS-NOME-GERACAO
           STRING "MASTER-BACKUP-G" WS-GERACAO
               DELIMITED BY SIZE INTO WS-NOME-GERACAO
           END-STRING
           DISPLAY "MASTER-RESTORE: GERACAO " WS-GERACAO " DE "
               WS-DATA-HORA-ESCOLHIDA(7:2) "/"
               WS-DATA-HORA-ESCOLHIDA(5:2) "/"
               WS-DATA-HORA-ESCOLHIDA(1:4) " "
               WS-DATA-HORA-ESCOLHIDA(9:2) ":"
               WS-DATA-HORA-ESCOLHIDA(11:2)
               " (" FUNCTION TRIM(WS-NOME-GERACAO) ")".

       1400-CONFERIR-PEDIDO SECTION.
      *> Marca o que volta: tudo com situacao OK, ou so o arquivo
      *> pedido. Conjunto com ERR nao volta inteiro.
           MOVE "N" TO WS-CARREGANDO
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ALVO-QTD
               MOVE "N" TO WS-ALVO-PEDIDO(WS-T)
               IF WS-ARQUIVO-ALVO = SPACES
                       OR WS-ARQUIVO-ALVO = WS-ALVO-ARQUIVO(WS-T)
                   IF WS-ALVO-SITUACAO(WS-T) = "OK"
                       MOVE "S" TO WS-ALVO-PEDIDO(WS-T)
                       MOVE "S" TO WS-CARREGANDO
                   END-IF
                   IF WS-ALVO-SITUACAO(WS-T) = "AUS"
                       DISPLAY "MASTER-RESTORE: "
                           FUNCTION TRIM(WS-ALVO-ARQUIVO(WS-T))
                           " NAO EXISTIA NO BACKUP, FICA COMO ESTA"
                   END-IF
                   IF WS-ALVO-SITUACAO(WS-T) = "ERR"
                       DISPLAY "MASTER-RESTORE: "
                           FUNCTION TRIM(WS-ALVO-ARQUIVO(WS-T))
                           " FALHOU NO BACKUP DESTA GERACAO"
                       MOVE "S" TO WS-TEM-ERR
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TEM-ERR = "S"
               DISPLAY "MASTER-RESTORE: GERACAO INCOMPLETA, NADA FOI "
                   "RESTAURADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-CARREGANDO-SIM
               DISPLAY "MASTER-RESTORE: "
                   FUNCTION TRIM(WS-ARQUIVO-ALVO)
                   " NAO CONSTA DA GERACAO " WS-GERACAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-CARREGANDO.

       2000-PROCESSAR-CONJUNTO SECTION.
           EVALUATE BKP-TIPO
               WHEN "HDR"
                   PERFORM 3000-INICIAR-ARQUIVO
               WHEN "REG"
                   IF WS-CARREGANDO-SIM
                       PERFORM 6100-GRAVAR
                   END-IF
               WHEN "TRL"
                   IF WS-CARREGANDO-SIM
                       PERFORM 4000-ENCERRAR-ARQUIVO
                   END-IF
           END-EVALUATE
           PERFORM 2100-LER-CONJUNTO.

       2100-LER-CONJUNTO SECTION.
           READ GERACAO-FILE
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.

       3000-INICIAR-ARQUIVO SECTION.
           MOVE "N" TO WS-CARREGANDO
           MOVE 0 TO WS-T-CORRENTE
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ALVO-QTD
               IF WS-ALVO-ARQUIVO(WS-T) = BKP-ARQUIVO
                       AND WS-ALVO-PEDIDO(WS-T) = "S"
                   MOVE WS-T TO WS-T-CORRENTE
               END-IF
           END-PERFORM
           IF WS-T-CORRENTE = 0
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-COD
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 52
               IF WS-MESTRE-NOME(WS-M) = BKP-ARQUIVO
                   MOVE WS-M TO WS-COD
               END-IF
           END-PERFORM
           IF BKP-ARQUIVO(1:16) = "CHECK-REGISTER-E"
               MOVE 99 TO WS-COD
               MOVE BKP-ARQUIVO TO WS-NOME-CHQREG
           END-IF
           IF WS-COD = 0
               DISPLAY "MASTER-RESTORE: ARQUIVO DESCONHECIDO NO "
                   "CONJUNTO: " BKP-ARQUIVO
               ADD 1 TO WS-QTD-DIVERGENTES
               EXIT SECTION
           END-IF

      *>   OPEN OUTPUT recomeca o indexado do zero, como no
      *>   CPF-RELOAD.
           PERFORM 6000-ABRIR-SAIDA
           IF NOT WS-ARQ-OK
               DISPLAY "MASTER-RESTORE: ERRO AO RECRIAR "
                   FUNCTION TRIM(BKP-ARQUIVO) " (STATUS=" WS-ARQ-FS ")"
               ADD 1 TO WS-QTD-DIVERGENTES
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-QTD WS-TOTAL WS-QTD-DUPLICADOS
           MOVE "S" TO WS-CARREGANDO.

       4000-ENCERRAR-ARQUIVO SECTION.
           PERFORM 5200-FECHAR
           MOVE "N" TO WS-CARREGANDO
           MOVE "S" TO WS-ALVO-FEITO(WS-T-CORRENTE)
           ADD WS-QTD TO WS-QTD-REGISTROS

           IF WS-QTD-DUPLICADOS > 0
               DISPLAY "MASTER-RESTORE: " FUNCTION TRIM(BKT-ARQUIVO)
                   " COM " WS-QTD-DUPLICADOS " CHAVE(S) DUPLICADA(S)"
           END-IF
           IF WS-QTD NOT = BKT-QTD OR WS-TOTAL NOT = BKT-TOTAL
               DISPLAY "MASTER-RESTORE: " FUNCTION TRIM(BKT-ARQUIVO)
                   " NAO BATE COM O TRAILER - ESPERADO " BKT-QTD
                   "/" BKT-TOTAL " CARREGADO " WS-QTD "/" WS-TOTAL
               ADD 1 TO WS-QTD-DIVERGENTES
               EXIT SECTION
           END-IF
           IF WS-QTD NOT = WS-ALVO-QTD-CAT(WS-T-CORRENTE)
                   OR WS-TOTAL NOT = WS-ALVO-TOTAL-CAT(WS-T-CORRENTE)
               DISPLAY "MASTER-RESTORE: " FUNCTION TRIM(BKT-ARQUIVO)
                   " NAO BATE COM O CATALOGO - ESPERADO "
                   WS-ALVO-QTD-CAT(WS-T-CORRENTE)
                   " CARREGADO " WS-QTD
               ADD 1 TO WS-QTD-DIVERGENTES
               EXIT SECTION
           END-IF

      *>   Prova final: o indexado relido tem de dar o mesmo.
           MOVE WS-QTD   TO WS-QTD-RELIDA
           MOVE WS-TOTAL TO WS-TOTAL-RELIDO
           MOVE 0 TO WS-QTD WS-TOTAL
           PERFORM 5000-ABRIR-ENTRADA
           IF NOT WS-ARQ-OK
               DISPLAY "MASTER-RESTORE: " FUNCTION TRIM(BKT-ARQUIVO)
                   " NAO REABRIU PARA A CONFERENCIA (STATUS="
                   WS-ARQ-FS ")"
               ADD 1 TO WS-QTD-DIVERGENTES
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-ARQ
           PERFORM 5100-LER-PROXIMO
           PERFORM UNTIL WS-FIM-ARQ
               PERFORM 5100-LER-PROXIMO
           END-PERFORM
           PERFORM 5200-FECHAR
           IF WS-QTD NOT = WS-QTD-RELIDA
                   OR WS-TOTAL NOT = WS-TOTAL-RELIDO
               DISPLAY "MASTER-RESTORE: " FUNCTION TRIM(BKT-ARQUIVO)
                   " RELIDO NAO CONFERE - CARREGADO " WS-QTD-RELIDA
                   " RELIDO " WS-QTD
               ADD 1 TO WS-QTD-DIVERGENTES
               EXIT SECTION
           END-IF

           ADD 1 TO WS-QTD-RESTAURADOS
           DISPLAY "MASTER-RESTORE: " FUNCTION TRIM(BKT-ARQUIVO)
               " RESTAURADO, " WS-QTD " REGISTROS, SOMA " WS-TOTAL
               " CONFERIDA".

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

       5100-LER-PROXIMO SECTION.
           EVALUATE WS-COD
               WHEN 1
                   READ CPF-MASTER-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 2
                   READ PAYROLL-HIST-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 3
                   READ CONSIG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 4
                   READ PENSAO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 5
                   READ AFAST-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 6
                   READ BENEF-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 7
                   READ SETOR-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 8
                   READ SPLIT-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 9
                   READ PERIODO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 10
                   READ BOLETO-REG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 11
                   READ RECEB-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 12
                   READ HOLERITE-STORE-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 13
                   READ DEPENDENTE-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 14
                   READ PARAMETRO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 15
                   READ PROCESSO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 16
                   READ MOVTO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 17
                   READ REGISTRO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 18
                   READ SINDICATO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 19
                   READ SINDFUNC-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 20
                   READ PLANO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 21
                   READ COPART-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 22
                   READ RATEIO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 23
                   READ GRUPO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 24
                   READ CARGO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 25
                   READ CESSAO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 26
                   READ FERIAS-SALDO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 27
                   READ PROVISAO-SALDO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 28
                   READ BANCO-HORAS-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 29
                   READ FGTS-EXTRATO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 30
                   READ ALERTA-FILA-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 31
                   READ PAGADOR-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 32
                   READ AUTONOMO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 33
                   READ REEMB-MASTER-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 34
                   READ RETENCAO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 35
                   READ FOLGA-SALDO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 36
                   READ FOLGA-MOV-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 37
                   READ OPERADOR-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 38
                   READ FORNECEDOR-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 39
                   READ ADIANT-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 40
                   READ PRENOTIF-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 41
                   READ TRANS-REG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 42
                   READ DDA-REG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 43
                   READ WIRE-REG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 44
                   READ NF-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 45
                   READ PIX-PEND-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 46
                   READ RPA-HIST-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 47
                   READ PROMIS-REG-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 48
                   READ SALDO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 49
                   READ PAGOS-HIST-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 50
                   READ RECARGA-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 51
                   READ WIRE-BENEF-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 52
                   READ CAMBIO-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
               WHEN 99
                   READ CHECK-REGISTER-FILE NEXT RECORD
                       AT END MOVE "S" TO WS-EOF-ARQ
                   END-READ
           END-EVALUATE
           IF NOT WS-FIM-ARQ
               PERFORM 5300-SOMAR
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

      *> Mesma soma de conferencia do MASTER-BACKUP: chave numerica
      *> mais o valor de cada registro.
       5300-SOMAR SECTION.
           ADD 1 TO WS-QTD
           EVALUATE WS-COD
               WHEN 1  ADD MASTER-CPF MASTER-DIGITOS TO WS-TOTAL
               WHEN 2  ADD HIST-MATRICULA HIST-VALOR TO WS-TOTAL
               WHEN 3  ADD CSG-MATRICULA CSG-SALDO TO WS-TOTAL
               WHEN 4  ADD PEN-MATRICULA PEN-VALOR TO WS-TOTAL
               WHEN 5  ADD AFA-MATRICULA AFA-DATA-INI TO WS-TOTAL
               WHEN 6  ADD BEN-MATRICULA BEN-VALOR TO WS-TOTAL
               WHEN 7  ADD SET-ORCAMENTO TO WS-TOTAL
               WHEN 8  ADD SPL-MATRICULA SPL-PCT TO WS-TOTAL
               WHEN 9  ADD PER-REABERTURAS TO WS-TOTAL
               WHEN 10 ADD BREG-CNPJ BREG-VALOR TO WS-TOTAL
               WHEN 11 ADD RCB-NOSSO-NUM RCB-VALOR TO WS-TOTAL
               WHEN 12 ADD HST-MATRICULA HST-SEQ TO WS-TOTAL
               WHEN 13 ADD DEP-MATRICULA DEP-CPF TO WS-TOTAL
               WHEN 14 ADD PRM-VIGENCIA PRM-VALOR TO WS-TOTAL
               WHEN 15 ADD PRC-MATRICULA PRC-VALOR-PROVISAO TO WS-TOTAL
               WHEN 16 ADD PMV-SEQ PMV-VALOR TO WS-TOTAL
               WHEN 17 ADD DRG-MATRICULA DRG-VLR(1) TO WS-TOTAL
               WHEN 18 ADD SIN-CNPJ SIN-VALOR TO WS-TOTAL
               WHEN 19 ADD SFU-MATRICULA TO WS-TOTAL
               WHEN 20 ADD PLS-MATRICULA PLS-MENSALIDADE TO WS-TOTAL
               WHEN 21 ADD PLC-MATRICULA PLC-VALOR TO WS-TOTAL
               WHEN 22 ADD RAT-MATRICULA RAT-VIGENCIA TO WS-TOTAL
               WHEN 23 ADD GRF-MATRICULA GRF-VALOR-HORA TO WS-TOTAL
               WHEN 24 ADD CAR-SALARIO-MIN CAR-SALARIO-MAX TO WS-TOTAL
               WHEN 25 ADD CES-MATRICULA CES-VIGENCIA TO WS-TOTAL
               WHEN 26 ADD FSA-MATRICULA FSA-AQUIS-INI TO WS-TOTAL
               WHEN 27 ADD PRV-MATRICULA PRV-SALDO-13 PRV-SALDO-FER
                           TO WS-TOTAL
               WHEN 28 ADD BH-MATRICULA BH-SALDO50 BH-SALDO100
                           TO WS-TOTAL
               WHEN 29 ADD FGE-MATRICULA FGE-DEPOSITO TO WS-TOTAL
               WHEN 30 ADD AFL-SEQ TO WS-TOTAL
               WHEN 31 ADD PAG-DOC PAG-LIMITE TO WS-TOTAL
               WHEN 32 ADD AUT-CPF TO WS-TOTAL
               WHEN 33 ADD RMB-MATRICULA RMB-VALOR TO WS-TOTAL
               WHEN 34 ADD RET-CNPJ RET-VALOR TO WS-TOTAL
               WHEN 35 ADD FES-MATRICULA FES-DIAS-CREDITADOS TO WS-TOTAL
               WHEN 36 ADD FEM-MATRICULA FEM-FOLGAS TO WS-TOTAL
               WHEN 37 ADD OPER-VALIDADE TO WS-TOTAL
               WHEN 38 ADD FORN-CNPJ TO WS-TOTAL
               WHEN 39 ADD ADT-MATRICULA ADT-VALOR TO WS-TOTAL
               WHEN 40 ADD PREN-MATRICULA PREN-CONTA TO WS-TOTAL
               WHEN 41 ADD TRS-DATA TRS-TOTAL TO WS-TOTAL
               WHEN 42 ADD DDA-CNPJ DDA-VALOR TO WS-TOTAL
               WHEN 43 ADD WREG-VALOR-BRL TO WS-TOTAL
               WHEN 44 ADD NF-CNPJ NF-VALOR TO WS-TOTAL
               WHEN 45 ADD PXP-MATRICULA PXP-DATA TO WS-TOTAL
               WHEN 46 ADD RPH-CPF RPH-BRUTO TO WS-TOTAL
               WHEN 47 ADD PRG-PAGADOR-DOC PRG-VALOR TO WS-TOTAL
               WHEN 48 ADD SLD-DATA SLD-SALDO-FINAL TO WS-TOTAL
               WHEN 49 ADD PGH-CNPJ PGH-VALOR-PAGO TO WS-TOTAL
               WHEN 50 ADD RCG-COMPETENCIA RCG-VALOR TO WS-TOTAL
      *>       WIRE-BENEF-MASTER nao tem campo numerico: so contagem.
               WHEN 51 CONTINUE
               WHEN 52 ADD CAM-DATA CAM-TAXA TO WS-TOTAL
               WHEN 99 ADD CHQREG-NUMERO CHQREG-VALOR TO WS-TOTAL
           END-EVALUATE.

       6000-ABRIR-SAIDA SECTION.
           EVALUATE WS-COD
               WHEN 1  OPEN OUTPUT CPF-MASTER-FILE
               WHEN 2  OPEN OUTPUT PAYROLL-HIST-FILE
               WHEN 3  OPEN OUTPUT CONSIG-FILE
               WHEN 4  OPEN OUTPUT PENSAO-FILE
               WHEN 5  OPEN OUTPUT AFAST-FILE
               WHEN 6  OPEN OUTPUT BENEF-FILE
               WHEN 7  OPEN OUTPUT SETOR-FILE
               WHEN 8  OPEN OUTPUT SPLIT-FILE
               WHEN 9  OPEN OUTPUT PERIODO-FILE
               WHEN 10 OPEN OUTPUT BOLETO-REG-FILE
               WHEN 11 OPEN OUTPUT RECEB-FILE
               WHEN 12 OPEN OUTPUT HOLERITE-STORE-FILE
               WHEN 13 OPEN OUTPUT DEPENDENTE-FILE
               WHEN 14 OPEN OUTPUT PARAMETRO-FILE
               WHEN 15 OPEN OUTPUT PROCESSO-FILE
               WHEN 16 OPEN OUTPUT MOVTO-FILE
               WHEN 17 OPEN OUTPUT REGISTRO-FILE
               WHEN 18 OPEN OUTPUT SINDICATO-FILE
               WHEN 19 OPEN OUTPUT SINDFUNC-FILE
               WHEN 20 OPEN OUTPUT PLANO-FILE
               WHEN 21 OPEN OUTPUT COPART-FILE
               WHEN 22 OPEN OUTPUT RATEIO-FILE
               WHEN 23 OPEN OUTPUT GRUPO-FILE
               WHEN 24 OPEN OUTPUT CARGO-FILE
               WHEN 25 OPEN OUTPUT CESSAO-FILE
               WHEN 26 OPEN OUTPUT FERIAS-SALDO-FILE
               WHEN 27 OPEN OUTPUT PROVISAO-SALDO-FILE
               WHEN 28 OPEN OUTPUT BANCO-HORAS-FILE
               WHEN 29 OPEN OUTPUT FGTS-EXTRATO-FILE
               WHEN 30 OPEN OUTPUT ALERTA-FILA-FILE
               WHEN 31 OPEN OUTPUT PAGADOR-FILE
               WHEN 32 OPEN OUTPUT AUTONOMO-FILE
               WHEN 33 OPEN OUTPUT REEMB-MASTER-FILE
               WHEN 34 OPEN OUTPUT RETENCAO-FILE
               WHEN 35 OPEN OUTPUT FOLGA-SALDO-FILE
               WHEN 36 OPEN OUTPUT FOLGA-MOV-FILE
               WHEN 37 OPEN OUTPUT OPERADOR-FILE
               WHEN 38 OPEN OUTPUT FORNECEDOR-FILE
               WHEN 39 OPEN OUTPUT ADIANT-FILE
               WHEN 40 OPEN OUTPUT PRENOTIF-FILE
               WHEN 41 OPEN OUTPUT TRANS-REG-FILE
               WHEN 42 OPEN OUTPUT DDA-REG-FILE
               WHEN 43 OPEN OUTPUT WIRE-REG-FILE
               WHEN 44 OPEN OUTPUT NF-FILE
               WHEN 45 OPEN OUTPUT PIX-PEND-FILE
               WHEN 46 OPEN OUTPUT RPA-HIST-FILE
               WHEN 47 OPEN OUTPUT PROMIS-REG-FILE
               WHEN 48 OPEN OUTPUT SALDO-FILE
               WHEN 49 OPEN OUTPUT PAGOS-HIST-FILE
               WHEN 50 OPEN OUTPUT RECARGA-FILE
               WHEN 51 OPEN OUTPUT WIRE-BENEF-FILE
               WHEN 52 OPEN OUTPUT CAMBIO-FILE
               WHEN 99 OPEN OUTPUT CHECK-REGISTER-FILE
           END-EVALUATE.

      *> Registro do conjunto de volta para o indexado; chave repetida
      *> nao entra e a diferenca aparece na conferencia.
       6100-GRAVAR SECTION.
           MOVE "00" TO WS-ARQ-FS
           EVALUATE WS-COD
               WHEN 1
                   MOVE BKP-DADOS TO MASTER-REC
                   WRITE MASTER-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 2
                   MOVE BKP-DADOS TO HIST-REC
                   WRITE HIST-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 3
                   MOVE BKP-DADOS TO CSG-REC
                   WRITE CSG-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 4
                   MOVE BKP-DADOS TO PEN-REC
                   WRITE PEN-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 5
                   MOVE BKP-DADOS TO AFA-REC
                   WRITE AFA-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 6
                   MOVE BKP-DADOS TO BEN-REC
                   WRITE BEN-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 7
                   MOVE BKP-DADOS TO SET-REC
                   WRITE SET-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 8
                   MOVE BKP-DADOS TO SPL-REC
                   WRITE SPL-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 9
                   MOVE BKP-DADOS TO PER-REC
                   WRITE PER-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 10
                   MOVE BKP-DADOS TO BREG-REC
                   WRITE BREG-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 11
                   MOVE BKP-DADOS TO RCB-REC
                   WRITE RCB-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 12
                   MOVE BKP-DADOS TO HST-REC
                   WRITE HST-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 13
                   MOVE BKP-DADOS TO DEP-REC
                   WRITE DEP-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 14
                   MOVE BKP-DADOS TO PRM-REC
                   WRITE PRM-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 15
                   MOVE BKP-DADOS TO PRC-REC
                   WRITE PRC-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 16
                   MOVE BKP-DADOS TO PMV-REC
                   WRITE PMV-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 17
                   MOVE BKP-DADOS TO DRG-REC
                   WRITE DRG-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 18
                   MOVE BKP-DADOS TO SIN-REC
                   WRITE SIN-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 19
                   MOVE BKP-DADOS TO SFU-REC
                   WRITE SFU-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 20
                   MOVE BKP-DADOS TO PLS-REC
                   WRITE PLS-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 21
                   MOVE BKP-DADOS TO PLC-REC
                   WRITE PLC-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 22
                   MOVE BKP-DADOS TO RAT-REC
                   WRITE RAT-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 23
                   MOVE BKP-DADOS TO GRF-REC
                   WRITE GRF-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 24
                   MOVE BKP-DADOS TO CAR-REC
                   WRITE CAR-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 25
                   MOVE BKP-DADOS TO CES-REC
                   WRITE CES-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 26
                   MOVE BKP-DADOS TO FSA-REC
                   WRITE FSA-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 27
                   MOVE BKP-DADOS TO PRV-REC
                   WRITE PRV-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 28
                   MOVE BKP-DADOS TO BH-REC
                   WRITE BH-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 29
                   MOVE BKP-DADOS TO FGE-REC
                   WRITE FGE-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 30
                   MOVE BKP-DADOS TO AFL-REC
                   WRITE AFL-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 31
                   MOVE BKP-DADOS TO PAG-REC
                   WRITE PAG-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 32
                   MOVE BKP-DADOS TO AUT-REC
                   WRITE AUT-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 33
                   MOVE BKP-DADOS TO RMB-REC
                   WRITE RMB-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 34
                   MOVE BKP-DADOS TO RET-REC
                   WRITE RET-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 35
                   MOVE BKP-DADOS TO FES-REC
                   WRITE FES-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 36
                   MOVE BKP-DADOS TO FEM-REC
                   WRITE FEM-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 37
                   MOVE BKP-DADOS TO OPER-REC
                   WRITE OPER-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 38
                   MOVE BKP-DADOS TO FORN-REC
                   WRITE FORN-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 39
                   MOVE BKP-DADOS TO ADT-REC
                   WRITE ADT-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 40
                   MOVE BKP-DADOS TO PREN-REC
                   WRITE PREN-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 41
                   MOVE BKP-DADOS TO TRS-REC
                   WRITE TRS-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 42
                   MOVE BKP-DADOS TO DDA-REC
                   WRITE DDA-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 43
                   MOVE BKP-DADOS TO WREG-REC
                   WRITE WREG-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 44
                   MOVE BKP-DADOS TO NF-REC
                   WRITE NF-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 45
                   MOVE BKP-DADOS TO PXP-REC
                   WRITE PXP-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 46
                   MOVE BKP-DADOS TO RPH-REC
                   WRITE RPH-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 47
                   MOVE BKP-DADOS TO PRG-REC
                   WRITE PRG-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 48
                   MOVE BKP-DADOS TO SLD-REC
                   WRITE SLD-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 49
                   MOVE BKP-DADOS TO PGH-REC
                   WRITE PGH-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 50
                   MOVE BKP-DADOS TO RCG-REC
                   WRITE RCG-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 51
                   MOVE BKP-DADOS TO WB-REC
                   WRITE WB-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 52
                   MOVE BKP-DADOS TO CAM-REC
                   WRITE CAM-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
               WHEN 99
                   MOVE BKP-DADOS TO CHQREG-REC
                   WRITE CHQREG-REC INVALID KEY MOVE "22" TO WS-ARQ-FS
                   END-WRITE
           END-EVALUATE
           IF WS-ARQ-FS = "22"
               ADD 1 TO WS-QTD-DUPLICADOS
           ELSE
               PERFORM 5300-SOMAR
           END-IF.

       9000-FINALIZAR SECTION.
      *> Todo arquivo pedido tem de ter passado pela recarga.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-ALVO-QTD
               IF WS-ALVO-PEDIDO(WS-T) = "S"
                       AND WS-ALVO-FEITO(WS-T) NOT = "S"
                   DISPLAY "MASTER-RESTORE: "
                       FUNCTION TRIM(WS-ALVO-ARQUIVO(WS-T))
                       " CATALOGADO MAS AUSENTE DO CONJUNTO "
                       "(GERACAO TRUNCADA?)"
                   ADD 1 TO WS-QTD-DIVERGENTES
               END-IF
           END-PERFORM

           DISPLAY "MASTER-RESTORE: GERACAO " WS-GERACAO
               " RESTAURADOS=" WS-QTD-RESTAURADOS
               " DIVERGENTES=" WS-QTD-DIVERGENTES
               " REGISTROS=" WS-QTD-REGISTROS

           IF WS-QTD-DIVERGENTES > 0
               DISPLAY "MASTER-RESTORE: RESTAURACAO NAO CONFERIU, "
                   "bandeira de quiesce permanece levantada"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE "B" TO WS-JAN-OPERACAO
           CALL "JANELA-CONTROLE" USING WS-JANELA-PARAMS
           END-CALL
           MOVE 0 TO RETURN-CODE
           DISPLAY "MASTER-RESTORE: RESTAURACAO CONFERIDA, bandeira de "
               "quiesce baixada".
