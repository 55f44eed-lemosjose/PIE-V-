               FILE STATUS IS WS-BEN-FS.
           SELECT BENEF-REPORT-FILE ASSIGN TO "BENEF-SETOR-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTO-REPORT-FILE ASSIGN TO "CUSTO-SETOR-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDARIO-FILE ASSIGN TO "FOLHA-CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALEND-FS.
           SELECT MENSAGEM-FILE ASSIGN TO "HOLERITE-MENSAGEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-FS.
           SELECT PLR-REGRA-FILE ASSIGN TO "PLR-REGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLRR-FS.
           SELECT SINDICATO-FILE ASSIGN TO "SINDICATO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CODIGO
               FILE STATUS IS WS-SIN-FS.
           SELECT SINDFUNC-FILE ASSIGN TO "SINDICATO-FUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFU-MATRICULA
               FILE STATUS IS WS-SFU-FS.
           SELECT SIND-REPORT-FILE ASSIGN TO "SINDICATO-REPASSE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-NOME-CKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.
           SELECT RATEIO-FILE ASSIGN TO "RATEIO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WS-RAT-FS.
           SELECT GRUPO-FILE ASSIGN TO "GRUPO-FOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRF-MATRICULA
               FILE STATUS IS WS-GRF-FS.
           SELECT HORAS-INTAKE-FILE ASSIGN TO "HORAS-INTAKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HI-FS.
           SELECT PLANO-FILE ASSIGN TO "PLANO-SAUDE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLS-CHAVE
               FILE STATUS IS WS-PLS-FS.
           SELECT COPART-FILE ASSIGN TO "PLANO-COPART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CHAVE
               FILE STATUS IS WS-PLC-FS.
           SELECT POSTMARK-FILE ASSIGN TO DYNAMIC WS-NOME-POSTMARK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMK-FS.
           05  HIST-NOME             PIC X(50).
           05  HIST-VALOR            PIC S9(15).
           05  HIST-DATA             PIC X(10).
           05  HIST-EMPRESA          PIC X(02).
           05  HIST-BRUTO            PIC S9(15).
           05  HIST-INSS             PIC S9(15).
           05  HIST-IRRF             PIC S9(15).

      *> Controle de competencia ja processada: uma competencia
      *> FECHADA para este processo recusa rodar de novo ate um
           05  SET-RESPONSAVEL       PIC X(30).
           05  SET-ATIVO             PIC X(01).
           05  SET-ORCAMENTO         PIC 9(15).
           05  SET-SINDICATO         PIC X(06).

       FD  ORCAMENTO-REPORT-FILE.
       01  ORCOUT-LINHA              PIC X(80).
           05  HV-QTDNOT             PIC 9(05).
           05  HV-TAXANOT            PIC 9(09).
           05  HV-VALNOT             PIC 9(15).
           05  HV-QTDBH50            PIC 9(05).
           05  HV-VALBH50            PIC 9(15).
           05  HV-QTDBH100           PIC 9(05).
           05  HV-VALBH100           PIC 9(15).
           05  HV-BH-SALDO           PIC 9(07).

      *> Adesoes de beneficio (BENEF-MAINTAIN): o VT desconta do
      *> funcionario ate o teto de 6% do salario registrado; o resto
       FD  BENEF-REPORT-FILE.
       01  BENOUT-LINHA              PIC X(80).

      *> Rateio do custo entre setores (RATEIO-MAINTAIN): vigencia
      *> AAAAMM e ate 10 setores com percentual em centesimos de %.
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

      *> Grupo de folha (GRUPO-FOLHA-MAINTAIN): so o semanalista tem
      *> registro; valor da hora em centavos, zero = salario / 220.
       FD  GRUPO-FILE.
       01  GRF-REC.
           05  GRF-MATRICULA         PIC 9(09).
           05  GRF-GRUPO             PIC X(01).
           05  GRF-VALOR-HORA        PIC 9(09).
           05  GRF-DATA-ALTER        PIC X(08).

      *> Mesmo layout que o HORAS-CALC le (horas em centesimos); a
      *> folha semanal so usa as linhas com HORIN-SEMANA preenchido.
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

      *> Adesoes ao plano de saude/odonto (PLANO-SAUDE-MAINTAIN), uma
      *> por vida: a parte do funcionario (PLS-PCT-FUNC sobre a
      *> mensalidade) desconta, o resto e custo da empresa e entra
      *> no relatorio de beneficios por setor.
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

      *> Coparticipacao a recuperar, gravada pela conferencia da
      *> fatura (PLANO-FATURA-CONFERE) como PENDENTE.
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

      *> Custo da folha por setor: salario, beneficios e encargos da
      *> empresa lado a lado.
       FD  CUSTO-REPORT-FILE.
       01  CUSOUT-LINHA              PIC X(132).

      *> Agenda de pagamento da folha (EMPRESA;COMPETENCIA;DATA, a
      *> mesma que alimenta a previsao de caixa): a data agendada,
      *> validada como dia util no CAL-DIA-UTIL, e carimbada nos
       FD  MENSAGEM-FILE.
       01  MENSAGEM-LINHA            PIC X(110).

      *> Regra de distribuicao da PLR por empresa e ano-base:
      *> EMPRESA;ANO;MONTANTE;PCT-FIXA -- montante a distribuir em
      *> centavos e a fatia dele (% inteiro) repartida igualmente por
      *> mes trabalhado; o resto vai proporcional a salario x meses.
       FD  PLR-REGRA-FILE.
       01  PLR-REGRA-LINHA           PIC X(80).

      *> Sindicatos (SINDICATO-MAINTAIN) e o vinculo por funcionario
      *> (SINDICATO-FUNC-MAINTAIN): a contribuicao assistencial/
      *> negocial sai descontada com linha propria no holerite -- nao
      *> mais escondida no PAYIN-OUTROS -- e o repasse de cada
      *> sindicato sai em demonstrativo proprio com o extenso para a
      *> carta de pagamento.
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

       FD  SIND-REPORT-FILE.
       01  SINOUT-LINHA              PIC X(132).

      *> Checkpoint intra-rodada (FOLHA-CKPT-Enn): uma linha TOTAIS
      *> com os contadores da rodada e uma linha SETOR por subtotal
      *> acumulado, regravadas a cada FOLHA-CKPT-FREQ registros.
       01  WS-SIMTAB-FS              PIC X(02) VALUE SPACES.
           88  WS-SIMTAB-OK                     VALUE "00".
       01  WS-EOF-SIMTAB             PIC X(01) VALUE "N".
       01  WS-SIM-PCT-GERAL          PIC 9(05) VALUE ZEROS.
       01  WS-SIM-FAIXAS.
           05  WS-SIMF-QTD           PIC 9(03) COMP-5 VALUE 0.
      *> (matricula + competencia) e a folha MENSAL da mesma
      *> competencia o desconta automaticamente, com linha no
      *> holerite -- o liquido nunca mais ignora adiantamento pago.
      *> FOLHA-TIPO = "PLR" liga a distribuicao da participacao nos
      *> lucros: o montante da PLR-REGRA da empresa para o ano-base
      *> (PLR-ANO-BASE, padrao o ano anterior) e repartido entre os
      *> ativos CLT -- estagiario e diretor ficam fora -- por uma
      *> parte fixa por mes trabalhado e outra proporcional a
      *> salario x meses trabalhados. Mes conta com 15 dias ou mais
      *> de vinculo, descontados os afastamentos nao remunerados do
      *> AFAST-MASTER. O IRRF e o da tabela exclusiva da PLR
      *> (PLR-IRRF-CALC), sem INSS/FGTS e sem descontos de folha; a
      *> competencia e "17" + ano do pagamento, entao o informe de
      *> rendimentos a separa na linha de tributacao exclusiva.
      *> FOLHA-TIPO = "SEM" liga a folha semanal dos horistas
      *> (GRUPO-FOLHA = "S"): a semana que comeca em FOLHA-SEMANA
      *> (AAAAMMDD) e paga pelas horas apontadas no HORAS-INTAKE
      *> para ela, sob o processo proprio SEMANA-dd-nn no controle
      *> de periodo -- cada semana so roda uma vez. A competencia e
      *> o mes do inicio da semana e o historico acumula as semanas
      *> no mesmo registro mensal: INSS e IRRF de cada semana sao o
      *> devido sobre o acumulado do mes menos o ja retido nas
      *> semanas anteriores. A folha mensal e o adiantamento pulam
      *> os semanalistas.
       01  WS-TIPO-FOLHA             PIC X(03) VALUE SPACES.
           88  WS-TIPO-13A                      VALUE "13A".
           88  WS-TIPO-13B                      VALUE "13B".
           88  WS-TIPO-13                       VALUES "13A" "13B".
           88  WS-TIPO-ADT                      VALUE "ADT".
           88  WS-TIPO-PLR                      VALUE "PLR".
           88  WS-TIPO-SEM                      VALUE "SEM".
           88  WS-TIPO-GERADO                   VALUES "13A" "13B"
                                                       "ADT" "PLR"
                                                       "SEM".
       01  WS-ADT-PCT                PIC 9(03) VALUE 40.
       01  WS-ADT-FS                 PIC X(02) VALUE SPACES.
           88  WS-ADT-OK                        VALUE "00".
               10  WS-BENS-DESCONTO  PIC S9(15) COMP-5.
               10  WS-BENS-EMPRESA   PIC S9(15) COMP-5.
       01  WS-BENS-ACHOU             PIC X(01) VALUE "N".

      *> Plano de saude/odonto e coparticipacao do registro corrente.
      *> WS-COMP-AAAAMM e a competencia da rodada na ordem das datas
      *> de vigencia da adesao.
       01  WS-PLS-FS                 PIC X(02) VALUE SPACES.
           88  WS-PLS-MASTER-OK                 VALUE "00".
       01  WS-PLC-FS                 PIC X(02) VALUE SPACES.
           88  WS-PLC-OK                        VALUE "00".
       01  WS-TEM-PLANO              PIC X(01) VALUE "N".
       01  WS-TEM-COPART             PIC X(01) VALUE "N".
       01  WS-EOF-PLS                PIC X(01) VALUE "N".
       01  WS-EOF-PLC                PIC X(01) VALUE "N".
       01  WS-COMP-AAAAMM            PIC X(06) VALUE SPACES.
       01  WS-PLS-PARTE              PIC S9(15) VALUE 0.
       01  WS-PLS-SAUDE              PIC S9(15) COMP-5 VALUE 0.
       01  WS-PLS-ODONTO             PIC S9(15) COMP-5 VALUE 0.
       01  WS-PLS-EMPRESA            PIC S9(15) COMP-5 VALUE 0.
       01  WS-PLC-DESCONTO           PIC S9(15) COMP-5 VALUE 0.
       01  WS-QTD-PLANO-DESC         PIC 9(07) COMP-5 VALUE 0.
       01  WS-QTD-COPART-DESC        PIC 9(07) COMP-5 VALUE 0.
       01  WS-BENS-DESC-D            PIC -(14)9.
       01  WS-BENS-EMP-D             PIC -(14)9.

      *> Encargos da empresa (ENCARGOS-PATRONAL) sobre o bruto de cada
      *> registro e o custo completo por setor: salario bruto,
      *> beneficios pagos pela empresa e encargos. Como o custo de
      *> beneficios, fica fora do checkpoint -- numa retomada o
      *> relatorio cobre so o trecho reprocessado e diz isso.
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
       01  WS-PAT-APLICADO           PIC X(01) VALUE "N".
       01  WS-CUSTO-BENEF-REG        PIC S9(15) COMP-5 VALUE 0.
       01  WS-CUSTO-SETORES.
           05  WS-CUS-QTD            PIC 9(03) COMP-5 VALUE 0.
           05  WS-CUS-LINHA OCCURS 50 TIMES.
               10  WS-CUS-COD        PIC X(10).
               10  WS-CUS-FUNC       PIC 9(07) COMP-5.
               10  WS-CUS-SALARIO    PIC S9(15) COMP-5.
               10  WS-CUS-BENEF      PIC S9(15) COMP-5.
               10  WS-CUS-ENCARGOS   PIC S9(15) COMP-5.
       01  WS-CUS-ACHOU              PIC X(01) VALUE "N".
       01  WS-CUS-TOTAL-SETOR        PIC S9(15) COMP-5 VALUE 0.
       01  WS-LINHA-CUSTO.
           05  CUS-SETOR             PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CUS-QTD               PIC Z(06)9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CUS-SALARIO           PIC -(14)9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CUS-BENEF             PIC -(14)9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CUS-ENCARGOS          PIC -(14)9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CUS-TOTAL             PIC -(14)9.

      *> Horas extras do HORAS-CALC em memoria, por matricula.
       01  WS-HV-FS                  PIC X(02) VALUE SPACES.
           88  WS-HV-OK                         VALUE "00".
               10  WS-HR-QTDNOT      PIC 9(05).
               10  WS-HR-TAXANOT     PIC 9(09).
               10  WS-HR-VALNOT      PIC 9(15).
               10  WS-HR-QTDBH50     PIC 9(05).
               10  WS-HR-VALBH50     PIC 9(15).
               10  WS-HR-QTDBH100    PIC 9(05).
               10  WS-HR-VALBH100    PIC 9(15).
               10  WS-HR-BH-SALDO    PIC 9(07).
       01  WS-HR-ACHOU               PIC X(01) VALUE "N".
       01  WS-HR-SALVA               PIC 9(05) COMP-5 VALUE 0.
       01  WS-HR-ROTULO              PIC X(16) VALUE SPACES.
       01  WS-QTD-ADT-DESC           PIC 9(07) COMP-5 VALUE 0.
       01  WS-PROCESSO-RODADA        PIC X(12) VALUE SPACES.
       01  WS-GER-IDX                PIC 9(05) COMP-5 VALUE 0.
       01  WS-GER-ELEGIVEL           PIC X(01) VALUE "N".
       01  WS-MESES-13               PIC 9(02) COMP-5 VALUE 0.
       01  WS-BASE-13                PIC 9(15) COMP-5 VALUE 0.
       01  WS-PARCELA-13             PIC 9(15) COMP-5 VALUE 0.
       01  WS-13-REAIS-ED            PIC Z(12)9.
       01  WS-13-CENTS-ED            PIC 9(02).
       01  WS-EOF-H13                PIC X(01) VALUE "N".

      *> Distribuicao da PLR: regra da empresa, meses apurados por
      *> posicao da tabela de funcionarios e as somas de rateio.
       01  WS-PLRR-FS                PIC X(02) VALUE SPACES.
           88  WS-PLRR-OK                       VALUE "00".
       01  WS-EOF-PLRR               PIC X(01) VALUE "N".
       01  WS-PLR-ANO-BASE           PIC X(04) VALUE SPACES.
       01  WS-PLR-ANO-NUM            PIC 9(04) VALUE 0.
       01  WS-PLR-CAMPO-EMP          PIC X(02) VALUE SPACES.
       01  WS-PLR-CAMPO-ANO          PIC X(04) VALUE SPACES.
       01  WS-PLR-CAMPO-MONT         PIC X(15) VALUE SPACES.
       01  WS-PLR-CAMPO-PCT          PIC X(05) VALUE SPACES.
       01  WS-PLR-TEM-REGRA          PIC X(01) VALUE "N".
       01  WS-PLR-MONTANTE           PIC 9(15) VALUE 0.
       01  WS-PLR-PCT-FIXA           PIC 9(03) VALUE 0.
       01  WS-PLR-MONT-FIXO          PIC 9(15) VALUE 0.
       01  WS-PLR-MONT-PROP          PIC 9(15) VALUE 0.
       01  WS-PLR-SOMA-MESES         PIC 9(09) VALUE 0.
       01  WS-PLR-SOMA-PESO          PIC 9(18) VALUE 0.
       01  WS-PLR-PESO               PIC 9(18) VALUE 0.
       01  WS-PLR-FIXA               PIC 9(15) VALUE 0.
       01  WS-PLR-PROP               PIC 9(15) VALUE 0.
       01  WS-PLR-DISTRIBUIDO        PIC 9(15) VALUE 0.
       01  WS-PLR-QTD-ELEGIVEIS      PIC 9(05) VALUE 0.
       01  WS-PLR-MESES-TAB.
           05  WS-PLR-MESES OCCURS 5000 TIMES PIC 9(02).
       01  WS-PLR-MES                PIC 9(02) COMP-5 VALUE 0.
       01  WS-PLR-INI-INT            PIC 9(08) COMP-5 VALUE 0.
       01  WS-PLR-DIAS-VINC          PIC S9(05) COMP-5 VALUE 0.
       01  WS-PLR-VALOR-TXT          PIC X(15) VALUE SPACES.
       01  WS-PLR-PARAMS.
           05  WS-PLR-DATA-REF       PIC 9(08).
           05  WS-PLR-BRUTO          PIC S9(15).
           05  WS-PLR-IRRF           PIC S9(15).
           05  WS-PLR-STATUS         PIC X(03).
       01  WS-EOF-VER                PIC X(01) VALUE "N".
           88  WS-FIM-VER                       VALUE "S".
       01  WS-QTD-VER-CONFEREM       PIC 9(07) VALUE ZEROS.
       01  WS-DESC-CENTS-ED          PIC 9(02).
       01  WS-DESC-VALOR-TXT         PIC X(15) VALUE SPACES.

      *> Contribuicao sindical: cadastro de sindicatos em memoria com
      *> os totais do repasse, e o detalhe por funcionario (desconto
      *> ou oposicao) para o demonstrativo do fim da rodada.
       01  WS-SIN-FS                 PIC X(02) VALUE SPACES.
           88  WS-SIN-OK                        VALUE "00".
       01  WS-SFU-FS                 PIC X(02) VALUE SPACES.
           88  WS-SFU-OK                        VALUE "00".
       01  WS-TEM-SIND               PIC X(01) VALUE "N".
       01  WS-TEM-SFU                PIC X(01) VALUE "N".
       01  WS-EOF-SIN                PIC X(01) VALUE "N".
       01  WS-SINDICATOS.
           05  WS-SIN-QTD            PIC 9(03) COMP-5 VALUE 0.
           05  WS-SIN-LINHA OCCURS 50 TIMES.
               10  WS-SIN-COD        PIC X(06).
               10  WS-SIN-NOME-T     PIC X(40).
               10  WS-SIN-CNPJ-T     PIC 9(14).
               10  WS-SIN-BANCO-T    PIC 9(03).
               10  WS-SIN-AGENCIA-T  PIC 9(04).
               10  WS-SIN-CONTA-T    PIC 9(08).
               10  WS-SIN-CONTA-DV-T PIC 9(01).
               10  WS-SIN-REGRA-T    PIC X(01).
               10  WS-SIN-PCT-T      PIC 9(05).
               10  WS-SIN-VALOR-T    PIC 9(15).
               10  WS-SIN-MES-BASE-T PIC 9(02).
               10  WS-SIN-STATUS-T   PIC X(01).
               10  WS-SIN-QTD-DESC   PIC 9(05).
               10  WS-SIN-QTD-OPOS   PIC 9(05).
               10  WS-SIN-TOTAL      PIC 9(15).
       01  WS-SIND-DETALHES.
           05  WS-SDET-QTD           PIC 9(05) COMP-5 VALUE 0.
           05  WS-SDET-LINHA OCCURS 5000 TIMES.
               10  WS-SDET-SIN       PIC 9(03).
               10  WS-SDET-MATRICULA PIC 9(09).
               10  WS-SDET-NOME      PIC X(40).
               10  WS-SDET-TIPO      PIC X(01).
               10  WS-SDET-VALOR     PIC 9(15).
       01  WS-SIN-I                  PIC 9(03) COMP-5 VALUE 0.
       01  WS-SIN-ACHADO             PIC 9(03) COMP-5 VALUE 0.
       01  WS-SDET-I                 PIC 9(05) COMP-5 VALUE 0.
       01  WS-SIND-COD               PIC X(06) VALUE SPACES.
       01  WS-SIND-OPOSICAO          PIC X(01) VALUE "N".
       01  WS-SIND-BASE              PIC 9(15) VALUE 0.
       01  WS-SIND-DESCONTO          PIC 9(15) VALUE 0.
       01  WS-SIND-AVISO-DET         PIC X(01) VALUE "N".
       01  WS-SIND-TOTAL-GERAL       PIC 9(15) VALUE 0.
       01  WS-SIND-VALOR-ED          PIC Z(12)9,99.
       01  WS-SIND-CNPJ-PARAMS.
           05  WS-SIND-CNPJ-12       PIC 9(12).
           05  WS-SIND-CNPJ-DIG      PIC 9(02).
           05  WS-SIND-CNPJ-STATUS   PIC X(03).
           05  WS-SIND-CNPJ-FMT      PIC X(18).

      *> Pensoes do registro corrente: descontadas do liquido em
      *> 2335 e pagas ao pensionista em 2337, depois que o holerite
      *> do funcionario ja saiu (o EXT-MOEDA e reusado para o

      *> Tolerancia (em %) entre o valor da folha e o salario
      *> registrado, configuravel por FOLHA-TOLERANCIA-PCT.
       01  WS-TOLERANCIA-PCT         PIC 9(03) VALUE 20.
       01  WS-DESVIO-CENTAVOS        PIC S9(15) COMP-5 VALUE 0.
       01  WS-LIMITE-CENTAVOS        PIC S9(15) COMP-5 VALUE 0.
           05  WS-ENC-INSS           PIC S9(15).
           05  WS-ENC-IRRF           PIC S9(15).
           05  WS-ENC-STATUS         PIC X(03).
           05  WS-ENC-QTD-DEP-IRRF   PIC 9(02) VALUE 0.
           05  WS-ENC-QTD-DEP-SALFAM PIC 9(02) VALUE 0.
           05  WS-ENC-DEDUCAO-DEP    PIC S9(15) VALUE 0.
           05  WS-ENC-SALFAM         PIC S9(15) VALUE 0.
           05  WS-ENC-TIPO-SEGURADO  PIC X(01) VALUE SPACE.
       01  WS-ENC-TOLER              PIC 9(05) VALUE 1.
       01  WS-ENC-DIVERGE            PIC X(01) VALUE "N".
       01  WS-ENC-AVISADO            PIC X(01) VALUE "N".
       01  WS-ENC-DESVIO             PIC S9(15) COMP-5 VALUE 0.
       01  WS-QTD-RETIDOS-ENC        PIC 9(07) COMP-5 VALUE 0.

      *> Dependentes do titular (DEPENDENTE-MASTER, contados pelo
      *> DEPENDENTE-CONTA): a critica do IRRF confere com a deducao
      *> por dependente aplicada, e o salario-familia devido e
      *> creditado no liquido junto dos outros modulos da folha.
       01  WS-DEPC-PARAMS.
           05  WS-DEPC-MATRICULA     PIC 9(09).
           05  WS-DEPC-DATA-REF      PIC 9(08).
           05  WS-DEPC-QTD-IRRF      PIC 9(02).
           05  WS-DEPC-QTD-SALFAM    PIC 9(02).
           05  WS-DEPC-STATUS        PIC X(03).
       01  WS-DEP-DEDUCAO-REG        PIC S9(15) COMP-5 VALUE 0.
       01  WS-SALFAM-REG             PIC S9(15) COMP-5 VALUE 0.
       01  WS-SALFAM-BASE            PIC S9(15) COMP-5 VALUE 0.
       01  WS-SALFAM-LIQ             PIC S9(15) COMP-5 VALUE 0.

      *> Tabela de funcionarios, carregada uma unica vez no inicio do
      *> job do FUNC-SNAPSHOT que a janela extrai (FUNC-SNAPSHOT-
      *> TABELA; sem snapshot, ao vivo pelo TRE0028-TABELA-FUNC), e
      *> consultada em memoria a cada registro de folha em vez de
      *> bater no banco linha a linha.
       COPY "func_tabela.cpy".

      *> Quantas folhas de pagamento bateram em cada funcionario da
       01  WS-ITEM-LIQUIDO           PIC S9(15) COMP-5 VALUE 0.
       01  WS-ITEM-SOMA              PIC S9(15) COMP-5 VALUE 0.

      *> Bruto, INSS e IRRF postados no PAYROLL-HIST junto com o
      *> liquido: sao a base do FGTS e das guias de recolhimento.
       01  WS-HIST-BRUTO             PIC S9(15) COMP-5 VALUE 0.
       01  WS-HIST-INSS              PIC S9(15) COMP-5 VALUE 0.
       01  WS-HIST-IRRF              PIC S9(15) COMP-5 VALUE 0.
       01  WS-HIST-NEG-SALVO         PIC X(01) VALUE "N".

       01  WS-HOL-ITEM-LINHA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HOL-ITEM-ROTULO       PIC X(20).
       01  WS-CNAB-HORA-GER          PIC X(06) VALUE SPACES.
       01  WS-DATA-HOJE              PIC X(08) VALUE SPACES.

      *> Leitura do CNAB-240 propria do banco da empresa (versoes,
      *> servico, forma, camara, segmento), do CNAB-PERFIL.
       COPY "cnab_perfil.cpy".

      *> Data de pagamento dos segmentos A (DDMMAAAA): a da agenda
      *> quando ha entrada, senao a data de geracao.
       01  WS-CNAB-DATA-PGTO         PIC X(08) VALUE SPACES.
       01  WS-TEM-HST                PIC X(01) VALUE "N".
       01  WS-HST-SEQ                PIC 9(04) VALUE ZEROS.
       01  WS-FIM-HST                PIC X(01) VALUE "N".

      *> Codigo de autenticacao impresso no holerite: cada holerite
      *> fica no DOCUMENTO-REGISTRO (bruto e liquido), para o banco
      *> ou o locador conferir no balcao o papel que recebeu.
       COPY "documento_registro.cpy".
       01  WS-QTD-HOL-SEM-CODIGO     PIC 9(07) VALUE ZEROS.
       01  WS-CAL-PARAMS.
           05  WS-CAL-DATA-ENT       PIC 9(08).
           05  WS-CAL-DATA-SAI       PIC 9(08).
           05  CHA-DATA-GER          PIC X(08).
           05  CHA-HORA-GER          PIC X(06).
           05  CHA-NSA               PIC 9(06).
           05  CHA-VERSAO            PIC X(03) VALUE "103".
           05  FILLER                PIC X(74) VALUE SPACES.

       01  WS-CNAB-HEADER-LOTE.
           05  FILLER                PIC X(04) VALUE "0001".
           05  FILLER                PIC X(01) VALUE "1".
           05  FILLER                PIC X(01) VALUE "C".
           05  CHL-SERVICO           PIC X(02) VALUE "30".
           05  CHL-FORMA             PIC X(02) VALUE "01".
           05  CHL-VERSAO            PIC X(03) VALUE "046".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "2".
           05  CHL-CNPJ              PIC 9(14).
           05  FILLER                PIC X(04) VALUE "0001".
           05  FILLER                PIC X(01) VALUE "3".
           05  CSA-SEQ               PIC 9(05).
           05  CSA-SEGMENTO          PIC X(01) VALUE "A".
           05  FILLER                PIC X(01) VALUE "0".
           05  FILLER                PIC X(02) VALUE "00".
           05  CSA-CAMARA            PIC X(03) VALUE "000".
           05  CSA-BANCO-FAV         PIC 9(03).
           05  CSA-AGENCIA-FAV       PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-TRS-TOTAL          PIC S9(15).
           05  WS-TRS-STATUS-RET     PIC X(03).

      *> Alerta operacional (ALERTA): verificacao que nao fecha nao
      *> pode ficar so no log ate alguem abrir o relatorio.
       COPY "alerta.cpy".

      *> Tolerancias, percentual de adiantamento e de simulacao vem
      *> do PARAMETRO-MASTER (PARAMETRO-CONSULTA), por empresa e na
      *> vigencia de hoje; o VALUE de cada campo e o padrao de quando
      *> nada foi cadastrado.
       COPY "parametro_consulta.cpy".

      *> Parametros do escritor de relatorio paginado (REPORT-WRITER),
      *> usado via CALL como o CTRL-TOTAL.
       01  WS-RW.
               10  WS-SETOR-TOTAL    PIC S9(15).
       01  WS-J                      PIC 9(03) COMP-5 VALUE 0.
       01  WS-SETOR-REG              PIC X(10) VALUE SPACES.

      *> Rateio entre setores: vigencia aplicavel de cada matricula
      *> com rateio (em ordem de matricula, para o SEARCH ALL) e o
      *> rateio resolvido do registro corrente. Sem rateio o
      *> registro tem um setor so, o FT-SETOR, a 100%. As partes sao
      *> truncadas e o primeiro setor (o principal) fica com a
      *> diferenca -- a soma das partes e sempre o valor exato.
       01  WS-RAT-FS                 PIC X(02) VALUE SPACES.
           88  WS-RAT-OK                        VALUE "00".
       01  WS-EOF-RAT                PIC X(01) VALUE "N".
       01  WS-RAT-COMP               PIC 9(06) VALUE 0.
       01  WS-RATEIOS.
           05  WS-RTB-QTD            PIC 9(05) VALUE 0.
           05  WS-RTB-ENTRADA OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-RTB-QTD
                   ASCENDING KEY IS WS-RTB-MAT
                   INDEXED BY WS-RTB-IDX.
               10  WS-RTB-MAT        PIC 9(09).
               10  WS-RTB-N          PIC 9(02).
               10  WS-RTB-ITEM OCCURS 10 TIMES.
                   15  WS-RTB-SETOR  PIC X(10).
                   15  WS-RTB-PCT    PIC 9(05).
       01  WS-RAT-N                  PIC 9(02) VALUE 0.
       01  WS-RAT-K                  PIC 9(02) VALUE 0.
       01  WS-RAT-VALOR              PIC S9(15) VALUE 0.
       01  WS-RAT-SOMA               PIC S9(15) VALUE 0.
       01  WS-RAT-REG.
           05  WS-RAT-LINHA OCCURS 10 TIMES.
               10  WS-RAT-SETOR-R    PIC X(10).
               10  WS-RAT-PCT-R      PIC 9(05).
               10  WS-RAT-PARTE      PIC S9(15).
               10  WS-RAT-SAL        PIC S9(15).
               10  WS-RAT-BEN        PIC S9(15).
               10  WS-RAT-ENC        PIC S9(15).
       01  WS-BENS-DESC-REG          PIC S9(15) VALUE 0.
       01  WS-BENS-EMP-REG           PIC S9(15) VALUE 0.

      *> Semanalistas (GRUPO-FOLHA em ordem de matricula, para o
      *> SEARCH ALL) e as horas da semana da rodada SEM, somadas por
      *> matricula na ordem do apontamento. A hora normal vale o
      *> GRF-VALOR-HORA (ou salario / 220); extra 50% e 100% e o
      *> adicional noturno de 20% seguem os multiplicadores do
      *> HORAS-CALC, e o repouso semanal remunerado e 1/6 do que foi
      *> trabalhado (seis dias uteis e um de repouso).
       01  WS-GRF-FS                 PIC X(02) VALUE SPACES.
           88  WS-GRF-OK                        VALUE "00".
       01  WS-EOF-GRF                PIC X(01) VALUE "N".
       01  WS-HI-FS                  PIC X(02) VALUE SPACES.
           88  WS-HI-OK                         VALUE "00".
       01  WS-EOF-HI                 PIC X(01) VALUE "N".
       01  WS-SEMANA-TXT             PIC X(08) VALUE SPACES.
       01  WS-SEMANA                 PIC 9(08) VALUE ZEROS.
       01  WS-HST-BASE               PIC 9(04) VALUE ZEROS.
       01  WS-QTD-SEMANALISTAS       PIC 9(07) COMP-5 VALUE 0.
       01  WS-QTD-SEM-IGNORADOS      PIC 9(07) COMP-5 VALUE 0.
       01  WS-GRP-MATRICULA          PIC 9(09) VALUE ZEROS.
       01  WS-GRP-SEMANAL            PIC X(01) VALUE "N".
       01  WS-GRP-VALOR-HORA         PIC 9(09) VALUE ZEROS.
       01  WS-SEMANALISTAS.
           05  WS-SMN-QTD            PIC 9(05) VALUE 0.
           05  WS-SMN-ENTRADA OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-SMN-QTD
                   ASCENDING KEY IS WS-SMN-MAT
                   INDEXED BY WS-SMN-IDX.
               10  WS-SMN-MAT        PIC 9(09).
               10  WS-SMN-VALOR-HORA PIC 9(09).
       01  WS-HORAS-SEMANA.
           05  WS-HSM-QTD            PIC 9(05) VALUE 0.
           05  WS-HSM-ENTRADA OCCURS 5000 TIMES.
               10  WS-HSM-MAT        PIC 9(09).
               10  WS-HSM-NORMAIS    PIC 9(07).
               10  WS-HSM-HE50       PIC 9(07).
               10  WS-HSM-HE100      PIC 9(07).
               10  WS-HSM-NOTURNA    PIC 9(07).
       01  WS-HSM-IDX                PIC 9(05) COMP-5 VALUE 0.
       01  WS-HSM-K                  PIC 9(05) COMP-5 VALUE 0.
       01  WS-SEM-FT                 PIC 9(05) COMP-5 VALUE 0.
       01  WS-SEM-VALOR-HORA         PIC S9(15) VALUE 0.
       01  WS-SEM-VAL-NORMAIS        PIC S9(15) VALUE 0.
       01  WS-SEM-VAL-HE50           PIC S9(15) VALUE 0.
       01  WS-SEM-VAL-HE100          PIC S9(15) VALUE 0.
       01  WS-SEM-VAL-NOTURNA        PIC S9(15) VALUE 0.
       01  WS-SEM-VAL-DSR            PIC S9(15) VALUE 0.
       01  WS-SEM-BRUTO              PIC S9(15) VALUE 0.
       01  WS-SEM-INSS               PIC S9(15) VALUE 0.
       01  WS-SEM-IRRF               PIC S9(15) VALUE 0.
       01  WS-SEM-ACUM-BRUTO         PIC S9(15) VALUE 0.
       01  WS-SEM-ACUM-INSS          PIC S9(15) VALUE 0.
       01  WS-SEM-ACUM-IRRF          PIC S9(15) VALUE 0.
      *> Posicao da semana no mes da competencia: n-esima de quantas
      *> semanas comecam no mes. Os descontos mensais saem uma vez,
      *> na ultima; a pensao de valor fixo reparte pelas semanas.
       01  WS-SEM-DIA-INI            PIC 9(02) VALUE 0.
       01  WS-SEM-PRIMEIRA           PIC 9(02) VALUE 0.
       01  WS-SEM-DIAS-MES           PIC 9(02) VALUE 0.
       01  WS-SEM-NUM                PIC 9(01) VALUE 0.
       01  WS-SEM-QTD-MES            PIC 9(01) VALUE 0.
       01  WS-SEM-FECHA-MES          PIC X(01) VALUE "N".
       01  WS-SEM-PEN-ATE            PIC S9(15) VALUE 0.
       01  WS-SEM-PEN-ANTES          PIC S9(15) VALUE 0.
       01  WS-DESC-MENSAL            PIC X(01) VALUE "S".
       01  WS-ACHOU-SETOR            PIC X(01) VALUE "N".
           88  WS-ACHOU-SETOR-SIM               VALUE "S".
      *> O subtotal sai com o NOME do setor quando o cadastro de
               10  WS-SET-COD        PIC X(10).
               10  WS-SET-NOME-T     PIC X(20).
               10  WS-SET-ORC        PIC 9(15).
               10  WS-SET-SIND       PIC X(06).
       01  WS-K-SET                  PIC 9(03) COMP-5 VALUE 0.
       01  WS-VARIACAO               PIC S9(15) COMP-5 VALUE 0.
       01  WS-LINHA-ORC.

           PERFORM 1050-RESOLVER-COMPETENCIA

           MOVE "FOLHA-TOLERANCIA-PCT" TO PARC-NOME
           MOVE WS-TOLERANCIA-PCT      TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR             TO WS-TOLERANCIA-PCT

           PERFORM 1500-CARREGAR-FUNCIONARIOS

           ELSE
               MOVE "N" TO WS-TEM-BENEF
           END-IF
           OPEN INPUT PLANO-FILE
           IF WS-PLS-MASTER-OK
               MOVE "S" TO WS-TEM-PLANO
           ELSE
               MOVE "N" TO WS-TEM-PLANO
           END-IF
           OPEN INPUT COPART-FILE
           IF WS-PLC-OK
               MOVE "S" TO WS-TEM-COPART
           ELSE
               MOVE "N" TO WS-TEM-COPART
           END-IF
      *> Contribuicao sindical: o sindicato do setor vem do cadastro
      *> de setores, que a verificacao tambem precisa carregar.
           PERFORM 1950-CARREGAR-SETORES
           PERFORM 1990-CARREGAR-SINDICATOS
           PERFORM 1997-CARREGAR-RATEIOS
           PERFORM 1993-CARREGAR-GRUPOS

           OPEN INPUT PAYROLL-IN-FILE
           OPEN INPUT PAYROLL-OUT-FILE
           MOVE "VERIFICACAO DA FOLHA ANTES DA LIBERACAO"
               TO VEROUT-LINHA
           WRITE VEROUT-LINHA
           MOVE "PARAMETROS DA RODADA:" TO VEROUT-LINHA
           WRITE VEROUT-LINHA
           MOVE PARC-LINHA TO VEROUT-LINHA
           WRITE VEROUT-LINHA
           MOVE ALL "-" TO VEROUT-LINHA
           WRITE VEROUT-LINHA

               EXIT SECTION
           END-IF

           IF NOT WS-COMP-E-RETRO
               MOVE PAYIN-MATRICULA TO WS-GRP-MATRICULA
               PERFORM 2105-BUSCAR-GRUPO
               IF WS-GRP-SEMANAL = "S"
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
               END-IF
           END-IF

           MOVE PAYIN-VALOR  TO WS-MOEDA-VALOR
           MOVE "BRL"        TO WS-MOEDA-COD
           MOVE "BR"         TO WS-MOEDA-FORMATO
      *> decisao de trilho, como na rodada: a pensao do titular pago
      *> por PIX/CNAB tambem desconta, e o cheque do pensionista
      *> esta no PAYROLL-OUT mesmo quando o titular nao esta.
           PERFORM 2305-APURAR-DEPENDENTES
           PERFORM 2310-APLICAR-DESCONTOS
           IF WS-DESC-TOTAL > 0 OR WS-SALFAM-REG > 0
               PERFORM 2390-REFAZER-VALOR
           END-IF

           ELSE
               MOVE "*** VERIFICACAO FALHOU - NAO LIBERAR ***"
                   TO VEROUT-LINHA
               DISPLAY "PAYROLL-RUN: VERIFICACAO FALHOU - NAO "
                   "LIBERAR OS CHEQUES"
               MOVE "C"           TO ALRP-SEVERIDADE
               MOVE "PAYROLL-RUN" TO ALRP-ORIGEM
               MOVE WS-EMPRESA    TO ALRP-EMPRESA
               MOVE SPACES        TO ALRP-MENSAGEM
               IF WS-TRAILER-OK NOT = "S"
                   STRING "TRAILER DO " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NOME-PAYOUT) DELIMITED BY SIZE
                       " NAO BATE COM O RECOMPUTADO - NAO LIBERAR"
                                        DELIMITED BY SIZE
                       INTO ALRP-MENSAGEM
                   END-STRING
               ELSE
                   STRING "VERIFICACAO DA FOLHA: " DELIMITED BY SIZE
                       WS-QTD-VER-DIVERGEM DELIMITED BY SIZE
                       " REGISTRO(S) DIVERGEM - NAO LIBERAR"
                                        DELIMITED BY SIZE
                       INTO ALRP-MENSAGEM
                   END-STRING
               END-IF
               CALL "ALERTA" USING ALERTA-PARAMS
               END-CALL
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE VEROUT-LINHA

           IF WS-TEM-BENEF = "S"
               CLOSE BENEF-FILE
           END-IF
           IF WS-TEM-PLANO = "S"
               CLOSE PLANO-FILE
           END-IF
           IF WS-TEM-COPART = "S"
               CLOSE COPART-FILE
           END-IF
           IF WS-TEM-SFU = "S"
               CLOSE SINDFUNC-FILE
           END-IF

           DISPLAY "PAYROLL-RUN: VERIFICACAO CONFEREM="
               WS-QTD-VER-CONFEREM
           DISPLAY "PAYROLL-RUN: MODO SIMULACAO, EMPRESA "
               WS-EMPRESA

           MOVE "SIMULA-PCT"     TO PARC-NOME
           MOVE WS-SIM-PCT-GERAL TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR       TO WS-SIM-PCT-GERAL
           PERFORM 6610-CARREGAR-FAIXAS-SIM

           IF WS-SIM-PCT-GERAL = 0 AND WS-SIMF-QTD = 0
           MOVE SPACES           TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE "L" TO WS-RW-OPERACAO
           MOVE "PARAMETROS DA RODADA:" TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL
           MOVE PARC-LINHA TO WS-RW-LINHA
           CALL "REPORT-WRITER" USING WS-RW
           END-CALL

           PERFORM 6650-SIMULAR-FUNC
               VARYING WS-I FROM 1 BY 1
               DISPLAY "PAYROLL-RUN: RODADA DE 13O SALARIO, PARCELA "
                   WS-TIPO-FOLHA(3:1)
           END-IF
           IF WS-TIPO-PLR
               ACCEPT WS-PLR-ANO-BASE FROM ENVIRONMENT "PLR-ANO-BASE"
               IF WS-PLR-ANO-BASE = SPACES
                   MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
                       TO WS-PLR-ANO-NUM
                   SUBTRACT 1 FROM WS-PLR-ANO-NUM
                   MOVE WS-PLR-ANO-NUM TO WS-PLR-ANO-BASE
               END-IF
               DISPLAY "PAYROLL-RUN: DISTRIBUICAO DE PLR, ANO-BASE "
                   WS-PLR-ANO-BASE
           END-IF
           IF WS-TIPO-SEM
               ACCEPT WS-SEMANA-TXT FROM ENVIRONMENT "FOLHA-SEMANA"
               IF WS-SEMANA-TXT IS NOT NUMERIC
                       OR WS-SEMANA-TXT(5:2) < "01"
                       OR WS-SEMANA-TXT(5:2) > "12"
                       OR WS-SEMANA-TXT(7:2) < "01"
                       OR WS-SEMANA-TXT(7:2) > "31"
                   DISPLAY "ERRO: FOLHA-TIPO=SEM EXIGE FOLHA-SEMANA "
                       "(AAAAMMDD DO INICIO DA SEMANA): "
                       WS-SEMANA-TXT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-SEMANA-TXT TO WS-SEMANA
               COMPUTE WS-HST-BASE =
                   FUNCTION NUMVAL(WS-SEMANA-TXT(7:2)) * 100
               DISPLAY "PAYROLL-RUN: FOLHA SEMANAL, SEMANA DE "
                   WS-SEMANA-TXT
               PERFORM 1055-POSICAO-SEMANA
           END-IF

           ACCEPT WS-EMPRESA FROM ENVIRONMENT "FOLHA-EMPRESA"
           END-IF
           DISPLAY "PAYROLL-RUN: EMPRESA " WS-EMPRESA

      *> O percentual do adiantamento e resolvido para a empresa da
      *> rodada, entao so depois dela.
           IF WS-TIPO-ADT
               MOVE "ADIANTAMENTO-PCT" TO PARC-NOME
               MOVE WS-ADT-PCT         TO PARC-VALOR
               PERFORM 1060-CONSULTAR-PARAMETRO
               MOVE PARC-VALOR         TO WS-ADT-PCT
               DISPLAY "PAYROLL-RUN: RODADA DE ADIANTAMENTO ("
                   WS-ADT-PCT "% DO SALARIO)"
           END-IF

           MOVE SPACES TO WS-NOME-PAYOUT
           STRING "PAYROLL-OUT-E" WS-EMPRESA INTO WS-NOME-PAYOUT
           END-STRING
      *> OUTPUT, porque folha mensal sem entrada e recusada.
           PERFORM 1850-RESOLVER-AGENDA-PGTO

      *> Regra de rateio e tabela exclusiva da PLR conferidas aqui
      *> tambem: sem elas a rodada e recusada sem abrir nada.
           IF WS-TIPO-PLR
               PERFORM 1870-CARREGAR-REGRA-PLR
           END-IF
      *> Idem para as horas da semana: semana sem apontamento e
      *> recusada antes de abrir qualquer saida.
           IF WS-TIPO-SEM
               PERFORM 1985-CARREGAR-HORAS-SEMANA
           END-IF

      *> Processo do controle de periodo: a folha normal e o 13o
      *> travam como FOLHA-nn; o adiantamento tem processo proprio
      *> ADIANT-nn, entao adiantamento e folha da mesma competencia
      *> convivem sem se bloquear. A folha semanal trava cada semana
      *> como SEMANA-dd-nn (dd = dia do inicio da semana).
           MOVE SPACES TO WS-PROCESSO-RODADA
           EVALUATE TRUE
             WHEN WS-TIPO-ADT
               STRING "ADIANT-" WS-EMPRESA INTO WS-PROCESSO-RODADA
               END-STRING
             WHEN WS-TIPO-SEM
               STRING "SEMANA-" WS-SEMANA-TXT(7:2) "-" WS-EMPRESA
                   INTO WS-PROCESSO-RODADA
               END-STRING
             WHEN OTHER
               STRING "FOLHA-" WS-EMPRESA INTO WS-PROCESSO-RODADA
               END-STRING
           END-EVALUATE

      *> O controle de periodo vem ANTES de qualquer OPEN OUTPUT: uma
      *> competencia fechada tem de ser recusada sem encostar nos
               OPEN OUTPUT PAYROLL-HOLD-FILE
           END-IF

           MOVE "FOLHA-TOLERANCIA-PCT" TO PARC-NOME
           MOVE WS-TOLERANCIA-PCT      TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR             TO WS-TOLERANCIA-PCT

           MOVE "FOLHA-ENCARGO-TOLER" TO PARC-NOME
           MOVE WS-ENC-TOLER          TO PARC-VALOR
           PERFORM 1060-CONSULTAR-PARAMETRO
           MOVE PARC-VALOR            TO WS-ENC-TOLER

           PERFORM 1500-CARREGAR-FUNCIONARIOS
           PERFORM 1600-ABRIR-REMESSA-CNAB

           PERFORM 1950-CARREGAR-SETORES

      *> Sindicatos e vinculos, depois dos setores (o sindicato
      *> padrao de cada um vem do SET-SINDICATO).
           PERFORM 1990-CARREGAR-SINDICATOS
           PERFORM 1997-CARREGAR-RATEIOS
           PERFORM 1993-CARREGAR-GRUPOS

           PERFORM 1960-CARREGAR-MENSAGENS

      *> Controle de adiantamento: a rodada ADT grava, a mensal
               MOVE "N" TO WS-TEM-AFAST
           END-IF

      *> PLR: meses trabalhados de cada um e as somas do rateio,
      *> antes de gerar o primeiro registro.
           IF WS-TIPO-PLR
               PERFORM 1880-APURAR-MESES-PLR
           END-IF

      *> Adesoes de beneficio (VT/VR).
           OPEN INPUT BENEF-FILE
           IF WS-BEN-MASTER-OK
               MOVE "N" TO WS-TEM-BENEF
           END-IF

      *> Plano de saude/odonto; a coparticipacao pendente baixa aqui
      *> mesmo, como a parcela do consignado.
           OPEN INPUT PLANO-FILE
           IF WS-PLS-MASTER-OK
               MOVE "S" TO WS-TEM-PLANO
           ELSE
               MOVE "N" TO WS-TEM-PLANO
           END-IF
           OPEN I-O COPART-FILE
           IF WS-PLC-OK
               MOVE "S" TO WS-TEM-COPART
           ELSE
               MOVE "N" TO WS-TEM-COPART
           END-IF

      *> Idem para os destinos de credito repartido.
           OPEN INPUT SPLIT-FILE
           IF WS-SPL-MASTER-OK
               END-IF
           END-IF

      *> PLR: "17" + ano do pagamento. O IRRF exclusivo e devido no
      *> mes em que a PLR e paga, entao o ano da competencia e o do
      *> pagamento, nao o ano-base da distribuicao.
           IF WS-TIPO-PLR
               MOVE SPACES TO WS-COMPETENCIA
               STRING "17" FUNCTION CURRENT-DATE(1:4)
                   INTO WS-COMPETENCIA
               END-STRING
           END-IF

      *> Folha semanal: o mes do inicio da semana, no formato MMAAAA
      *> da folha mensal -- o historico acumula as semanas no mesmo
      *> registro que o informe de rendimentos ja soma.
           IF WS-TIPO-SEM
               MOVE SPACES TO WS-COMPETENCIA
               STRING WS-SEMANA-TXT(5:2) WS-SEMANA-TXT(1:4)
                   INTO WS-COMPETENCIA
               END-STRING
           END-IF

      *> Diferenca retroativa ("16"+ano, gerada pelo RETRO-DIF): o
      *> valor e derivado do proprio salario, como no 13o -- sem
      *> agenda propria, sem descontos de folha e sem critica de
               MOVE "S" TO WS-COMP-RETRO
               DISPLAY "PAYROLL-RUN: RODADA DE DIFERENCA RETROATIVA"
           END-IF
           MOVE WS-COMPETENCIA(3:4) TO WS-COMP-AAAAMM(1:4)
           MOVE WS-COMPETENCIA(1:2) TO WS-COMP-AAAAMM(5:2)
           DISPLAY "PAYROLL-RUN: COMPETENCIA " WS-COMPETENCIA.

       1055-POSICAO-SEMANA SECTION.
      *> Semanas da competencia sao as que COMECAM no mes, de 7 em 7
      *> dias a partir da primeira; a semana corrente e a n-esima
      *> delas. A ultima (a seguinte ja comeca no outro mes) fecha o
      *> mes: nela saem os descontos mensais.
           MOVE FUNCTION NUMVAL(WS-SEMANA-TXT(5:2)) TO WS-LIM-MM
           MOVE FUNCTION NUMVAL(WS-SEMANA-TXT(1:4)) TO WS-LIM-AAAA
           PERFORM 7200-LIMITES-DO-MES
           COMPUTE WS-SEM-DIAS-MES = WS-MES-FIM-INT - WS-MES-INI-INT + 1
           MOVE FUNCTION NUMVAL(WS-SEMANA-TXT(7:2)) TO WS-SEM-DIA-INI
           IF WS-SEM-DIA-INI > WS-SEM-DIAS-MES
               DISPLAY "ERRO: FOLHA-SEMANA COM DIA INEXISTENTE NO MES: "
                   WS-SEMANA-TXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-SEM-NUM = (WS-SEM-DIA-INI - 1) / 7 + 1
           COMPUTE WS-SEM-PRIMEIRA =
               WS-SEM-DIA-INI - ((WS-SEM-NUM - 1) * 7)
           COMPUTE WS-SEM-QTD-MES =
               (WS-SEM-DIAS-MES - WS-SEM-PRIMEIRA) / 7 + 1
           IF WS-SEM-NUM = WS-SEM-QTD-MES
               MOVE "S" TO WS-SEM-FECHA-MES
               DISPLAY "PAYROLL-RUN: SEMANA " WS-SEM-NUM " DE "
                   WS-SEM-QTD-MES " - FECHA O MES, COM OS DESCONTOS "
                   "MENSAIS"
           ELSE
               MOVE "N" TO WS-SEM-FECHA-MES
               DISPLAY "PAYROLL-RUN: SEMANA " WS-SEM-NUM " DE "
                   WS-SEM-QTD-MES " - DESCONTOS MENSAIS NA ULTIMA"
           END-IF.

      *> Um parametro da rodada no PARAMETRO-MASTER; o valor usado e
      *> a origem dele saem no log da rodada.
       1060-CONSULTAR-PARAMETRO SECTION.
           MOVE WS-EMPRESA TO PARC-EMPRESA
           MOVE 0          TO PARC-DATA
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           DISPLAY "PAYROLL-RUN: PARAMETRO " FUNCTION TRIM(PARC-LINHA).

       1800-CONFERIR-PERIODO SECTION.
           OPEN I-O PERIODO-FILE
           IF NOT WS-PER-OK
               OPEN OUTPUT PERIODO-FILE
           END-IF

      *> Trava final do FECHAMENTO-COMPETENCIA: vale para qualquer
      *> tipo de rodada da competencia e nem o PERIODO-REOPEN do
      *> processo a desfaz.
           MOVE WS-COMPETENCIA TO PER-COMPETENCIA
           MOVE SPACES TO PER-PROCESSO
           STRING "TRAVA-" WS-EMPRESA INTO PER-PROCESSO
           END-STRING
           READ PERIODO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-STATUS = "TRAVADO"
                       DISPLAY "ERRO: COMPETENCIA " WS-COMPETENCIA
                           " TRAVADA NO FECHAMENTO MENSAL EM "
                           PER-DATA-FECH
                       CLOSE PERIODO-FILE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ

           MOVE WS-COMPETENCIA TO PER-COMPETENCIA
           MOVE WS-PROCESSO-RODADA TO PER-PROCESSO
           READ PERIODO-FILE
      *> O adiantamento divide a competencia MMAAAA com a folha
      *> mensal: consumir a entrada da agenda aqui carimbaria o dia
      *> do salario no credito da quinzena -- o ADT paga na data de
      *> geracao, sem agenda. A folha semanal tambem: a agenda e
      *> mensal e a semana paga na data de geracao.
           MOVE 0 TO WS-DATA-AGENDADA
           IF WS-TIPO-ADT OR WS-TIPO-SEM
               EXIT SECTION
           END-IF
           OPEN INPUT CALENDARIO-FILE
                   TO WS-DATA-AGENDADA
           END-IF.

       1870-CARREGAR-REGRA-PLR SECTION.
      *> Linha EMPRESA;ANO;MONTANTE;PCT-FIXA da empresa para o
      *> ano-base. Sem regra, com montante zero ou sem vigencia na
      *> tabela exclusiva para a data do pagamento, a rodada e
      *> recusada: distribuir sem regra ou reter pela tabela errada
      *> nao se desfaz depois do credito.
           MOVE "N" TO WS-PLR-TEM-REGRA
           OPEN INPUT PLR-REGRA-FILE
           IF WS-PLRR-OK
               MOVE "N" TO WS-EOF-PLRR
               PERFORM UNTIL WS-EOF-PLRR = "S"
                   READ PLR-REGRA-FILE
                       AT END
                           MOVE "S" TO WS-EOF-PLRR
                       NOT AT END
                           PERFORM 1875-APLICAR-LINHA-PLR
                   END-READ
               END-PERFORM
               CLOSE PLR-REGRA-FILE
           END-IF

           IF WS-PLR-TEM-REGRA NOT = "S" OR WS-PLR-MONTANTE = 0
               DISPLAY "ERRO: SEM REGRA DE PLR NA PLR-REGRA PARA A "
                   "EMPRESA " WS-EMPRESA " ANO-BASE " WS-PLR-ANO-BASE
               DISPLAY "CADASTRE A REGRA E RODE DE NOVO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PLR-PCT-FIXA > 100
               DISPLAY "ERRO: PERCENTUAL FIXO DA PLR ACIMA DE 100 NA "
                   "PLR-REGRA (EMPRESA " WS-EMPRESA ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-PLR-MONT-FIXO =
               WS-PLR-MONTANTE * WS-PLR-PCT-FIXA / 100
           COMPUTE WS-PLR-MONT-PROP =
               WS-PLR-MONTANTE - WS-PLR-MONT-FIXO

      *> Vigencia da tabela exclusiva pela data do pagamento: a
      *> agendada, ou a de hoje quando nao houver agenda.
           IF WS-DATA-AGENDADA > 0
               MOVE WS-DATA-AGENDADA TO WS-PLR-DATA-REF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PLR-DATA-REF
           END-IF
           MOVE 0 TO WS-PLR-BRUTO
           CALL "PLR-IRRF-CALC" USING WS-PLR-PARAMS
           END-CALL
           IF WS-PLR-STATUS NOT = "OK"
               DISPLAY "ERRO: SEM VIGENCIA NA PLR-IRRF-TABELA PARA "
                   WS-PLR-DATA-REF
               DISPLAY "CADASTRE A TABELA DA PLR E RODE DE NOVO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "PAYROLL-RUN: PLR MONTANTE=" WS-PLR-MONTANTE
               " FIXO=" WS-PLR-MONT-FIXO
               " PROPORCIONAL=" WS-PLR-MONT-PROP.

       1875-APLICAR-LINHA-PLR SECTION.
           IF PLR-REGRA-LINHA = SPACES OR PLR-REGRA-LINHA(1:1) = "*"
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-PLR-CAMPO-EMP WS-PLR-CAMPO-ANO
                          WS-PLR-CAMPO-MONT WS-PLR-CAMPO-PCT
           UNSTRING PLR-REGRA-LINHA DELIMITED BY ";"
               INTO WS-PLR-CAMPO-EMP
                    WS-PLR-CAMPO-ANO
                    WS-PLR-CAMPO-MONT
                    WS-PLR-CAMPO-PCT
           END-UNSTRING
           IF WS-PLR-CAMPO-EMP NOT = WS-EMPRESA
                   OR WS-PLR-CAMPO-ANO NOT = WS-PLR-ANO-BASE
               EXIT SECTION
           END-IF
           IF WS-PLR-CAMPO-MONT = SPACES
               DISPLAY "PAYROLL-RUN: LINHA INVALIDA NA PLR-REGRA: "
                   PLR-REGRA-LINHA
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-PLR-TEM-REGRA
           MOVE FUNCTION NUMVAL(WS-PLR-CAMPO-MONT) TO WS-PLR-MONTANTE
           MOVE 0 TO WS-PLR-PCT-FIXA
           IF WS-PLR-CAMPO-PCT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PLR-CAMPO-PCT)
                   TO WS-PLR-PCT-FIXA
           END-IF.

       1880-APURAR-MESES-PLR SECTION.
      *> Primeira passada do rateio: meses trabalhados no ano-base
      *> de cada funcionario elegivel (ativo, com salario, fora
      *> estagiario e diretor) e as somas de meses e de salario x
      *> meses, que dividem as duas partes do montante.
           MOVE 0 TO WS-PLR-SOMA-MESES WS-PLR-SOMA-PESO
                     WS-PLR-QTD-ELEGIVEIS WS-PLR-DISTRIBUIDO
           MOVE WS-PLR-ANO-BASE TO WS-PLR-ANO-NUM
           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
               UNTIL WS-GER-IDX > FT-QTD
               MOVE 0 TO WS-PLR-MESES(WS-GER-IDX)
               IF FT-SITUACAO(WS-GER-IDX) = "A"
                       AND FT-SALARIO(WS-GER-IDX) > 0
                       AND FT-TIPO-CONTRATO(WS-GER-IDX) NOT = "E"
                       AND FT-TIPO-CONTRATO(WS-GER-IDX) NOT = "D"
                   PERFORM VARYING WS-PLR-MES FROM 1 BY 1
                       UNTIL WS-PLR-MES > 12
                       PERFORM 1885-CONFERIR-MES-PLR
                   END-PERFORM
               END-IF
               IF WS-PLR-MESES(WS-GER-IDX) > 0
                   ADD 1 TO WS-PLR-QTD-ELEGIVEIS
                   ADD WS-PLR-MESES(WS-GER-IDX) TO WS-PLR-SOMA-MESES
                   COMPUTE WS-PLR-PESO = FT-SALARIO(WS-GER-IDX)
                       * WS-PLR-MESES(WS-GER-IDX)
                   ADD WS-PLR-PESO TO WS-PLR-SOMA-PESO
               END-IF
           END-PERFORM
           MOVE 0 TO WS-GER-IDX

           DISPLAY "PAYROLL-RUN: PLR ELEGIVEIS=" WS-PLR-QTD-ELEGIVEIS
               " MESES=" WS-PLR-SOMA-MESES.

       1885-CONFERIR-MES-PLR SECTION.
      *> O mes conta com 15 dias ou mais de vinculo (da admissao em
      *> diante), descontados os dias de afastamento nao remunerado.
           MOVE WS-PLR-MES     TO WS-LIM-MM
           MOVE WS-PLR-ANO-NUM TO WS-LIM-AAAA
           PERFORM 7200-LIMITES-DO-MES

           MOVE WS-MES-INI-INT TO WS-PLR-INI-INT
           IF FT-ADMISSAO(WS-GER-IDX) > 19000101
               COMPUTE WS-PLR-INI-INT =
                   FUNCTION INTEGER-OF-DATE(FT-ADMISSAO(WS-GER-IDX))
               IF WS-PLR-INI-INT > WS-MES-FIM-INT
                   EXIT SECTION
               END-IF
               IF WS-PLR-INI-INT < WS-MES-INI-INT
                   MOVE WS-MES-INI-INT TO WS-PLR-INI-INT
               END-IF
           END-IF
           COMPUTE WS-PLR-DIAS-VINC =
               WS-MES-FIM-INT - WS-PLR-INI-INT + 1

           IF WS-TEM-AFAST = "S"
               MOVE FT-MATRICULA(WS-GER-IDX) TO AFA-MATRICULA
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
                           IF AFA-MATRICULA NOT =
                                   FT-MATRICULA(WS-GER-IDX)
                               MOVE "S" TO WS-EOF-AFA
                           ELSE
                               IF AFA-REMUNERADO = "N"
                                   PERFORM 7300-SOBREPOSICAO-MES
                                   SUBTRACT WS-AFA-DIAS
                                       FROM WS-PLR-DIAS-VINC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-PLR-DIAS-VINC >= 15
               ADD 1 TO WS-PLR-MESES(WS-GER-IDX)
           END-IF.

       9300-FECHAR-PERIODO SECTION.
      *> Carimba a competencia como processada (por empresa). A rodada
      *> so chega aqui depois de fechar todos os arquivos de saida.
                               TO WS-SET-NOME-T(WS-SET-QTD)
                           MOVE SET-ORCAMENTO
                               TO WS-SET-ORC(WS-SET-QTD)
                           MOVE SET-SINDICATO
                               TO WS-SET-SIND(WS-SET-QTD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETOR-FILE.

       1990-CARREGAR-SINDICATOS SECTION.
      *> Sem SINDICATO-MASTER o modulo nao atua -- a contribuicao
      *> segue como antes. Sem SINDICATO-FUNC vale so o sindicato
      *> do setor, sem oposicao registrada.
           MOVE 0 TO WS-SIN-QTD
           MOVE "N" TO WS-TEM-SIND
           MOVE "N" TO WS-TEM-SFU
           OPEN INPUT SINDICATO-FILE
           IF NOT WS-SIN-OK
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-EOF-SIN
           PERFORM UNTIL WS-EOF-SIN = "S"
               READ SINDICATO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-SIN
                   NOT AT END
                       IF WS-SIN-QTD < 50
                           ADD 1 TO WS-SIN-QTD
                           PERFORM 1995-GUARDAR-SINDICATO
                       ELSE
                           DISPLAY "PAYROLL-RUN: SINDICATO-MASTER "
                               "COM MAIS DE 50 SINDICATOS, "
                               "EXCEDENTE IGNORADO"
                           MOVE "S" TO WS-EOF-SIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SINDICATO-FILE
           IF WS-SIN-QTD > 0
               MOVE "S" TO WS-TEM-SIND
           END-IF

           OPEN INPUT SINDFUNC-FILE
           IF WS-SFU-OK
               MOVE "S" TO WS-TEM-SFU
           END-IF.

       1997-CARREGAR-RATEIOS SECTION.
      *> Para cada matricula com rateio, a vigencia mais recente que
      *> nao passe da competencia da rodada. O arquivo vem em ordem
      *> de matricula + vigencia, entao a ultima lida de cada
      *> matricula e a que vale e a tabela ja sai ordenada. Sem
      *> RATEIO-MASTER ninguem e rateado.
           MOVE 0 TO WS-RTB-QTD
           IF WS-COMP-AAAAMM IS NUMERIC
               MOVE WS-COMP-AAAAMM TO WS-RAT-COMP
           ELSE
               MOVE 999999 TO WS-RAT-COMP
           END-IF
           OPEN INPUT RATEIO-FILE
           IF NOT WS-RAT-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-RAT
           PERFORM UNTIL WS-EOF-RAT = "S"
               READ RATEIO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RAT
                   NOT AT END
                       IF RAT-VIGENCIA <= WS-RAT-COMP
                               AND RAT-QTD > 0 AND RAT-QTD <= 10
                           PERFORM 1998-GUARDAR-RATEIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATEIO-FILE.

       1998-GUARDAR-RATEIO SECTION.
           IF WS-RTB-QTD > 0
               IF WS-RTB-MAT(WS-RTB-QTD) = RAT-MATRICULA
                   SUBTRACT 1 FROM WS-RTB-QTD
               END-IF
           END-IF
           IF WS-RTB-QTD >= 5000
               DISPLAY "AVISO: MAIS DE 5000 RATEIOS, MATRICULA "
                   RAT-MATRICULA " SEM RATEIO NESTA RODADA"
               EXIT SECTION
           END-IF
           ADD 1 TO WS-RTB-QTD
           MOVE RAT-MATRICULA TO WS-RTB-MAT(WS-RTB-QTD)
           MOVE RAT-QTD       TO WS-RTB-N(WS-RTB-QTD)
           PERFORM VARYING WS-RAT-K FROM 1 BY 1 UNTIL WS-RAT-K > 10
               MOVE RAT-SETOR(WS-RAT-K)
                   TO WS-RTB-SETOR(WS-RTB-QTD, WS-RAT-K)
               MOVE RAT-PCT(WS-RAT-K)
                   TO WS-RTB-PCT(WS-RTB-QTD, WS-RAT-K)
           END-PERFORM.

       1993-CARREGAR-GRUPOS SECTION.
      *> Semanalistas do GRUPO-FOLHA, ja em ordem de matricula. Sem o
      *> arquivo todo mundo e mensalista, como sempre foi.
           MOVE 0 TO WS-SMN-QTD
           OPEN INPUT GRUPO-FILE
           IF NOT WS-GRF-OK
               EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF-GRF
           PERFORM UNTIL WS-EOF-GRF = "S"
               READ GRUPO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-GRF
                   NOT AT END
                       IF GRF-GRUPO = "S"
                           IF WS-SMN-QTD < 5000
                               ADD 1 TO WS-SMN-QTD
                               MOVE GRF-MATRICULA
                                   TO WS-SMN-MAT(WS-SMN-QTD)
                               MOVE GRF-VALOR-HORA
                                   TO WS-SMN-VALOR-HORA(WS-SMN-QTD)
                           ELSE
                               DISPLAY "AVISO: MAIS DE 5000 "
                                   "SEMANALISTAS, MATRICULA "
                                   GRF-MATRICULA " FICA MENSALISTA"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPO-FILE.

       1995-GUARDAR-SINDICATO SECTION.
           MOVE SIN-CODIGO    TO WS-SIN-COD(WS-SIN-QTD)
           MOVE SIN-NOME      TO WS-SIN-NOME-T(WS-SIN-QTD)
           MOVE SIN-CNPJ      TO WS-SIN-CNPJ-T(WS-SIN-QTD)
           MOVE SIN-BANCO     TO WS-SIN-BANCO-T(WS-SIN-QTD)
           MOVE SIN-AGENCIA   TO WS-SIN-AGENCIA-T(WS-SIN-QTD)
           MOVE SIN-CONTA     TO WS-SIN-CONTA-T(WS-SIN-QTD)
           MOVE SIN-CONTA-DV  TO WS-SIN-CONTA-DV-T(WS-SIN-QTD)
           MOVE SIN-REGRA     TO WS-SIN-REGRA-T(WS-SIN-QTD)
           MOVE SIN-PCT       TO WS-SIN-PCT-T(WS-SIN-QTD)
           MOVE SIN-VALOR     TO WS-SIN-VALOR-T(WS-SIN-QTD)
           MOVE SIN-MES-BASE  TO WS-SIN-MES-BASE-T(WS-SIN-QTD)
           MOVE SIN-STATUS    TO WS-SIN-STATUS-T(WS-SIN-QTD)
           MOVE 0 TO WS-SIN-QTD-DESC(WS-SIN-QTD)
                     WS-SIN-QTD-OPOS(WS-SIN-QTD)
                     WS-SIN-TOTAL(WS-SIN-QTD).

       1960-CARREGAR-MENSAGENS SECTION.
      *> Campanhas de mensagem do holerite: guarda as linhas cuja
      *> empresa (ou "**") e faixa de competencias casam com a
                               TO WS-HR-TAXANOT(WS-HR-QTD)
                           MOVE HV-VALNOT
                               TO WS-HR-VALNOT(WS-HR-QTD)
      *> HORAS-VERBAS de antes do banco de horas nao traz o bloco.
                           MOVE 0 TO WS-HR-QTDBH50(WS-HR-QTD)
                                     WS-HR-VALBH50(WS-HR-QTD)
                                     WS-HR-QTDBH100(WS-HR-QTD)
                                     WS-HR-VALBH100(WS-HR-QTD)
                                     WS-HR-BH-SALDO(WS-HR-QTD)
                           IF HV-BH-SALDO IS NUMERIC
                               MOVE HV-QTDBH50
                                   TO WS-HR-QTDBH50(WS-HR-QTD)
                               MOVE HV-VALBH50
                                   TO WS-HR-VALBH50(WS-HR-QTD)
                               MOVE HV-QTDBH100
                                   TO WS-HR-QTDBH100(WS-HR-QTD)
                               MOVE HV-VALBH100
                                   TO WS-HR-VALBH100(WS-HR-QTD)
                               MOVE HV-BH-SALDO
                                   TO WS-HR-BH-SALDO(WS-HR-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERBAS-HORAS-FILE.

       1985-CARREGAR-HORAS-SEMANA SECTION.
      *> Horas da semana da rodada (HORIN-SEMANA = FOLHA-SEMANA),
      *> somadas por matricula: o apontamento pode vir em mais de uma
      *> linha. Sem HORAS-INTAKE ou sem hora nenhuma na semana a
      *> rodada e recusada -- nao ha o que pagar e fechar o periodo
      *> travaria a semana.
           MOVE 0 TO WS-HSM-QTD
           OPEN INPUT HORAS-INTAKE-FILE
           IF NOT WS-HI-OK
               DISPLAY "ERRO: HORAS-INTAKE INDISPONIVEL PARA A FOLHA "
                   "SEMANAL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF-HI
           PERFORM UNTIL WS-EOF-HI = "S"
               READ HORAS-INTAKE-FILE
                   AT END
                       MOVE "S" TO WS-EOF-HI
                   NOT AT END
                       IF HORIN-SEMANA IS NUMERIC
                               AND HORIN-SEMANA = WS-SEMANA
                           PERFORM 1987-GUARDAR-HORAS-SEMANA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HORAS-INTAKE-FILE

           IF WS-HSM-QTD = 0
               DISPLAY "ERRO: NENHUMA HORA APONTADA NO HORAS-INTAKE "
                   "PARA A SEMANA " WS-SEMANA-TXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "PAYROLL-RUN: " WS-HSM-QTD
               " MATRICULAS COM HORAS NA SEMANA".

       1987-GUARDAR-HORAS-SEMANA SECTION.
           MOVE 0 TO WS-HSM-IDX
           PERFORM VARYING WS-HSM-K FROM 1 BY 1
               UNTIL WS-HSM-K > WS-HSM-QTD OR WS-HSM-IDX > 0
               IF WS-HSM-MAT(WS-HSM-K) = HORIN-MATRICULA
                   MOVE WS-HSM-K TO WS-HSM-IDX
               END-IF
           END-PERFORM
           IF WS-HSM-IDX = 0
               IF WS-HSM-QTD >= 5000
                   DISPLAY "AVISO: MAIS DE 5000 MATRICULAS NA SEMANA, "
                       "MATRICULA " HORIN-MATRICULA " IGNORADA"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-HSM-QTD
               MOVE WS-HSM-QTD TO WS-HSM-IDX
               MOVE HORIN-MATRICULA TO WS-HSM-MAT(WS-HSM-IDX)
               MOVE 0 TO WS-HSM-NORMAIS(WS-HSM-IDX)
                         WS-HSM-HE50(WS-HSM-IDX)
                         WS-HSM-HE100(WS-HSM-IDX)
                         WS-HSM-NOTURNA(WS-HSM-IDX)
           END-IF
           ADD HORIN-NORMAIS TO WS-HSM-NORMAIS(WS-HSM-IDX)
           ADD HORIN-HE50    TO WS-HSM-HE50(WS-HSM-IDX)
           ADD HORIN-HE100   TO WS-HSM-HE100(WS-HSM-IDX)
           ADD HORIN-NOTURNA TO WS-HSM-NOTURNA(WS-HSM-IDX)
      *> A geracao parte do inicio da tabela.
           MOVE 0 TO WS-HSM-IDX.

       1100-LER-PROXIMO SECTION.
      *> Na rodada de 13o a "entrada" e o proprio quadro: um registro
      *> por funcionario com salario registrado, com a parcela
               PERFORM 1150-GERAR-PROX-13
             WHEN WS-TIPO-ADT
               PERFORM 1170-GERAR-PROX-ADT
             WHEN WS-TIPO-PLR
               PERFORM 1180-GERAR-PROX-PLR
             WHEN WS-TIPO-SEM
               PERFORM 1190-GERAR-PROX-SEM
             WHEN OTHER
               READ PAYROLL-IN-FILE
                   AT END
      *> registrado, no valor do percentual configurado, montado no
      *> mesmo buffer do PAYROLL-IN como a rodada de 13o faz. Os
      *> campos de edicao da parcela de 13o servem aqui tambem --
      *> mesma remontagem reais/centavos. Semanalista nao tem
      *> adiantamento: recebe toda semana.
           ADD 1 TO WS-GER-IDX
           MOVE "N" TO WS-GER-ELEGIVEL
           PERFORM UNTIL WS-GER-IDX > FT-QTD
                   OR WS-GER-ELEGIVEL = "S"
               IF FT-SALARIO(WS-GER-IDX) > 0
                       AND FT-SITUACAO(WS-GER-IDX) = "A"
                   MOVE FT-MATRICULA(WS-GER-IDX) TO WS-GRP-MATRICULA
                   PERFORM 2105-BUSCAR-GRUPO
                   IF WS-GRP-SEMANAL = "N"
                       MOVE "S" TO WS-GER-ELEGIVEL
                   END-IF
               END-IF
               IF WS-GER-ELEGIVEL = "N"
                   ADD 1 TO WS-GER-IDX
               END-IF
           END-PERFORM

           IF WS-GER-IDX > FT-QTD
           MOVE WS-EMPRESA TO PAYIN-EMPRESA
           ADD 1 TO WS-QTD-LIDOS.

       1180-GERAR-PROX-PLR SECTION.
      *> PLR: um registro por funcionario com meses apurados no
      *> ano-base, no mesmo buffer do PAYROLL-IN. A parte fixa e
      *> repartida por mes trabalhado; a proporcional, por salario x
      *> meses. O registro ja sai itemizado -- bruto, INSS zero,
      *> IRRF exclusivo e o liquido -- para o historico e o holerite.
           ADD 1 TO WS-GER-IDX
           PERFORM UNTIL WS-GER-IDX > FT-QTD
                   OR WS-PLR-MESES(WS-GER-IDX) > 0
               ADD 1 TO WS-GER-IDX
           END-PERFORM

           IF WS-GER-IDX > FT-QTD
               MOVE "S" TO WS-EOF
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-PLR-FIXA WS-PLR-PROP
           IF WS-PLR-SOMA-MESES > 0
               COMPUTE WS-PLR-FIXA = WS-PLR-MONT-FIXO
                   * WS-PLR-MESES(WS-GER-IDX) / WS-PLR-SOMA-MESES
           END-IF
           IF WS-PLR-SOMA-PESO > 0
               COMPUTE WS-PLR-PESO = FT-SALARIO(WS-GER-IDX)
                   * WS-PLR-MESES(WS-GER-IDX)
               COMPUTE WS-PLR-PROP = WS-PLR-MONT-PROP
                   * WS-PLR-PESO / WS-PLR-SOMA-PESO
           END-IF
           COMPUTE WS-PLR-BRUTO = WS-PLR-FIXA + WS-PLR-PROP
           ADD WS-PLR-BRUTO TO WS-PLR-DISTRIBUIDO

           CALL "PLR-IRRF-CALC" USING WS-PLR-PARAMS
           END-CALL
           IF WS-PLR-STATUS NOT = "OK"
               MOVE 0 TO WS-PLR-IRRF
           END-IF

           MOVE SPACES TO PAYIN-REC
           MOVE FT-MATRICULA(WS-GER-IDX) TO PAYIN-MATRICULA

           MOVE WS-PLR-BRUTO TO WS-PARCELA-13
           PERFORM 1185-EDITAR-VALOR-PLR
           MOVE WS-PLR-VALOR-TXT TO PAYIN-SAL-BRUTO
           MOVE WS-PLR-IRRF TO WS-PARCELA-13
           PERFORM 1185-EDITAR-VALOR-PLR
           MOVE WS-PLR-VALOR-TXT TO PAYIN-IRRF
           COMPUTE WS-PARCELA-13 = WS-PLR-BRUTO - WS-PLR-IRRF
           PERFORM 1185-EDITAR-VALOR-PLR
           MOVE WS-PLR-VALOR-TXT TO PAYIN-VALOR
           MOVE "0,00" TO PAYIN-INSS
           MOVE "0,00" TO PAYIN-OUTROS
           MOVE WS-EMPRESA TO PAYIN-EMPRESA
           ADD 1 TO WS-QTD-LIDOS.

       1185-EDITAR-VALOR-PLR SECTION.
      *> Centavos de WS-PARCELA-13 para o texto "reais,cc" da
      *> entrada, com a mesma remontagem do 13o.
           COMPUTE WS-13-REAIS = WS-PARCELA-13 / 100
           COMPUTE WS-13-CENTS =
               WS-PARCELA-13 - (WS-13-REAIS * 100)
           MOVE WS-13-REAIS TO WS-13-REAIS-ED
           MOVE WS-13-CENTS TO WS-13-CENTS-ED
           MOVE SPACES TO WS-PLR-VALOR-TXT
           STRING
               FUNCTION TRIM(WS-13-REAIS-ED)
               ","
               WS-13-CENTS-ED
               INTO WS-PLR-VALOR-TXT
           END-STRING.

       1190-GERAR-PROX-SEM SECTION.
      *> Folha semanal: um registro por matricula com horas na
      *> semana, na ordem do apontamento, ja itemizado -- bruto das
      *> horas, INSS e IRRF da semana e o liquido -- no mesmo buffer
      *> do PAYROLL-IN. O encargo do mes e calculado sobre o bruto
      *> ja postado na competencia (semanas anteriores) mais o da
      *> semana; a semana retem so a diferenca para o ja retido.
           ADD 1 TO WS-HSM-IDX
           MOVE "N" TO WS-GER-ELEGIVEL
           PERFORM UNTIL WS-HSM-IDX > WS-HSM-QTD
                   OR WS-GER-ELEGIVEL = "S"
               PERFORM 1195-CONFERIR-SEMANALISTA
               IF WS-GER-ELEGIVEL = "N"
                   ADD 1 TO WS-HSM-IDX
               END-IF
           END-PERFORM

           IF WS-HSM-IDX > WS-HSM-QTD
               MOVE "S" TO WS-EOF
               EXIT SECTION
           END-IF

      *> Horas em centesimos, valor da hora em centavos.
           COMPUTE WS-SEM-VAL-NORMAIS = WS-SEM-VALOR-HORA
               * WS-HSM-NORMAIS(WS-HSM-IDX) / 100
           COMPUTE WS-SEM-VAL-HE50 = WS-SEM-VALOR-HORA
               * WS-HSM-HE50(WS-HSM-IDX) * 15 / 1000
           COMPUTE WS-SEM-VAL-HE100 = WS-SEM-VALOR-HORA
               * WS-HSM-HE100(WS-HSM-IDX) * 2 / 100
           COMPUTE WS-SEM-VAL-NOTURNA = WS-SEM-VALOR-HORA
               * WS-HSM-NOTURNA(WS-HSM-IDX) * 2 / 1000
           COMPUTE WS-SEM-VAL-DSR = (WS-SEM-VAL-NORMAIS
               + WS-SEM-VAL-HE50 + WS-SEM-VAL-HE100
               + WS-SEM-VAL-NOTURNA) / 6
           COMPUTE WS-SEM-BRUTO = WS-SEM-VAL-NORMAIS
               + WS-SEM-VAL-HE50 + WS-SEM-VAL-HE100
               + WS-SEM-VAL-NOTURNA + WS-SEM-VAL-DSR

      *> Ja postado na competencia pelas semanas anteriores.
           MOVE 0 TO WS-SEM-ACUM-BRUTO WS-SEM-ACUM-INSS
                     WS-SEM-ACUM-IRRF
           MOVE WS-HSM-MAT(WS-HSM-IDX) TO HIST-MATRICULA
           MOVE WS-COMPETENCIA         TO HIST-COMPETENCIA
           READ PAYROLL-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HIST-BRUTO TO WS-SEM-ACUM-BRUTO
                   MOVE HIST-INSS  TO WS-SEM-ACUM-INSS
                   MOVE HIST-IRRF  TO WS-SEM-ACUM-IRRF
           END-READ

           MOVE WS-HSM-MAT(WS-HSM-IDX) TO WS-DEPC-MATRICULA
           MOVE FUNCTION NUMVAL(WS-DATA-HOJE) TO WS-DEPC-DATA-REF
           CALL "DEPENDENTE-CONTA" USING WS-DEPC-PARAMS
           END-CALL

           MOVE 0 TO WS-SEM-INSS WS-SEM-IRRF
           MOVE FUNCTION NUMVAL(WS-DATA-HOJE) TO WS-ENC-DATA-REF
           COMPUTE WS-ENC-BRUTO = WS-SEM-ACUM-BRUTO + WS-SEM-BRUTO
           MOVE WS-DEPC-QTD-IRRF   TO WS-ENC-QTD-DEP-IRRF
           MOVE WS-DEPC-QTD-SALFAM TO WS-ENC-QTD-DEP-SALFAM
           CALL "ENCARGOS-CALC" USING WS-ENC-PARAMS
           END-CALL
           IF WS-ENC-STATUS = "OK"
               COMPUTE WS-SEM-INSS = WS-ENC-INSS - WS-SEM-ACUM-INSS
               COMPUTE WS-SEM-IRRF = WS-ENC-IRRF - WS-SEM-ACUM-IRRF
               IF WS-SEM-INSS < 0
                   MOVE 0 TO WS-SEM-INSS
               END-IF
               IF WS-SEM-IRRF < 0
                   MOVE 0 TO WS-SEM-IRRF
               END-IF
           ELSE
               IF WS-ENC-AVISADO = "N"
                   MOVE "S" TO WS-ENC-AVISADO
                   DISPLAY "PAYROLL-RUN: SEM TABELA DE ENCARGOS "
                       "APLICAVEL - SEMANA PAGA SEM RETENCAO DE "
                       "INSS/IRRF"
               END-IF
           END-IF

           MOVE SPACES TO PAYIN-REC
           MOVE WS-HSM-MAT(WS-HSM-IDX) TO PAYIN-MATRICULA

           MOVE WS-SEM-BRUTO TO WS-PARCELA-13
           PERFORM 1185-EDITAR-VALOR-PLR
           MOVE WS-PLR-VALOR-TXT TO PAYIN-SAL-BRUTO
           MOVE WS-SEM-INSS TO WS-PARCELA-13
           PERFORM 1185-EDITAR-VALOR-PLR
           MOVE WS-PLR-VALOR-TXT TO PAYIN-INSS
           MOVE WS-SEM-IRRF TO WS-PARCELA-13
           PERFORM 1185-EDITAR-VALOR-PLR
           MOVE WS-PLR-VALOR-TXT TO PAYIN-IRRF
           COMPUTE WS-PARCELA-13 =
               WS-SEM-BRUTO - WS-SEM-INSS - WS-SEM-IRRF
           PERFORM 1185-EDITAR-VALOR-PLR
           MOVE WS-PLR-VALOR-TXT TO PAYIN-VALOR
           MOVE "0,00" TO PAYIN-OUTROS
           MOVE WS-EMPRESA TO PAYIN-EMPRESA
           ADD 1 TO WS-QTD-LIDOS.

       1195-CONFERIR-SEMANALISTA SECTION.
      *> Apontamento semanal de quem nao e semanalista ativo com
      *> valor de hora nao vira pagamento: fica no log e fora da
      *> rodada.
           MOVE "N" TO WS-GER-ELEGIVEL
           MOVE WS-HSM-MAT(WS-HSM-IDX) TO WS-GRP-MATRICULA
           PERFORM 2105-BUSCAR-GRUPO
           IF WS-GRP-SEMANAL NOT = "S"
               ADD 1 TO WS-QTD-SEM-IGNORADOS
               DISPLAY "AVISO: MATRICULA " WS-GRP-MATRICULA
                   " COM HORAS NA SEMANA NAO E SEMANALISTA - IGNORADA"
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-SEM-FT
           IF FT-QTD > 0
               SEARCH ALL FT-ENTRADA
                   AT END
                       CONTINUE
                   WHEN FT-MATRICULA(FT-IDX) = WS-GRP-MATRICULA
                       SET WS-SEM-FT TO FT-IDX
               END-SEARCH
           END-IF
           IF WS-SEM-FT = 0
               ADD 1 TO WS-QTD-SEM-IGNORADOS
               DISPLAY "AVISO: SEMANALISTA " WS-GRP-MATRICULA
                   " SEM CADASTRO - HORAS IGNORADAS"
               EXIT SECTION
           END-IF
           IF FT-SITUACAO(WS-SEM-FT) NOT = "A"
               ADD 1 TO WS-QTD-SEM-IGNORADOS
               DISPLAY "AVISO: SEMANALISTA " WS-GRP-MATRICULA
                   " NAO ESTA ATIVO - HORAS IGNORADAS"
               EXIT SECTION
           END-IF

           IF WS-GRP-VALOR-HORA > 0
               MOVE WS-GRP-VALOR-HORA TO WS-SEM-VALOR-HORA
           ELSE
               COMPUTE WS-SEM-VALOR-HORA =
                   FT-SALARIO(WS-SEM-FT) / 220
           END-IF
           IF WS-SEM-VALOR-HORA <= 0
               ADD 1 TO WS-QTD-SEM-IGNORADOS
               DISPLAY "AVISO: SEMANALISTA " WS-GRP-MATRICULA
                   " SEM VALOR DE HORA NEM SALARIO - HORAS IGNORADAS"
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-GER-ELEGIVEL.

       1160-CALCULAR-PARCELA-13 SECTION.
      *> Meses com folha paga no ano (competencias mensais 01-12 no
      *> historico); sem historico legivel assume o ano cheio. A
      *> primeira parcela e metade do 13o proporcional; a segunda e o
      *> que falta para fechar.
           MOVE 0 TO WS-MESES-13
           MOVE "N" TO WS-EOF-H13

           MOVE FT-MATRICULA(WS-GER-IDX) TO HIST-MATRICULA
           MOVE SPACES TO HIST-COMPETENCIA
           START PAYROLL-HIST-FILE KEY NOT < HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-H13

       1500-CARREGAR-FUNCIONARIOS SECTION.
           MOVE 0 TO FT-QTD
           CALL "FUNC-SNAPSHOT-TABELA" USING FUNC-TABELA-PARAMS
           END-CALL

      *> Sem a tabela de funcionarios carregada a reconciliacao em
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           END-IF

      *> Perfil do banco antes da retomada: os detalhes novos
      *> tambem levam o segmento e a camara do banco.
           MOVE "C"           TO PRF-OPERACAO
           MOVE WS-CNAB-BANCO TO PRF-BANCO
           CALL "CNAB-PERFIL" USING CNAB-PERFIL-PARAMS
           END-CALL
           MOVE PRF-VERSAO-ARQ    TO CHA-VERSAO
           MOVE PRF-SERV-SALARIO  TO CHL-SERVICO
           MOVE PRF-FORMA-CREDITO TO CHL-FORMA
           MOVE PRF-VERSAO-LOTE   TO CHL-VERSAO
           MOVE PRF-SEG-CREDITO   TO CSA-SEGMENTO
           MOVE PRF-CAMARA        TO CSA-CAMARA

      *> Retomada: os headers ja estao na remessa da rodada
      *> interrompida; daqui so interessam as datas recalculadas
      *> acima, que os detalhes novos continuam usando.
               EXIT SECTION
           END-IF

      *> Semanalista e pago pela folha semanal: o registro dele na
      *> entrada mensal e pulado, fora de qualquer total. A
      *> diferenca retroativa continua valendo para ele.
           IF NOT WS-TIPO-GERADO AND NOT WS-COMP-E-RETRO
               MOVE PAYIN-MATRICULA TO WS-GRP-MATRICULA
               PERFORM 2105-BUSCAR-GRUPO
               IF WS-GRP-SEMANAL = "S"
                   ADD 1 TO WS-QTD-SEMANALISTAS
                   PERFORM 2960-MARCAR-POSTADO
                   PERFORM 1100-LER-PROXIMO
                   EXIT SECTION
               END-IF
           END-IF

           MOVE WS-NOME-ENCONTRADO TO PAYOUT-NOME

           MOVE PAYIN-VALOR  TO PAYOUT-VALOR
               END-IF
           END-IF

           PERFORM 2305-APURAR-DEPENDENTES

      *> Critica de encargos: INSS e IRRF informados sao conferidos
      *> contra o calculo das tabelas progressivas. So vale para a
      *> entrada itemizada da folha mensal -- entrada antiga (so o
      *> liquido) e rodada de 13o nao trazem encargo a conferir; a
      *> PLR traz o IRRF da tabela exclusiva, que a progressiva
      *> mensal reprovaria; a semana retem sobre o acumulado do mes,
      *> nao sobre o proprio bruto.
           IF PAYIN-SAL-BRUTO NOT = SPACES AND NOT WS-TIPO-13
                   AND NOT WS-TIPO-PLR AND NOT WS-TIPO-SEM
               PERFORM 2330-CRITICAR-ENCARGOS
               IF WS-ENC-DIVERGE = "S"
                   PERFORM 2360-RETER-ENCARGOS
      *> liquido ja criticado, ANTES da decisao cheque/credito --
      *> o valor descontado e o que sai no cheque ou na remessa.
           PERFORM 2310-APLICAR-DESCONTOS
           IF WS-DESC-TOTAL > 0 OR WS-SALFAM-REG > 0
               PERFORM 2390-REFAZER-VALOR
               MOVE PAYIN-VALOR         TO PAYOUT-VALOR
               MOVE WS-MOEDA-TEXTO      TO PAYOUT-EXTENSO
               PERFORM 2610-REGISTRAR-ADIANTAMENTO
           END-IF
           PERFORM 2700-ACUMULAR-SETOR
           PERFORM 2750-CUSTO-SETOR
           PERFORM 2800-GRAVAR-HOLERITE

      *> Pagamentos aos pensionistas por ultimo: o holerite do
                   SET WS-IDX-FUNC TO FT-IDX
           END-SEARCH.

       2105-BUSCAR-GRUPO SECTION.
      *> Grupo de folha de WS-GRP-MATRICULA: semanalista se estiver
      *> na tabela do GRUPO-FOLHA, com o valor da hora dele.
           MOVE "N" TO WS-GRP-SEMANAL
           MOVE 0 TO WS-GRP-VALOR-HORA
           IF WS-SMN-QTD = 0
               EXIT SECTION
           END-IF
           SEARCH ALL WS-SMN-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-SMN-MAT(WS-SMN-IDX) = WS-GRP-MATRICULA
                   MOVE "S" TO WS-GRP-SEMANAL
                   MOVE WS-SMN-VALOR-HORA(WS-SMN-IDX)
                       TO WS-GRP-VALOR-HORA
           END-SEARCH.

       2300-SUSPENDER-REGISTRO SECTION.
           MOVE SPACES TO SUSP-REC
           MOVE PAYIN-MATRICULA TO SUSP-MATRICULA
      *> estorno (valor negativo), rodada de 13o e diferenca
      *> retroativa ficam fora -- o desconto e da folha mensal, e na
      *> retroativa ele ja saiu na folha do proprio mes.
      *> A folha semanal e a folha do semanalista: a pensao desconta
      *> toda semana (a de valor fixo repartida pelas semanas do
      *> mes); os descontos mensais -- adiantamento, beneficios,
      *> sindicato, plano, coparticipacao, consignado -- e o
      *> salario-familia saem uma vez por competencia, na ultima
      *> semana do mes. O afastamento nao remunerado nao desconta na
      *> semana: dia afastado ja nao tem hora apontada.
           MOVE 0 TO WS-DESC-TOTAL
           MOVE 0 TO WS-DESC-QTD

           MOVE 0 TO WS-PENP-QTD
           MOVE 0 TO WS-SPLD-QTD
           MOVE 0 TO WS-CUSTO-BENEF-REG
           MOVE 0 TO WS-SALFAM-REG

           IF (WS-TIPO-GERADO AND NOT WS-TIPO-SEM)
                   OR WS-VAL-E-NEGATIVO OR WS-COMP-E-RETRO
               EXIT SECTION
           END-IF
           MOVE "S" TO WS-DESC-MENSAL
           IF WS-TIPO-SEM AND WS-SEM-FECHA-MES NOT = "S"
               MOVE "N" TO WS-DESC-MENSAL
           END-IF

      *> Adiantamento pago na quinzena: a folha mensal da mesma
      *> competencia desconta primeiro que tudo.
           IF WS-DESC-MENSAL = "S"
               PERFORM 2315-APLICAR-ADIANTAMENTO
           END-IF

      *> Pro-rata de afastamento nao remunerado: os dias afastados
      *> do mes saem do liquido (base 30), com linha no holerite.
           IF WS-TEM-AFAST = "S" AND NOT WS-TIPO-SEM
               PERFORM 2317-APLICAR-AFASTAMENTO
           END-IF

      *> Beneficios: desconto do VT (teto de 6% do salario) e as
      *> linhas informativas do custo da empresa.
           MOVE 0 TO WS-INFO-QTD
           IF WS-TEM-BENEF = "S" AND WS-DESC-MENSAL = "S"
               PERFORM 2319-APLICAR-BENEFICIOS
               COMPUTE WS-CUSTO-BENEF-REG =
                   WS-VT-EMPRESA + WS-VR-EMPRESA
           END-IF

      *> A pensao judicial vem primeiro (prioridade legal sobre o
               PERFORM 2335-APLICAR-PENSAO
           END-IF

      *> Contribuicao sindical: desconto de folha autorizado pela
      *> convencao, antes do consignado (que e margem do que sobra).
           IF WS-TEM-SIND = "S" AND WS-DESC-MENSAL = "S"
               PERFORM 2340-APLICAR-SINDICATO
           END-IF

      *> Plano de saude/odonto: parte do funcionario nas vidas
      *> vigentes na competencia, e a coparticipacao que a
      *> conferencia da fatura deixou pendente.
           IF WS-TEM-PLANO = "S" AND WS-DESC-MENSAL = "S"
               PERFORM 2322-APLICAR-PLANO-SAUDE
               ADD WS-PLS-EMPRESA TO WS-CUSTO-BENEF-REG
           END-IF
           IF WS-TEM-COPART = "S" AND WS-DESC-MENSAL = "S"
               PERFORM 2326-APLICAR-COPART
           END-IF

           IF WS-TEM-CONSIG = "S" AND WS-DESC-MENSAL = "S"
               PERFORM 2320-APLICAR-CONSIGNADO
           END-IF

      *> Salario-familia por ultimo: e credito, nao entra na base
      *> da pensao nem na margem do consignado.
           IF WS-DEPC-QTD-SALFAM > 0 AND WS-DESC-MENSAL = "S"
               PERFORM 2318-APLICAR-SALARIO-FAMILIA
           END-IF.

       2305-APURAR-DEPENDENTES SECTION.
      *> Contagem dos dependentes elegiveis do titular na data da
      *> rodada; a deducao do IRRF so e conhecida depois da critica.
           MOVE 0 TO WS-DEP-DEDUCAO-REG
           MOVE PAYIN-MATRICULA TO WS-DEPC-MATRICULA
           MOVE FUNCTION NUMVAL(WS-DATA-HOJE) TO WS-DEPC-DATA-REF
           CALL "DEPENDENTE-CONTA" USING WS-DEPC-PARAMS
           END-CALL.

       2318-APLICAR-SALARIO-FAMILIA SECTION.
      *> Quota por filho elegivel pela tabela vigente, sobre o bruto
      *> informado (entrada antiga, so com o liquido: o salario do
      *> cadastro). O liquido do registro e guardado e restaurado em
      *> volta da conversao do bruto.
           MOVE FT-SALARIO(WS-IDX-FUNC) TO WS-SALFAM-BASE
      *> Semanalista: a quota e mensal, sobre o bruto do mes inteiro
      *> -- as semanas ja postadas na competencia mais esta.
           IF WS-TIPO-SEM
               COMPUTE WS-SALFAM-BASE =
                   WS-SEM-ACUM-BRUTO + WS-SEM-BRUTO
           END-IF
           IF PAYIN-SAL-BRUTO NOT = SPACES AND NOT WS-TIPO-SEM
               MOVE WS-VAL-CENTAVOS-REG TO WS-SALFAM-LIQ
               MOVE PAYIN-SAL-BRUTO TO WS-VALOR-PARSE
               PERFORM 7000-CONVERTER-CENTAVOS
               MOVE WS-VAL-CENTAVOS-REG TO WS-SALFAM-BASE
               MOVE WS-SALFAM-LIQ TO WS-VAL-CENTAVOS-REG
           END-IF

           MOVE FUNCTION NUMVAL(WS-DATA-HOJE) TO WS-ENC-DATA-REF
           MOVE WS-SALFAM-BASE     TO WS-ENC-BRUTO
           MOVE WS-DEPC-QTD-IRRF   TO WS-ENC-QTD-DEP-IRRF
           MOVE WS-DEPC-QTD-SALFAM TO WS-ENC-QTD-DEP-SALFAM
           CALL "ENCARGOS-CALC" USING WS-ENC-PARAMS
           END-CALL
           IF WS-ENC-STATUS = "OK"
               MOVE WS-ENC-SALFAM TO WS-SALFAM-REG
           END-IF.

       2315-APLICAR-ADIANTAMENTO SECTION.
           END-IF.

       2321-ACUMULAR-BENEF-SETOR SECTION.
           MOVE WS-VT-DESCONTO TO WS-BENS-DESC-REG
           COMPUTE WS-BENS-EMP-REG = WS-VT-EMPRESA + WS-VR-EMPRESA
           PERFORM 2324-RATEAR-BENEF-SETOR.

       2324-RATEAR-BENEF-SETOR SECTION.
      *> Desconto e custo de beneficio do registro repartidos pelo
      *> rateio da matricula.
           PERFORM 2705-RESOLVER-RATEIO
           MOVE WS-BENS-DESC-REG TO WS-RAT-VALOR
           PERFORM 2710-RATEAR-VALOR
           PERFORM VARYING WS-RAT-K FROM 1 BY 1
               UNTIL WS-RAT-K > WS-RAT-N
               MOVE WS-RAT-PARTE(WS-RAT-K) TO WS-RAT-SAL(WS-RAT-K)
           END-PERFORM
           MOVE WS-BENS-EMP-REG TO WS-RAT-VALOR
           PERFORM 2710-RATEAR-VALOR

           PERFORM VARYING WS-RAT-K FROM 1 BY 1
               UNTIL WS-RAT-K > WS-RAT-N
               MOVE WS-RAT-SETOR-R(WS-RAT-K) TO WS-SETOR-REG
               PERFORM 2328-SOMAR-BENEF-SETOR
           END-PERFORM.

       2328-SOMAR-BENEF-SETOR SECTION.
      *> WS-RAT-SAL guarda aqui a parte do desconto do setor.
           MOVE "N" TO WS-BENS-ACHOU
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-BENS-QTD OR WS-BENS-ACHOU = "S"
               IF WS-BENS-COD(WS-J) = WS-SETOR-REG
                   MOVE "S" TO WS-BENS-ACHOU
                   ADD WS-RAT-SAL(WS-RAT-K)
                       TO WS-BENS-DESCONTO(WS-J)
                   ADD WS-RAT-PARTE(WS-RAT-K)
                       TO WS-BENS-EMPRESA(WS-J)
               END-IF
           END-PERFORM
           IF WS-BENS-ACHOU = "N" AND WS-BENS-QTD < 50
               ADD 1 TO WS-BENS-QTD
               MOVE WS-SETOR-REG TO WS-BENS-COD(WS-BENS-QTD)
               MOVE WS-RAT-SAL(WS-RAT-K)
                   TO WS-BENS-DESCONTO(WS-BENS-QTD)
               MOVE WS-RAT-PARTE(WS-RAT-K)
                   TO WS-BENS-EMPRESA(WS-BENS-QTD)
           END-IF.

       2322-APLICAR-PLANO-SAUDE SECTION.
      *> Vidas da matricula (titular e dependentes) com adesao
      *> vigente em algum dia da competencia: inicio ate o fim do mes
      *> e fim (se houver) a partir do comeco dele -- o mes do
      *> encerramento ainda e cobrado inteiro pela operadora. Uma
      *> linha no holerite por tipo de plano, e a parte da empresa
      *> como linha informativa.
           MOVE 0 TO WS-PLS-SAUDE WS-PLS-ODONTO WS-PLS-EMPRESA

           MOVE PAYIN-MATRICULA TO PLS-MATRICULA
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
                       IF PLS-MATRICULA NOT = PAYIN-MATRICULA
                           MOVE "S" TO WS-EOF-PLS
                       ELSE
                           IF PLS-DATA-INI(1:6) <= WS-COMP-AAAAMM
                                   AND (PLS-DATA-FIM = 0
                                   OR PLS-DATA-FIM(1:6) >=
                                       WS-COMP-AAAAMM)
                               COMPUTE WS-PLS-PARTE =
                                   PLS-MENSALIDADE * PLS-PCT-FUNC
                                       / 10000
                               IF PLS-TIPO = "OD"
                                   ADD WS-PLS-PARTE TO WS-PLS-ODONTO
                               ELSE
                                   ADD WS-PLS-PARTE TO WS-PLS-SAUDE
                               END-IF
                               COMPUTE WS-PLS-EMPRESA =
                                   WS-PLS-EMPRESA + PLS-MENSALIDADE
                                       - WS-PLS-PARTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PLS-SAUDE > 0
               ADD WS-PLS-SAUDE TO WS-DESC-TOTAL
               IF WS-DESC-QTD < 20
                   ADD 1 TO WS-DESC-QTD
                   MOVE "PLANO SAUDE" TO WS-DESC-ROTULO(WS-DESC-QTD)
                   MOVE WS-PLS-SAUDE TO WS-DESC-VALOR(WS-DESC-QTD)
               END-IF
           END-IF
           IF WS-PLS-ODONTO > 0
               ADD WS-PLS-ODONTO TO WS-DESC-TOTAL
               IF WS-DESC-QTD < 20
                   ADD 1 TO WS-DESC-QTD
                   MOVE "PLANO ODONTO" TO WS-DESC-ROTULO(WS-DESC-QTD)
                   MOVE WS-PLS-ODONTO TO WS-DESC-VALOR(WS-DESC-QTD)
               END-IF
           END-IF
           IF WS-PLS-SAUDE > 0 OR WS-PLS-ODONTO > 0
               ADD 1 TO WS-QTD-PLANO-DESC
           END-IF

           IF WS-PLS-EMPRESA > 0 AND WS-INFO-QTD < 10
               ADD 1 TO WS-INFO-QTD
               MOVE WS-PLS-EMPRESA TO WS-INFO-VALOR-D
               MOVE SPACES TO WS-INFO-LINHA(WS-INFO-QTD)
               STRING
                   "  PLANO CUSTO EMPRESA = " DELIMITED BY SIZE
                   WS-INFO-VALOR-D            DELIMITED BY SIZE
                   INTO WS-INFO-LINHA(WS-INFO-QTD)
               END-STRING
           END-IF

           IF WS-PLS-SAUDE > 0 OR WS-PLS-ODONTO > 0
                   OR WS-PLS-EMPRESA > 0
               PERFORM 2323-ACUMULAR-PLANO-SETOR
           END-IF.

       2323-ACUMULAR-PLANO-SETOR SECTION.
      *> Mesmo acumulador do VT/VR: o relatorio de beneficios por
      *> setor passa a trazer o plano junto.
           COMPUTE WS-BENS-DESC-REG = WS-PLS-SAUDE + WS-PLS-ODONTO
           MOVE WS-PLS-EMPRESA TO WS-BENS-EMP-REG
           PERFORM 2324-RATEAR-BENEF-SETOR.

       2326-APLICAR-COPART SECTION.
      *> Coparticipacao do titular e dependentes, 100% do
      *> funcionario, numa linha so no holerite. Entra a PENDENTE e a
      *> ja DESCONTADA nesta mesma competencia -- e o que faz a
      *> verificacao e o registro reprocessado chegarem ao mesmo
      *> liquido da rodada original sem baixar nada de novo.
           MOVE 0 TO WS-PLC-DESCONTO
           MOVE PAYIN-MATRICULA TO PLC-MATRICULA
           MOVE SPACES TO PLC-COMPETENCIA
           MOVE 0 TO PLC-SEQ
           MOVE "N" TO WS-EOF-PLC
           START COPART-FILE KEY NOT < PLC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-PLC
           END-START

           PERFORM UNTIL WS-EOF-PLC = "S"
               READ COPART-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-PLC
                   NOT AT END
                       IF PLC-MATRICULA NOT = PAYIN-MATRICULA
                           MOVE "S" TO WS-EOF-PLC
                       ELSE
                           PERFORM 2327-DESCONTAR-COPART
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PLC-DESCONTO > 0
               ADD WS-PLC-DESCONTO TO WS-DESC-TOTAL
               ADD 1 TO WS-QTD-COPART-DESC
               IF WS-DESC-QTD < 20
                   ADD 1 TO WS-DESC-QTD
                   MOVE "COPARTICIPACAO" TO WS-DESC-ROTULO(WS-DESC-QTD)
                   MOVE WS-PLC-DESCONTO TO WS-DESC-VALOR(WS-DESC-QTD)
               END-IF
           END-IF.

       2327-DESCONTAR-COPART SECTION.
           IF PLC-STATUS = "DESCONTADO"
               IF PLC-COMP-DESCONTO = WS-COMPETENCIA
                   ADD PLC-VALOR TO WS-PLC-DESCONTO
               END-IF
               EXIT SECTION
           END-IF
           IF PLC-STATUS NOT = "PENDENTE"
               EXIT SECTION
           END-IF

           ADD PLC-VALOR TO WS-PLC-DESCONTO
      *> Verificacao e registro ja postado nao baixam, como no
      *> consignado.
           IF WS-CSG-SOMENTE-LEITURA = "N"
                   AND WS-REPLAY-POSTADO NOT = "S"
               MOVE "DESCONTADO"   TO PLC-STATUS
               MOVE WS-COMPETENCIA TO PLC-COMP-DESCONTO
               REWRITE PLC-REC
               END-REWRITE
           END-IF.

       2335-APLICAR-PENSAO SECTION.
           ELSE
               MOVE PEN-VALOR TO WS-PEN-DESCONTO
           END-IF
      *> Valor fixo na folha semanal: a semana n de k desconta a
      *> fatia ate n menos a fatia ate n-1, e as k semanas fecham o
      *> valor mensal sem sobra de arredondamento.
           IF PEN-TIPO NOT = "P" AND WS-TIPO-SEM
               COMPUTE WS-SEM-PEN-ATE =
                   PEN-VALOR * WS-SEM-NUM / WS-SEM-QTD-MES
               COMPUTE WS-SEM-PEN-ANTES =
                   PEN-VALOR * (WS-SEM-NUM - 1) / WS-SEM-QTD-MES
               COMPUTE WS-PEN-DESCONTO =
                   WS-SEM-PEN-ATE - WS-SEM-PEN-ANTES
           END-IF
           IF WS-PEN-DESCONTO <= 0
               EXIT SECTION
           END-IF
           END-IF
           ADD 1 TO WS-CHEQUE-PROX.

       2340-APLICAR-SINDICATO SECTION.
      *> Sindicato do funcionario: o do SINDICATO-FUNC quando ha
      *> excecao cadastrada, senao o do setor. Oposicao registrada
      *> nao desconta, mas entra no demonstrativo; sindicato inativo
      *> ou fora do mes-base da contribuicao, nada acontece.
           MOVE SPACES TO WS-SIND-COD
           MOVE "N" TO WS-SIND-OPOSICAO
           IF WS-TEM-SFU = "S"
               MOVE PAYIN-MATRICULA TO SFU-MATRICULA
               READ SINDFUNC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SFU-SINDICATO TO WS-SIND-COD
                       IF SFU-OPOSICAO = "S"
                           MOVE "S" TO WS-SIND-OPOSICAO
                       END-IF
               END-READ
           END-IF
           IF WS-SIND-COD = SPACES
               PERFORM VARYING WS-K-SET FROM 1 BY 1
                   UNTIL WS-K-SET > WS-SET-QTD
                   IF WS-SET-COD(WS-K-SET) = FT-SETOR(WS-IDX-FUNC)
                       MOVE WS-SET-SIND(WS-K-SET) TO WS-SIND-COD
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SIND-COD = SPACES
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-SIN-ACHADO
           PERFORM VARYING WS-SIN-I FROM 1 BY 1
               UNTIL WS-SIN-I > WS-SIN-QTD
               IF WS-SIN-COD(WS-SIN-I) = WS-SIND-COD
                   MOVE WS-SIN-I TO WS-SIN-ACHADO
               END-IF
           END-PERFORM
           IF WS-SIN-ACHADO = 0
               EXIT SECTION
           END-IF
           IF WS-SIN-STATUS-T(WS-SIN-ACHADO) NOT = "A"
               EXIT SECTION
           END-IF
           IF WS-SIN-MES-BASE-T(WS-SIN-ACHADO) > 0
                   AND WS-SIN-MES-BASE-T(WS-SIN-ACHADO)
                       NOT = WS-COMPETENCIA(1:2)
               EXIT SECTION
           END-IF

           IF WS-SIND-OPOSICAO = "S"
               MOVE 0 TO WS-SIND-DESCONTO
               PERFORM 2345-REGISTRAR-SINDICATO
               EXIT SECTION
           END-IF

      *> Percentual sobre o salario registrado; sem salario
      *> cadastrado, sobre o liquido do registro (semanalista: sobre
      *> o bruto do mes, ja que desconta so na ultima semana).
           IF WS-SIN-REGRA-T(WS-SIN-ACHADO) = "P"
               IF FT-SALARIO(WS-IDX-FUNC) > 0
                   MOVE FT-SALARIO(WS-IDX-FUNC) TO WS-SIND-BASE
               ELSE
                   MOVE WS-VAL-CENTAVOS-REG TO WS-SIND-BASE
                   IF WS-TIPO-SEM
                       COMPUTE WS-SIND-BASE =
                           WS-SEM-ACUM-BRUTO + WS-SEM-BRUTO
                   END-IF
               END-IF
               COMPUTE WS-SIND-DESCONTO = WS-SIND-BASE
                   * WS-SIN-PCT-T(WS-SIN-ACHADO) / 10000
           ELSE
               MOVE WS-SIN-VALOR-T(WS-SIN-ACHADO) TO WS-SIND-DESCONTO
           END-IF
           IF WS-SIND-DESCONTO = 0
               EXIT SECTION
           END-IF

           ADD WS-SIND-DESCONTO TO WS-DESC-TOTAL
           IF WS-DESC-QTD < 20
               ADD 1 TO WS-DESC-QTD
               MOVE SPACES TO WS-DESC-ROTULO(WS-DESC-QTD)
               STRING
                   "CONTRIB SIND " DELIMITED BY SIZE
                   WS-SIND-COD     DELIMITED BY SIZE
                   INTO WS-DESC-ROTULO(WS-DESC-QTD)
               END-STRING
               MOVE WS-SIND-DESCONTO TO WS-DESC-VALOR(WS-DESC-QTD)
           END-IF
           PERFORM 2345-REGISTRAR-SINDICATO.

       2345-REGISTRAR-SINDICATO SECTION.
      *> Acumula o repasse e guarda o detalhe do demonstrativo; a
      *> verificacao so reaplica o desconto, sem acumular.
           IF WS-CSG-SOMENTE-LEITURA = "S"
               EXIT SECTION
           END-IF
           IF WS-SIND-OPOSICAO = "S"
               ADD 1 TO WS-SIN-QTD-OPOS(WS-SIN-ACHADO)
           ELSE
               ADD 1 TO WS-SIN-QTD-DESC(WS-SIN-ACHADO)
               ADD WS-SIND-DESCONTO TO WS-SIN-TOTAL(WS-SIN-ACHADO)
           END-IF
           IF WS-SDET-QTD >= 5000
               IF WS-SIND-AVISO-DET = "N"
                   MOVE "S" TO WS-SIND-AVISO-DET
                   DISPLAY "PAYROLL-RUN: DEMONSTRATIVO SINDICAL COM "
                       "MAIS DE 5000 LINHAS, DETALHE TRUNCADO "
                       "(TOTAIS COMPLETOS)"
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO WS-SDET-QTD
           MOVE WS-SIN-ACHADO      TO WS-SDET-SIN(WS-SDET-QTD)
           MOVE PAYIN-MATRICULA    TO WS-SDET-MATRICULA(WS-SDET-QTD)
           MOVE WS-NOME-ENCONTRADO TO WS-SDET-NOME(WS-SDET-QTD)
           MOVE WS-SIND-DESCONTO   TO WS-SDET-VALOR(WS-SDET-QTD)
           IF WS-SIND-OPOSICAO = "S"
               MOVE "O" TO WS-SDET-TIPO(WS-SDET-QTD)
           ELSE
               MOVE "D" TO WS-SDET-TIPO(WS-SDET-QTD)
           END-IF.

       2320-APLICAR-CONSIGNADO SECTION.
      *> Parcelas devidas dos contratos ATIVOS da matricula: a chave
      *> comeca pela matricula, entao um START posiciona e a leitura
               MOVE WS-VAL-CENTAVOS-REG TO WS-DESC-TOTAL
           END-IF
           SUBTRACT WS-DESC-TOTAL FROM WS-VAL-CENTAVOS-REG
           ADD WS-SALFAM-REG TO WS-VAL-CENTAVOS-REG

           COMPUTE WS-DESC-REAIS = WS-VAL-CENTAVOS-REG / 100
           COMPUTE WS-DESC-CENTS =

           MOVE FUNCTION NUMVAL(WS-DATA-HOJE) TO WS-ENC-DATA-REF
           MOVE WS-ITEM-BRUTO TO WS-ENC-BRUTO
           MOVE WS-DEPC-QTD-IRRF   TO WS-ENC-QTD-DEP-IRRF
           MOVE WS-DEPC-QTD-SALFAM TO WS-ENC-QTD-DEP-SALFAM
           CALL "ENCARGOS-CALC" USING WS-ENC-PARAMS
           END-CALL
           MOVE WS-ENC-DEDUCAO-DEP TO WS-DEP-DEDUCAO-REG

           IF WS-ENC-STATUS NOT = "OK"
               IF WS-ENC-AVISADO = "N"
           MOVE PAYOUT-NOME         TO HIST-NOME
           MOVE WS-VAL-CENTAVOS-REG TO HIST-VALOR
           MOVE FUNCTION CURRENT-DATE(1:10) TO HIST-DATA
           PERFORM 2620-APURAR-BRUTO
           MOVE WS-EMPRESA          TO HIST-EMPRESA
           MOVE WS-HIST-BRUTO       TO HIST-BRUTO
           MOVE WS-HIST-INSS        TO HIST-INSS
           MOVE WS-HIST-IRRF        TO HIST-IRRF

           WRITE HIST-REC
               INVALID KEY
                   PERFORM 2650-ACUMULAR-HISTORICO
           END-WRITE.

       2620-APURAR-BRUTO SECTION.
      *> Entrada itemizada traz bruto, INSS e IRRF; entrada so com o
      *> liquido (e as rodadas geradas do quadro) posta como bruto o
      *> liquido antes dos descontos de folha. O adiantamento nao e
      *> remuneracao nova -- a folha mensal da mesma competencia posta
      *> o bruto inteiro, entao ele entra com bruto zero. O
      *> salario-familia ja somado ao liquido e beneficio pago por
      *> conta do INSS, nao remuneracao: sai do bruto (base do FGTS,
      *> do INSS patronal, da DIRF e do custo do setor).
           MOVE 0 TO WS-HIST-BRUTO
           MOVE 0 TO WS-HIST-INSS
           MOVE 0 TO WS-HIST-IRRF
           IF WS-TIPO-ADT
               EXIT SECTION
           END-IF

           IF PAYIN-SAL-BRUTO = SPACES
               COMPUTE WS-HIST-BRUTO =
                   WS-VAL-CENTAVOS-REG + WS-DESC-TOTAL - WS-SALFAM-REG
               EXIT SECTION
           END-IF

           MOVE WS-VAL-CENTAVOS-REG TO WS-ITEM-LIQUIDO
           MOVE WS-VAL-NEGATIVO     TO WS-HIST-NEG-SALVO

           MOVE PAYIN-SAL-BRUTO TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-HIST-BRUTO

           MOVE PAYIN-INSS TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-HIST-INSS

           MOVE PAYIN-IRRF TO WS-VALOR-PARSE
           PERFORM 7000-CONVERTER-CENTAVOS
           MOVE WS-VAL-CENTAVOS-REG TO WS-HIST-IRRF

      *> Restaura o liquido e o sinal do registro para o resto do
      *> fluxo (setor, holerite).
           MOVE WS-ITEM-LIQUIDO   TO WS-VAL-CENTAVOS-REG
           MOVE WS-HIST-NEG-SALVO TO WS-VAL-NEGATIVO.

       2650-ACUMULAR-HISTORICO SECTION.
           MOVE PAYIN-MATRICULA TO HIST-MATRICULA
           MOVE WS-COMPETENCIA  TO HIST-COMPETENCIA
                   EXIT SECTION
           END-READ
           ADD WS-VAL-CENTAVOS-REG TO HIST-VALOR
           ADD WS-HIST-BRUTO       TO HIST-BRUTO
           ADD WS-HIST-INSS        TO HIST-INSS
           ADD WS-HIST-IRRF        TO HIST-IRRF
           MOVE FUNCTION CURRENT-DATE(1:10) TO HIST-DATA
           REWRITE HIST-REC
           END-REWRITE.
           END-WRITE.

       2700-ACUMULAR-SETOR SECTION.
      *> O valor do registro vai para o setor do cadastro ou, com
      *> rateio, para cada setor pela sua parte; a quantidade conta
      *> so no setor principal.
           PERFORM 2705-RESOLVER-RATEIO
           MOVE WS-VAL-CENTAVOS-REG TO WS-RAT-VALOR
           PERFORM 2710-RATEAR-VALOR
           PERFORM VARYING WS-RAT-K FROM 1 BY 1
               UNTIL WS-RAT-K > WS-RAT-N
               MOVE WS-RAT-SETOR-R(WS-RAT-K) TO WS-SETOR-REG
               PERFORM 2715-SOMAR-SETOR
           END-PERFORM.

       2705-RESOLVER-RATEIO SECTION.
      *> Rateio vigente da matricula, ou o FT-SETOR a 100%.
           MOVE 1 TO WS-RAT-N
           MOVE FT-SETOR(WS-IDX-FUNC) TO WS-RAT-SETOR-R(1)
           IF WS-RAT-SETOR-R(1) = SPACES
               MOVE "SEM-SETOR" TO WS-RAT-SETOR-R(1)
           END-IF
           MOVE 10000 TO WS-RAT-PCT-R(1)
           IF WS-RTB-QTD = 0
               EXIT SECTION
           END-IF

           SEARCH ALL WS-RTB-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-RTB-MAT(WS-RTB-IDX) = FT-MATRICULA(WS-IDX-FUNC)
                   MOVE WS-RTB-N(WS-RTB-IDX) TO WS-RAT-N
                   PERFORM VARYING WS-RAT-K FROM 1 BY 1
                       UNTIL WS-RAT-K > WS-RAT-N
                       MOVE WS-RTB-SETOR(WS-RTB-IDX, WS-RAT-K)
                           TO WS-RAT-SETOR-R(WS-RAT-K)
                       MOVE WS-RTB-PCT(WS-RTB-IDX, WS-RAT-K)
                           TO WS-RAT-PCT-R(WS-RAT-K)
                   END-PERFORM
           END-SEARCH.

       2710-RATEAR-VALOR SECTION.
      *> WS-RAT-VALOR em WS-RAT-PARTE(1..N): cada setor alem do
      *> principal leva o percentual truncado, e o principal leva o
      *> que sobra -- o arredondamento nunca cria nem some centavo.
           MOVE 0 TO WS-RAT-SOMA
           PERFORM VARYING WS-RAT-K FROM 2 BY 1
               UNTIL WS-RAT-K > WS-RAT-N
               COMPUTE WS-RAT-PARTE(WS-RAT-K) =
                   WS-RAT-VALOR * WS-RAT-PCT-R(WS-RAT-K) / 10000
               ADD WS-RAT-PARTE(WS-RAT-K) TO WS-RAT-SOMA
           END-PERFORM
           COMPUTE WS-RAT-PARTE(1) = WS-RAT-VALOR - WS-RAT-SOMA.

       2715-SOMAR-SETOR SECTION.
           MOVE "N" TO WS-ACHOU-SETOR
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-SETOR-QTD-LINHAS OR WS-ACHOU-SETOR-SIM
               IF WS-SETOR-COD(WS-J) = WS-SETOR-REG
                   MOVE "S" TO WS-ACHOU-SETOR
                   IF WS-RAT-K = 1
                       ADD 1 TO WS-SETOR-QTD(WS-J)
                   END-IF
                   ADD WS-RAT-PARTE(WS-RAT-K) TO WS-SETOR-TOTAL(WS-J)
               END-IF
           END-PERFORM

                   ADD 1 TO WS-SETOR-QTD-LINHAS
                   MOVE WS-SETOR-REG TO
                       WS-SETOR-COD(WS-SETOR-QTD-LINHAS)
                   IF WS-RAT-K = 1
                       MOVE 1 TO WS-SETOR-QTD(WS-SETOR-QTD-LINHAS)
                   ELSE
                       MOVE 0 TO WS-SETOR-QTD(WS-SETOR-QTD-LINHAS)
                   END-IF
                   MOVE WS-RAT-PARTE(WS-RAT-K)
                       TO WS-SETOR-TOTAL(WS-SETOR-QTD-LINHAS)
               ELSE
                   DISPLAY "AVISO: MAIS DE 50 SETORES NA FOLHA, "
               END-IF
           END-IF.

       2750-CUSTO-SETOR SECTION.
      *> Encargos da empresa sobre o bruto do registro, pela tabela
      *> com vigencia da competencia (13o e adiantamento usam a data
      *> do pagamento), somados ao salario e aos beneficios do setor.
      *> Sem tabela aplicavel o custo sai so com salario e
      *> beneficios, avisando uma unica vez.
           PERFORM 2620-APURAR-BRUTO

           MOVE WS-EMPRESA    TO WS-PAT-EMPRESA
           MOVE WS-HIST-BRUTO TO WS-PAT-BASE
           IF WS-COMPETENCIA(3:4) IS NUMERIC
                   AND WS-COMPETENCIA(1:2) >= "01"
                   AND WS-COMPETENCIA(1:2) <= "12"
               COMPUTE WS-PAT-DATA-REF =
                   FUNCTION NUMVAL(WS-COMPETENCIA(3:4)) * 10000
                   + FUNCTION NUMVAL(WS-COMPETENCIA(1:2)) * 100 + 1
           ELSE
               MOVE FUNCTION NUMVAL(WS-DATA-HOJE) TO WS-PAT-DATA-REF
           END-IF
      *> PLR nao e base de INSS nem de FGTS: custo sem encargos.
           IF WS-TIPO-PLR
               MOVE "OK" TO WS-PAT-STATUS
               MOVE 0 TO WS-PAT-TOTAL
           ELSE
               CALL "ENCARGOS-PATRONAL" USING WS-PAT-PARAMS
               END-CALL
           END-IF
           IF WS-PAT-STATUS = "OK"
               MOVE "S" TO WS-PAT-APLICADO
           ELSE
               MOVE 0 TO WS-PAT-TOTAL
               IF WS-PAT-AVISADO = "N"
                   MOVE "S" TO WS-PAT-AVISADO
                   DISPLAY "PAYROLL-RUN: SEM TABELA DE ENCARGOS DA "
                       "EMPRESA " WS-EMPRESA " - CUSTO POR SETOR "
                       "SEM ENCARGOS NESTA RODADA"
               END-IF
           END-IF

      *> Salario, beneficios e encargos rateados um a um, cada um
      *> fechando no valor exato do funcionario.
           PERFORM 2705-RESOLVER-RATEIO
           MOVE WS-HIST-BRUTO TO WS-RAT-VALOR
           PERFORM 2710-RATEAR-VALOR
           PERFORM VARYING WS-RAT-K FROM 1 BY 1
               UNTIL WS-RAT-K > WS-RAT-N
               MOVE WS-RAT-PARTE(WS-RAT-K) TO WS-RAT-SAL(WS-RAT-K)
           END-PERFORM
           MOVE WS-CUSTO-BENEF-REG TO WS-RAT-VALOR
           PERFORM 2710-RATEAR-VALOR
           PERFORM VARYING WS-RAT-K FROM 1 BY 1
               UNTIL WS-RAT-K > WS-RAT-N
               MOVE WS-RAT-PARTE(WS-RAT-K) TO WS-RAT-BEN(WS-RAT-K)
           END-PERFORM
           MOVE WS-PAT-TOTAL TO WS-RAT-VALOR
           PERFORM 2710-RATEAR-VALOR
           PERFORM VARYING WS-RAT-K FROM 1 BY 1
               UNTIL WS-RAT-K > WS-RAT-N
               MOVE WS-RAT-PARTE(WS-RAT-K) TO WS-RAT-ENC(WS-RAT-K)
               MOVE WS-RAT-SETOR-R(WS-RAT-K) TO WS-SETOR-REG
               PERFORM 2755-SOMAR-CUSTO-SETOR
           END-PERFORM.

       2755-SOMAR-CUSTO-SETOR SECTION.
           MOVE "N" TO WS-CUS-ACHOU
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CUS-QTD OR WS-CUS-ACHOU = "S"
               IF WS-CUS-COD(WS-J) = WS-SETOR-REG
                   MOVE "S" TO WS-CUS-ACHOU
                   IF WS-RAT-K = 1
                       ADD 1 TO WS-CUS-FUNC(WS-J)
                   END-IF
                   ADD WS-RAT-SAL(WS-RAT-K) TO WS-CUS-SALARIO(WS-J)
                   ADD WS-RAT-BEN(WS-RAT-K) TO WS-CUS-BENEF(WS-J)
                   ADD WS-RAT-ENC(WS-RAT-K) TO WS-CUS-ENCARGOS(WS-J)
               END-IF
           END-PERFORM

           IF WS-CUS-ACHOU = "N" AND WS-CUS-QTD < 50
               ADD 1 TO WS-CUS-QTD
               MOVE WS-SETOR-REG TO WS-CUS-COD(WS-CUS-QTD)
               IF WS-RAT-K = 1
                   MOVE 1 TO WS-CUS-FUNC(WS-CUS-QTD)
               ELSE
                   MOVE 0 TO WS-CUS-FUNC(WS-CUS-QTD)
               END-IF
               MOVE WS-RAT-SAL(WS-RAT-K) TO WS-CUS-SALARIO(WS-CUS-QTD)
               MOVE WS-RAT-BEN(WS-RAT-K) TO WS-CUS-BENEF(WS-CUS-QTD)
               MOVE WS-RAT-ENC(WS-RAT-K)
                   TO WS-CUS-ENCARGOS(WS-CUS-QTD)
           END-IF.

       2800-GRAVAR-HOLERITE SECTION.
      *> Na folha semanal cada semana tem a sua faixa de sequencia
      *> na guarda (dia do inicio x 100), para as semanas da mesma
      *> competencia conviverem na segunda via.
           MOVE WS-HST-BASE TO WS-HST-SEQ
      *> Guarda de segunda via: apaga a cadeia anterior da mesma
      *> matricula+competencia antes de regravar -- uma rodada
      *> refeita mais curta (mensagem de campanha ou bloco de horas
               WS-COMPETENCIA(3:4)      DELIMITED BY SIZE
               INTO HOL-LINHA
           END-STRING
           IF WS-TIPO-SEM
               MOVE "SEMANA DE" TO HOL-LINHA(32:9)
               MOVE WS-SEMANA-TXT(7:2) TO HOL-LINHA(42:2)
               MOVE "/"                TO HOL-LINHA(44:1)
               MOVE WS-SEMANA-TXT(5:2) TO HOL-LINHA(45:2)
               MOVE "/"                TO HOL-LINHA(47:1)
               MOVE WS-SEMANA-TXT(1:4) TO HOL-LINHA(48:4)
           END-IF
           PERFORM 2880-GRAVAR-LINHA-HOL
           MOVE SPACES TO HOL-LINHA
           STRING
           PERFORM 2880-GRAVAR-LINHA-HOL

      *> Entrada antiga, so com o liquido: holerite sem itemizacao.
      *> Na PLR o bruto e a participacao e o IRRF e o exclusivo.
           IF PAYIN-SAL-BRUTO NOT = SPACES
               MOVE "SALARIO BRUTO" TO HOL-ITEM-ROTULO
               IF WS-TIPO-PLR
                   MOVE "PARTICIPACAO LUCROS" TO HOL-ITEM-ROTULO
               END-IF
               MOVE PAYIN-SAL-BRUTO TO HOL-ITEM-VALOR
               MOVE WS-HOL-ITEM-LINHA TO HOL-LINHA
               PERFORM 2880-GRAVAR-LINHA-HOL
               MOVE WS-HOL-ITEM-LINHA TO HOL-LINHA
               PERFORM 2880-GRAVAR-LINHA-HOL
               MOVE "IRRF"          TO HOL-ITEM-ROTULO
               IF WS-TIPO-PLR
                   MOVE "IRRF EXCLUSIVO PLR" TO HOL-ITEM-ROTULO
               END-IF
               MOVE PAYIN-IRRF      TO HOL-ITEM-VALOR
               MOVE WS-HOL-ITEM-LINHA TO HOL-LINHA
               PERFORM 2880-GRAVAR-LINHA-HOL
               PERFORM 2880-GRAVAR-LINHA-HOL
           END-PERFORM

      *> Dependentes: deducao aplicada na base do IRRF e a quota do
      *> salario-familia, creditada como provento antes dos
      *> descontos.
           IF WS-DEPC-QTD-IRRF > 0 OR WS-SALFAM-REG > 0
               PERFORM 2810-GRAVAR-DEPENDENTES-HOL
           END-IF

      *> Linhas de desconto do registro (consignado e afins), cada
      *> uma com o proprio rotulo, antes do liquido.
           PERFORM VARYING WS-J FROM 1 BY 1
               PERFORM 2880-GRAVAR-LINHA-HOL
           END-PERFORM

           PERFORM 2820-AUTENTICAR-HOLERITE

           PERFORM 2870-GRAVAR-MENSAGENS.

       2820-AUTENTICAR-HOLERITE SECTION.
      *> Registro reprocessado de retomada ja tem o holerite (e o
      *> codigo) gravados. Registro fora do ar nao segura a folha: o
      *> holerite sai sem codigo e o fim da rodada avisa quantos.
           IF WS-REPLAY-POSTADO = "S"
               EXIT SECTION
           END-IF
           INITIALIZE DOCUMENTO-REGISTRO-PARAMS
           MOVE "R"                  TO DREG-OPERACAO
           MOVE "HOLERITE"           TO DREG-TIPO
           MOVE "PAYROLL-RUN"        TO DREG-PROGRAMA
           MOVE WS-EMPRESA           TO DREG-EMPRESA
           MOVE PAYIN-MATRICULA      TO DREG-MATRICULA
           MOVE PAYOUT-NOME          TO DREG-NOME
           IF WS-TIPO-SEM
               STRING "COMP. " WS-COMPETENCIA(1:2) "/"
                      WS-COMPETENCIA(3:4) " SEM "
                      WS-SEMANA-TXT(7:2) "/" WS-SEMANA-TXT(5:2) "/"
                      WS-SEMANA-TXT(1:4)
                   DELIMITED BY SIZE INTO DREG-REFERENCIA
               END-STRING
           ELSE
               STRING "COMP. " WS-COMPETENCIA(1:2) "/"
                      WS-COMPETENCIA(3:4)
                   DELIMITED BY SIZE INTO DREG-REFERENCIA
               END-STRING
               IF WS-TIPO-FOLHA NOT = SPACES
                   MOVE "FOLHA"       TO DREG-REFERENCIA(15:5)
                   MOVE WS-TIPO-FOLHA TO DREG-REFERENCIA(21:3)
               END-IF
           END-IF
           IF WS-HIST-BRUTO NOT = 0
               MOVE "BRUTO"          TO DREG-VLR-ROTULO(1)
               MOVE WS-HIST-BRUTO    TO DREG-VLR(1)
           END-IF
           MOVE "LIQUIDO"            TO DREG-VLR-ROTULO(2)
           MOVE WS-VAL-CENTAVOS-REG  TO DREG-VLR(2)
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL
           IF DREG-STATUS = "OK"
               MOVE SPACES TO HOL-LINHA
               STRING "  CODIGO DE AUTENTICACAO: " DREG-CODIGO-FMT
                      " (CONFIRA NO RH)"
                   DELIMITED BY SIZE INTO HOL-LINHA
               END-STRING
               PERFORM 2880-GRAVAR-LINHA-HOL
           ELSE
               ADD 1 TO WS-QTD-HOL-SEM-CODIGO
           END-IF.

       2810-GRAVAR-DEPENDENTES-HOL SECTION.
           COMPUTE WS-DESC-REAIS = WS-DEP-DEDUCAO-REG / 100
           COMPUTE WS-DESC-CENTS =
               WS-DEP-DEDUCAO-REG - (WS-DESC-REAIS * 100)
           MOVE WS-DESC-REAIS TO WS-DESC-REAIS-ED
           MOVE WS-DESC-CENTS TO WS-DESC-CENTS-ED
           MOVE SPACES TO HOL-LINHA
           STRING
               "  DEPENDENTES IRRF=" DELIMITED BY SIZE
               WS-DEPC-QTD-IRRF      DELIMITED BY SIZE
               " DEDUCAO NA BASE="   DELIMITED BY SIZE
               FUNCTION TRIM(WS-DESC-REAIS-ED) DELIMITED BY SIZE
               ","                   DELIMITED BY SIZE
               WS-DESC-CENTS-ED      DELIMITED BY SIZE
               "  SAL-FAMILIA QUOTAS=" DELIMITED BY SIZE
               WS-DEPC-QTD-SALFAM    DELIMITED BY SIZE
               INTO HOL-LINHA
           END-STRING
           PERFORM 2880-GRAVAR-LINHA-HOL

           IF WS-SALFAM-REG > 0
               MOVE "SALARIO-FAMILIA" TO HOL-ITEM-ROTULO
               COMPUTE WS-DESC-REAIS = WS-SALFAM-REG / 100
               COMPUTE WS-DESC-CENTS =
                   WS-SALFAM-REG - (WS-DESC-REAIS * 100)
               MOVE WS-DESC-REAIS TO WS-DESC-REAIS-ED
               MOVE WS-DESC-CENTS TO WS-DESC-CENTS-ED
               MOVE SPACES TO WS-DESC-VALOR-TXT
               STRING
                   FUNCTION TRIM(WS-DESC-REAIS-ED)
                   ","
                   WS-DESC-CENTS-ED
                   INTO WS-DESC-VALOR-TXT
               END-STRING
               MOVE WS-DESC-VALOR-TXT TO HOL-ITEM-VALOR
               MOVE WS-HOL-ITEM-LINHA TO HOL-LINHA
               PERFORM 2880-GRAVAR-LINHA-HOL
           END-IF.

       2890-LIMPAR-HOL-ANTERIOR SECTION.
      *> Remove toda a cadeia matricula+competencia da guarda: START
      *> no inicio da chave, le e apaga enquanto a chave nao muda.
      *> Na folha semanal so a faixa da propria semana e apagada.
      *> Depois de cada DELETE o proprio registro apagado serve de
      *> chave para reposicionar no sobrevivente seguinte.
           MOVE PAYIN-MATRICULA TO HST-MATRICULA
           MOVE WS-COMPETENCIA  TO HST-COMPETENCIA
           MOVE WS-HST-BASE     TO HST-SEQ
           MOVE "N" TO WS-FIM-HST
           PERFORM UNTIL WS-FIM-HST = "S"
               START HOLERITE-STORE-FILE
                           IF HST-MATRICULA = PAYIN-MATRICULA
                                   AND HST-COMPETENCIA
                                       = WS-COMPETENCIA
                                   AND (WS-HST-BASE = 0
                                       OR HST-SEQ < WS-HST-BASE + 100)
                               DELETE HOLERITE-STORE-FILE
                               END-DELETE
                           ELSE
           END-PERFORM.

       2860-GRAVAR-HORAS-HOLERITE SECTION.
           IF WS-TIPO-SEM
               PERFORM 2862-HORAS-SEMANA-HOLERITE
               EXIT SECTION
           END-IF
           IF WS-HR-QTD = 0 OR WS-TIPO-GERADO
               EXIT SECTION
           END-IF
               MOVE WS-HR-TAXANOT(WS-HR-SALVA) TO WS-HR-TAXA-LINHA
               MOVE WS-HR-VALNOT(WS-HR-SALVA)  TO WS-HR-VAL-LINHA
               PERFORM 2865-LINHA-HORA
           END-IF
      *> Banco de horas: saldo vencido pago pelas taxas da extra e o
      *> saldo que continua no banco (centesimos de hora).
           IF WS-HR-QTDBH50(WS-HR-SALVA) > 0
               MOVE "BCO HORAS 50%" TO WS-HR-ROTULO
               MOVE WS-HR-QTDBH50(WS-HR-SALVA) TO WS-HR-QTD-LINHA
               MOVE WS-HR-TAXA50(WS-HR-SALVA)  TO WS-HR-TAXA-LINHA
               MOVE WS-HR-VALBH50(WS-HR-SALVA) TO WS-HR-VAL-LINHA
               PERFORM 2865-LINHA-HORA
           END-IF
           IF WS-HR-QTDBH100(WS-HR-SALVA) > 0
               MOVE "BCO HORAS 100%" TO WS-HR-ROTULO
               MOVE WS-HR-QTDBH100(WS-HR-SALVA) TO WS-HR-QTD-LINHA
               MOVE WS-HR-TAXA100(WS-HR-SALVA)  TO WS-HR-TAXA-LINHA
               MOVE WS-HR-VALBH100(WS-HR-SALVA) TO WS-HR-VAL-LINHA
               PERFORM 2865-LINHA-HORA
           END-IF
           IF WS-HR-BH-SALDO(WS-HR-SALVA) > 0
               MOVE SPACES TO HOL-LINHA
               STRING
                   "  SALDO BANCO DE HORAS QTD=" DELIMITED BY SIZE
                   WS-HR-BH-SALDO(WS-HR-SALVA)  DELIMITED BY SIZE
                   INTO HOL-LINHA
               END-STRING
               PERFORM 2880-GRAVAR-LINHA-HOL
           END-IF.

       2862-HORAS-SEMANA-HOLERITE SECTION.
      *> Composicao do bruto da semana, com a taxa de cada linha em
      *> centavos por hora (o noturno e so o adicional de 20%).
           MOVE "HORAS NORMAIS" TO WS-HR-ROTULO
           MOVE WS-HSM-NORMAIS(WS-HSM-IDX) TO WS-HR-QTD-LINHA
           MOVE WS-SEM-VALOR-HORA  TO WS-HR-TAXA-LINHA
           MOVE WS-SEM-VAL-NORMAIS TO WS-HR-VAL-LINHA
           PERFORM 2865-LINHA-HORA
           IF WS-HSM-HE50(WS-HSM-IDX) > 0
               MOVE "HORA EXTRA 50%" TO WS-HR-ROTULO
               MOVE WS-HSM-HE50(WS-HSM-IDX) TO WS-HR-QTD-LINHA
               COMPUTE WS-HR-TAXA-LINHA = WS-SEM-VALOR-HORA * 15 / 10
               MOVE WS-SEM-VAL-HE50 TO WS-HR-VAL-LINHA
               PERFORM 2865-LINHA-HORA
           END-IF
           IF WS-HSM-HE100(WS-HSM-IDX) > 0
               MOVE "HORA EXTRA 100%" TO WS-HR-ROTULO
               MOVE WS-HSM-HE100(WS-HSM-IDX) TO WS-HR-QTD-LINHA
               COMPUTE WS-HR-TAXA-LINHA = WS-SEM-VALOR-HORA * 2
               MOVE WS-SEM-VAL-HE100 TO WS-HR-VAL-LINHA
               PERFORM 2865-LINHA-HORA
           END-IF
           IF WS-HSM-NOTURNA(WS-HSM-IDX) > 0
               MOVE "ADIC NOTURNO" TO WS-HR-ROTULO
               MOVE WS-HSM-NOTURNA(WS-HSM-IDX) TO WS-HR-QTD-LINHA
               COMPUTE WS-HR-TAXA-LINHA = WS-SEM-VALOR-HORA * 2 / 10
               MOVE WS-SEM-VAL-NOTURNA TO WS-HR-VAL-LINHA
               PERFORM 2865-LINHA-HORA
           END-IF
           MOVE "REPOUSO SEMANAL" TO WS-HR-ROTULO
           MOVE 0 TO WS-HR-QTD-LINHA WS-HR-TAXA-LINHA
           MOVE WS-SEM-VAL-DSR TO WS-HR-VAL-LINHA
           PERFORM 2865-LINHA-HORA.

       2865-LINHA-HORA SECTION.
      *> Quantidades em centesimos de hora e valores em centavos,
      *> como o HORAS-CALC grava.
           MOVE WS-ITEM-LIQUIDO TO WS-VAL-CENTAVOS-REG

      *> O liquido do registro ja saiu com os descontos de folha
      *> aplicados (e o salario-familia creditado); a conferencia
      *> desfaz os dois para comparar com o que a entrada declarou.
           COMPUTE WS-ITEM-SOMA = WS-ITEM-BRUTO - WS-ITEM-INSS
               - WS-ITEM-IRRF + WS-ITEM-OUTROS

           IF WS-ITEM-SOMA + WS-SALFAM-REG
                   NOT = WS-ITEM-LIQUIDO + WS-DESC-TOTAL
               MOVE "  *** ITENS NAO FECHAM COM O LIQUIDO ***"
                   TO HOL-LINHA
               PERFORM 2880-GRAVAR-LINHA-HOL
           END-PERFORM

           IF WS-TEM-SETOR-MASTER = "S" AND NOT WS-TIPO-13
                   AND NOT WS-TIPO-PLR AND NOT WS-TIPO-SEM
               PERFORM 9400-RELATORIO-ORCAMENTO
           END-IF

               PERFORM 9450-RELATORIO-BENEFICIOS
           END-IF

           IF WS-CUS-QTD > 0
               PERFORM 9460-RELATORIO-CUSTO
           END-IF

           IF WS-SDET-QTD > 0
               PERFORM 9480-RELATORIO-SINDICATOS
           END-IF

      *> Trailer de totais de controle (quantidade + soma dos valores
      *> em centavos como total de conferencia), no mesmo formato
      *> usado pelos outros arquivos de saida em lote do sistema.
           IF WS-TEM-HST = "S"
               CLOSE HOLERITE-STORE-FILE
           END-IF
           MOVE "F" TO DREG-OPERACAO
           CALL "DOCUMENTO-REGISTRA" USING DOCUMENTO-REGISTRO-PARAMS
           END-CALL
           IF WS-QTD-HOL-SEM-CODIGO > 0
               DISPLAY "AVISO: " WS-QTD-HOL-SEM-CODIGO " HOLERITE(S) "
                   "SEM CODIGO DE AUTENTICACAO (REGISTRO DE DOCUMENTOS"
                   " INDISPONIVEL)"
           END-IF
           IF WS-TEM-CONSIG = "S"
               CLOSE CONSIG-FILE
           END-IF
           IF WS-TEM-SPLIT = "S"
               CLOSE SPLIT-FILE
           END-IF
           IF WS-TEM-PLANO = "S"
               CLOSE PLANO-FILE
           END-IF
           IF WS-TEM-COPART = "S"
               CLOSE COPART-FILE
           END-IF
           IF WS-TEM-SFU = "S"
               CLOSE SINDFUNC-FILE
           END-IF

           PERFORM 9300-FECHAR-PERIODO

               " PIX=" WS-QTD-PIX
               " ADIANT-DESC=" WS-QTD-ADT-DESC
               " AFAST-DESC=" WS-QTD-AFAST-DESC
               " PLANO-DESC=" WS-QTD-PLANO-DESC
               " COPART-DESC=" WS-QTD-COPART-DESC
               " SEMANALISTAS=" WS-QTD-SEMANALISTAS
               " HORAS-IGNORADAS=" WS-QTD-SEM-IGNORADOS

      *> Os tres trilhos juntos tem de somar a folha inteira -- o
      *> total consolidado sai no log para a conferencia bater.
           DISPLAY "PAYROLL-RUN: TOTAIS CHEQUES=" WS-TOTAL-CENTAVOS
               " CNAB=" WS-TOTAL-CNAB-CENTAVOS
               " PIX=" WS-TOTAL-PIX-CENTAVOS
               " FOLHA=" WS-TOTAL-FOLHA

      *> PLR: o rateio arredonda para baixo por funcionario; a sobra
      *> de centavos do montante fica no log para a contabilidade.
           IF WS-TIPO-PLR
               DISPLAY "PAYROLL-RUN: PLR MONTANTE=" WS-PLR-MONTANTE
                   " DISTRIBUIDO=" WS-PLR-DISTRIBUIDO
           END-IF.

       9150-FECHAR-LOTE-PIX SECTION.
           MOVE WS-QTD-PIX            TO WS-CTRL-QTD
      *> o orcamento mensal do cadastro de setores. Setor com folha e
      *> sem orcamento sai com orcamento zero -- a variacao positiva
      *> aponta o cadastro por fazer.
      *> Com a tabela de encargos da empresa aplicada, o realizado e
      *> o custo completo do setor (bruto + beneficios + encargos),
      *> que e o que o orcamento preve; sem ela, o liquido pago.
           OPEN OUTPUT ORCAMENTO-REPORT-FILE
           IF WS-PAT-APLICADO = "S" AND WS-MODO-RETOMADA = "N"
               MOVE "VARIACAO DE ORCAMENTO POR SETOR - CUSTO (CENTAVOS)"
                   TO ORCOUT-LINHA
           ELSE
               MOVE "VARIACAO DE ORCAMENTO POR SETOR (CENTAVOS)"
                   TO ORCOUT-LINHA
           END-IF
           WRITE ORCOUT-LINHA
           MOVE ALL "-" TO ORCOUT-LINHA
           WRITE ORCOUT-LINHA
               UNTIL WS-J > WS-SETOR-QTD-LINHAS
               MOVE SPACES TO WS-LINHA-ORC
               MOVE WS-SETOR-COD(WS-J)   TO ORC-SETOR
               MOVE WS-SETOR-TOTAL(WS-J) TO WS-CUS-TOTAL-SETOR
               IF WS-PAT-APLICADO = "S" AND WS-MODO-RETOMADA = "N"
                   PERFORM 9470-CUSTO-DO-SETOR
               END-IF
               MOVE WS-CUS-TOTAL-SETOR TO ORC-REALIZADO
               MOVE 0 TO ORC-ORCAMENTO
               COMPUTE WS-VARIACAO = WS-CUS-TOTAL-SETOR
               PERFORM VARYING WS-K-SET FROM 1 BY 1
                   UNTIL WS-K-SET > WS-SET-QTD
                   IF WS-SET-COD(WS-K-SET) = WS-SETOR-COD(WS-J)
                       MOVE WS-SET-NOME-T(WS-K-SET) TO ORC-SETOR
                       MOVE WS-SET-ORC(WS-K-SET) TO ORC-ORCAMENTO
                       COMPUTE WS-VARIACAO =
                           WS-CUS-TOTAL-SETOR
                               - WS-SET-ORC(WS-K-SET)
                   END-IF
               END-PERFORM

           CLOSE BENEF-REPORT-FILE.

       9480-RELATORIO-SINDICATOS SECTION.
      *> Demonstrativo de repasse por sindicato: identificacao e
      *> conta do sindicato, um funcionario por linha (desconto ou
      *> oposicao), total devido e o valor por extenso do EXT-MOEDA
      *> para a carta de pagamento. Rodada retomada nao enxerga os
      *> registros de antes do checkpoint -- o demonstrativo sai
      *> marcado como parcial.
           OPEN OUTPUT SIND-REPORT-FILE
           MOVE SPACES TO SINOUT-LINHA
           STRING
               "DEMONSTRATIVO DE REPASSE SINDICAL - EMPRESA "
                                       DELIMITED BY SIZE
               WS-EMPRESA              DELIMITED BY SIZE
               " COMPETENCIA "         DELIMITED BY SIZE
               WS-COMPETENCIA          DELIMITED BY SIZE
               INTO SINOUT-LINHA
           END-STRING
           WRITE SINOUT-LINHA
           IF WS-MODO-RETOMADA = "S"
               MOVE "RODADA RETOMADA - DEMONSTRATIVO PARCIAL, CONFERIR "
                   TO SINOUT-LINHA
               MOVE "ANTES DO REPASSE" TO SINOUT-LINHA(51:16)
               WRITE SINOUT-LINHA
           END-IF

           MOVE 0 TO WS-SIND-TOTAL-GERAL
           PERFORM VARYING WS-SIN-I FROM 1 BY 1
               UNTIL WS-SIN-I > WS-SIN-QTD
               IF WS-SIN-QTD-DESC(WS-SIN-I) > 0
                       OR WS-SIN-QTD-OPOS(WS-SIN-I) > 0
                   PERFORM 9485-DEMONSTRATIVO-SINDICATO
               END-IF
           END-PERFORM

           MOVE ALL "=" TO SINOUT-LINHA
           WRITE SINOUT-LINHA
           MOVE WS-SIND-TOTAL-GERAL TO WS-SIND-VALOR-ED
           MOVE SPACES TO SINOUT-LINHA
           STRING
               "TOTAL A REPASSAR AOS SINDICATOS: " DELIMITED BY SIZE
               WS-SIND-VALOR-ED                    DELIMITED BY SIZE
               INTO SINOUT-LINHA
           END-STRING
           WRITE SINOUT-LINHA
           CLOSE SIND-REPORT-FILE

           DISPLAY "PAYROLL-RUN: CONTRIBUICAO SINDICAL TOTAL="
               WS-SIND-TOTAL-GERAL.

       9485-DEMONSTRATIVO-SINDICATO SECTION.
           MOVE ALL "=" TO SINOUT-LINHA
           WRITE SINOUT-LINHA

           COMPUTE WS-SIND-CNPJ-12 = WS-SIN-CNPJ-T(WS-SIN-I) / 100
           CALL "CALC-DIG-CNPJ" USING WS-SIND-CNPJ-PARAMS
           END-CALL
           MOVE SPACES TO SINOUT-LINHA
           STRING
               "SINDICATO "              DELIMITED BY SIZE
               WS-SIN-COD(WS-SIN-I)      DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               WS-SIN-NOME-T(WS-SIN-I)   DELIMITED BY SIZE
               " CNPJ "                  DELIMITED BY SIZE
               WS-SIND-CNPJ-FMT          DELIMITED BY SIZE
               INTO SINOUT-LINHA
           END-STRING
           WRITE SINOUT-LINHA

           MOVE SPACES TO SINOUT-LINHA
           IF WS-SIN-BANCO-T(WS-SIN-I) > 0
               STRING
                   "CONTA DO REPASSE: BANCO "   DELIMITED BY SIZE
                   WS-SIN-BANCO-T(WS-SIN-I)     DELIMITED BY SIZE
                   " AGENCIA "                  DELIMITED BY SIZE
                   WS-SIN-AGENCIA-T(WS-SIN-I)   DELIMITED BY SIZE
                   " CONTA "                    DELIMITED BY SIZE
                   WS-SIN-CONTA-T(WS-SIN-I)     DELIMITED BY SIZE
                   "-"                          DELIMITED BY SIZE
                   WS-SIN-CONTA-DV-T(WS-SIN-I)  DELIMITED BY SIZE
                   INTO SINOUT-LINHA
               END-STRING
           ELSE
               MOVE "CONTA DO REPASSE: NAO CADASTRADA (GUIA DO "
                   TO SINOUT-LINHA
               MOVE "SINDICATO)" TO SINOUT-LINHA(43:10)
           END-IF
           WRITE SINOUT-LINHA
           MOVE ALL "-" TO SINOUT-LINHA
           WRITE SINOUT-LINHA

           PERFORM VARYING WS-SDET-I FROM 1 BY 1
               UNTIL WS-SDET-I > WS-SDET-QTD
               IF WS-SDET-SIN(WS-SDET-I) = WS-SIN-I
                   MOVE WS-SDET-VALOR(WS-SDET-I) TO WS-SIND-VALOR-ED
                   MOVE SPACES TO SINOUT-LINHA
                   MOVE WS-SDET-MATRICULA(WS-SDET-I)
                       TO SINOUT-LINHA(1:9)
                   MOVE WS-SDET-NOME(WS-SDET-I) TO SINOUT-LINHA(11:40)
                   IF WS-SDET-TIPO(WS-SDET-I) = "O"
                       MOVE "OPOSICAO - SEM DESCONTO"
                           TO SINOUT-LINHA(53:23)
                   ELSE
                       MOVE WS-SIND-VALOR-ED TO SINOUT-LINHA(53:16)
                   END-IF
                   WRITE SINOUT-LINHA
               END-IF
           END-PERFORM

           MOVE ALL "-" TO SINOUT-LINHA
           WRITE SINOUT-LINHA
           MOVE WS-SIN-TOTAL(WS-SIN-I) TO WS-SIND-VALOR-ED
           MOVE SPACES TO SINOUT-LINHA
           STRING
               "DESCONTOS: "                DELIMITED BY SIZE
               WS-SIN-QTD-DESC(WS-SIN-I)    DELIMITED BY SIZE
               "  OPOSICOES: "              DELIMITED BY SIZE
               WS-SIN-QTD-OPOS(WS-SIN-I)    DELIMITED BY SIZE
               "  VALOR DEVIDO: "           DELIMITED BY SIZE
               WS-SIND-VALOR-ED             DELIMITED BY SIZE
               INTO SINOUT-LINHA
           END-STRING
           WRITE SINOUT-LINHA
           ADD WS-SIN-TOTAL(WS-SIN-I) TO WS-SIND-TOTAL-GERAL

           IF WS-SIN-TOTAL(WS-SIN-I) = 0
               EXIT SECTION
           END-IF

      *> Extenso pelo mesmo EXT-MOEDA do cheque, valor "reais,cc".
           COMPUTE WS-DESC-REAIS = WS-SIN-TOTAL(WS-SIN-I) / 100
           COMPUTE WS-DESC-CENTS =
               WS-SIN-TOTAL(WS-SIN-I) - (WS-DESC-REAIS * 100)
           MOVE WS-DESC-REAIS TO WS-DESC-REAIS-ED
           MOVE WS-DESC-CENTS TO WS-DESC-CENTS-ED
           MOVE SPACES TO WS-MOEDA-VALOR
           STRING
               FUNCTION TRIM(WS-DESC-REAIS-ED)
               ","
               WS-DESC-CENTS-ED
               INTO WS-MOEDA-VALOR
           END-STRING
           MOVE "BRL"        TO WS-MOEDA-COD
           MOVE "BR"         TO WS-MOEDA-FORMATO
           MOVE SPACES       TO WS-MOEDA-IDIOMA
           MOVE "N"          TO WS-MOEDA-ANTIFRAUDE
           CALL "EXT-MOEDA" USING
               WS-MOEDA-IN
               WS-MOEDA-OUT
           END-CALL
           IF WS-MOEDA-STATUS NOT = "OK"
               DISPLAY "PAYROLL-RUN: EXTENSO RECUSADO PARA O "
                   "SINDICATO " WS-SIN-COD(WS-SIN-I)
                   " (STATUS=" WS-MOEDA-STATUS ")"
               EXIT SECTION
           END-IF
           MOVE "VALOR POR EXTENSO:" TO SINOUT-LINHA
           WRITE SINOUT-LINHA
           MOVE WS-MOEDA-TEXTO(1:132) TO SINOUT-LINHA
           WRITE SINOUT-LINHA
           IF WS-MOEDA-TEXTO(133:124) NOT = SPACES
               MOVE WS-MOEDA-TEXTO(133:124) TO SINOUT-LINHA
               WRITE SINOUT-LINHA
           END-IF
           IF WS-MOEDA-TEXTO-CONT NOT = SPACES
               MOVE WS-MOEDA-TEXTO-CONT(1:132) TO SINOUT-LINHA
               WRITE SINOUT-LINHA
               IF WS-MOEDA-TEXTO-CONT(133:124) NOT = SPACES
                   MOVE WS-MOEDA-TEXTO-CONT(133:124) TO SINOUT-LINHA
                   WRITE SINOUT-LINHA
               END-IF
           END-IF.

       9460-RELATORIO-CUSTO SECTION.
      *> Custo da folha por setor: bruto, beneficios pagos pela
      *> empresa (VT acima do teto + VR) e encargos da empresa (INSS
      *> patronal, RAT x FAP, terceiros e FGTS), em centavos.
           OPEN OUTPUT CUSTO-REPORT-FILE
           MOVE "CUSTO DA FOLHA POR SETOR (CENTAVOS) - COMPETENCIA "
               TO CUSOUT-LINHA
           MOVE WS-COMPETENCIA TO CUSOUT-LINHA(51:6)
           WRITE CUSOUT-LINHA
           IF WS-PAT-APLICADO = "N"
               MOVE "SEM TABELA DE ENCARGOS DA EMPRESA - ENCARGOS ZERO"
                   TO CUSOUT-LINHA
               WRITE CUSOUT-LINHA
           END-IF
           IF WS-MODO-RETOMADA = "S"
               MOVE "RODADA RETOMADA - CUSTO SO DO TRECHO REPROCESSADO"
                   TO CUSOUT-LINHA
               WRITE CUSOUT-LINHA
           END-IF
           MOVE SPACES TO CUSOUT-LINHA
           STRING "SETOR                    QTD         "
                   DELIMITED BY SIZE
               "SALARIO      BENEFICIOS       ENCARGOS"
                   DELIMITED BY SIZE
               "     CUSTO TOTAL" DELIMITED BY SIZE
               INTO CUSOUT-LINHA
           END-STRING
           WRITE CUSOUT-LINHA
           MOVE ALL "-" TO CUSOUT-LINHA
           WRITE CUSOUT-LINHA

           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CUS-QTD
               MOVE SPACES TO WS-LINHA-CUSTO
               MOVE WS-CUS-COD(WS-J) TO CUS-SETOR
               PERFORM VARYING WS-K-SET FROM 1 BY 1
                   UNTIL WS-K-SET > WS-SET-QTD
                   IF WS-SET-COD(WS-K-SET) = WS-CUS-COD(WS-J)
                       MOVE WS-SET-NOME-T(WS-K-SET) TO CUS-SETOR
                   END-IF
               END-PERFORM
               MOVE WS-CUS-FUNC(WS-J)      TO CUS-QTD
               MOVE WS-CUS-SALARIO(WS-J)   TO CUS-SALARIO
               MOVE WS-CUS-BENEF(WS-J)     TO CUS-BENEF
               MOVE WS-CUS-ENCARGOS(WS-J)  TO CUS-ENCARGOS
               COMPUTE WS-CUS-TOTAL-SETOR = WS-CUS-SALARIO(WS-J)
                   + WS-CUS-BENEF(WS-J) + WS-CUS-ENCARGOS(WS-J)
               MOVE WS-CUS-TOTAL-SETOR     TO CUS-TOTAL
               MOVE WS-LINHA-CUSTO TO CUSOUT-LINHA
               WRITE CUSOUT-LINHA
           END-PERFORM

           CLOSE CUSTO-REPORT-FILE.

       9470-CUSTO-DO-SETOR SECTION.
      *> Custo completo do setor WS-SETOR-COD(WS-J) para o
      *> relatorio de orcamento.
           PERFORM VARYING WS-K-SET FROM 1 BY 1
               UNTIL WS-K-SET > WS-CUS-QTD
               IF WS-CUS-COD(WS-K-SET) = WS-SETOR-COD(WS-J)
                   COMPUTE WS-CUS-TOTAL-SETOR =
                       WS-CUS-SALARIO(WS-K-SET)
                       + WS-CUS-BENEF(WS-K-SET)
                       + WS-CUS-ENCARGOS(WS-K-SET)
               END-IF
           END-PERFORM.

       9200-GRAVAR-PROX-CHEQUE SECTION.
           OPEN OUTPUT CHECK-NEXTNUM-FILE
           MOVE WS-CHEQUE-PROX TO NEXTNUM-REC
