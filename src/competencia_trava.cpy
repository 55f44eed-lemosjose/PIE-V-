      *> Contrato do COMPETENCIA-TRAVA: diz se a competencia recebeu a
      *> trava final do FECHAMENTO-COMPETENCIA (registro "TRAVA-nn"
      *> com status TRAVADO no PERIODO-CONTROLE). Todo programa que
      *> grava ou gera arquivo de uma competencia consulta antes de
      *> comecar e recusa a competencia travada.
      *>
      *> CTRV-COMPETENCIA: MMAAAA.
      *> CTRV-EMPRESA: a empresa da rodada; em branco, a trava de
      *> qualquer empresa vale (programa que roda o grupo inteiro).
      *>
      *> CTRV-STATUS: "LIV" competencia livre; "TRV" travada --
      *> CTRV-EMP-TRAVA e CTRV-DATA-TRAVA dizem qual empresa e quando.
       01  COMPETENCIA-TRAVA-PARAMS.
           05  CTRV-COMPETENCIA      PIC X(06).
           05  CTRV-EMPRESA          PIC X(02).
           05  CTRV-STATUS           PIC X(03).
           05  CTRV-EMP-TRAVA        PIC X(02).
           05  CTRV-DATA-TRAVA       PIC X(14).
