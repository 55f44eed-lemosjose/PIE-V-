      *> Contrato do ALERTA: grava um alerta operacional na fila
      *> ALERTA-FILA para o ALERTA-DESPACHO encaminhar ao plantao
      *> (e-mail/SMS, conforme ALERTA-ROTAS.CFG) e o OPS-CONSOLE
      *> listar ate o supervisor dar ciencia.
      *>
      *> ALRP-SEVERIDADE: "C" critico (a janela ou a liberacao parou),
      *> "A" aviso (limite ultrapassado, segue rodando), "I"
      *> informativo.
      *> ALRP-ORIGEM: o programa que levanta o alerta.
      *> ALRP-EMPRESA: a empresa envolvida, ou brancos.
      *>
      *> ALRP-STATUS: "OK" alerta na fila; "REJ" severidade invalida
      *> ou fila indisponivel -- o alerta sai so no log do job, e o
      *> chamador segue o seu caminho de qualquer forma: alerta que
      *> nao grava nunca derruba a rotina que o levantou.
       01  ALERTA-PARAMS.
           05  ALRP-SEVERIDADE       PIC X(01).
               88  ALRP-CRITICO                 VALUE "C".
               88  ALRP-AVISO                   VALUE "A".
               88  ALRP-INFORMATIVO             VALUE "I".
           05  ALRP-ORIGEM           PIC X(24).
           05  ALRP-EMPRESA          PIC X(02).
           05  ALRP-MENSAGEM         PIC X(80).
           05  ALRP-STATUS           PIC X(03).
