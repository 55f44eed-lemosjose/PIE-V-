      *> Contrato do PARAMETRO-CONSULTA: resolve um parametro de
      *> negocio (multa, juros, tolerancias, prazos, limites) no
      *> PARAMETRO-MASTER para uma empresa e uma data.
      *>
      *> PARC-EMPRESA: vigencia da propria empresa primeiro, depois a
      *> geral (empresa "00"); em branco, so a geral.
      *> PARC-DATA: a data da rodada; zeros = hoje.
      *> PARC-VALOR: na entrada, o padrao do programa; na saida, o
      *> valor em vigor, na mesma unidade da antiga variavel de
      *> ambiente de mesmo nome (centesimos de ponto percentual,
      *> dias, centavos -- o que o programa ja usava).
      *>
      *> PARC-ORIGEM: "MST" PARAMETRO-MASTER (PARC-VIGENCIA e
      *> PARC-VIG-EMPRESA dizem qual vigencia); "AMB" variavel de
      *> ambiente, para o parametro que ainda nao foi cadastrado;
      *> "PAD" nenhum dos dois, ficou o padrao do programa.
      *> PARC-LINHA: a linha pronta para o cabecalho do relatorio da
      *> rodada ("NOME = valor (origem)").
       01  PARAMETRO-CONSULTA-PARAMS.
           05  PARC-NOME             PIC X(24).
           05  PARC-EMPRESA          PIC X(02).
           05  PARC-DATA             PIC 9(08).
           05  PARC-VALOR            PIC S9(15).
           05  PARC-ORIGEM           PIC X(03).
           05  PARC-VIGENCIA         PIC 9(08).
           05  PARC-VIG-EMPRESA      PIC X(02).
           05  PARC-LINHA            PIC X(80).
