      *> Contrato do CEP-CONSULTA: consulta o CEP na CEP-BASE (carga
      *> do extrato dos Correios pelo CEP-LOAD) e, quando o chamador
      *> manda a cidade e a UF que tem no cadastro, confere as duas
      *> contra as do CEP -- sem diferenca de caixa, acento, hifen ou
      *> apostrofo ("Sao Paulo" confere com o "SAO PAULO" acentuado
      *> da base, "Santa Barbara d'Oeste" com "SANTA BARBARA D
      *> OESTE").
      *>
      *> CEPC-CIDADE / CEPC-UF em branco: so consulta, sem conferir.
      *> Saida com o logradouro, o bairro, a cidade e a UF da base.
      *>
      *> CEPC-STATUS: "OK" CEP existe (e confere, quando conferido);
      *> "DIV" CEP existe mas a cidade ou a UF do cadastro nao batem;
      *> "NEX" CEP fora da base; "INV" CEP zerado; "IND" CEP-BASE
      *> indisponivel (nada foi conferido).
       01  CEP-CONSULTA-PARAMS.
           05  CEPC-CEP              PIC 9(08).
           05  CEPC-CIDADE           PIC X(30).
           05  CEPC-UF               PIC X(02).
           05  CEPC-LOGRADOURO       PIC X(60).
           05  CEPC-BAIRRO           PIC X(30).
           05  CEPC-CIDADE-BASE      PIC X(30).
           05  CEPC-UF-BASE          PIC X(02).
           05  CEPC-STATUS           PIC X(03).
