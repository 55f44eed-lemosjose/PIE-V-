      *> Contrato compartilhado da tabela de funcionarios em memoria,
      *> carregada por TRE0028-TABELA-FUNC e consultada por PAYROLL-RUN
      *> e HOLERITE-PREVIEW. (O lote carrega a mesma tabela do
      *> FUNC-SNAPSHOT pelo FUNC-SNAPSHOT-TABELA.) Antes cada programa
      *> repetia a mesma estrutura; com os dados bancarios entrando no
      *> cadastro o layout passou a viver aqui para os tres nao
      *> desalinharem.
      *>
      *> A tabela comporta alguns milhares de funcionarios (o teto de
      *> 200 derrubava gente em silencio com o quadro crescendo) e o
      *> correspondencia (fun_endereco etc.), usado pelos documentos
      *> que vao pelo correio (a convocacao eleitoral foi a
      *> primeira). Em branco/zero = endereco ainda nao cadastrado.
      *>
      *> FT-ADMISSAO e a data de admissao AAAAMMDD (fun_dt_admissao);
      *> zero = admissao ainda nao registrada. FT-TIPO-CONTRATO e o
      *> vinculo (fun_tipo_contrato): "C" CLT, "E" estagiario, "A"
      *> aprendiz, "D" diretor -- em branco vale CLT, o vinculo de
      *> todo o quadro antigo. FT-CARGO e o codigo do cargo no
      *> CARGO-MASTER (fun_cargo), com a faixa salarial do cargo;
      *> em branco = cargo ainda nao atribuido.
       01  FUNC-TABELA-PARAMS.
           05  FT-QTD                PIC 9(05).
           05  FT-STATUS             PIC X(03).
               10  FT-CIDADE         PIC X(30).
               10  FT-UF             PIC X(02).
               10  FT-CEP            PIC 9(08).
               10  FT-ADMISSAO       PIC 9(08).
               10  FT-TIPO-CONTRATO  PIC X(01).
               10  FT-CARGO          PIC X(06).
