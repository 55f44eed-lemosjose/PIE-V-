      *> Registro do FUNC-SNAPSHOT, a copia indexada do cadastro de
      *> funcionarios que o TRE0028-FUNC-SNAPSHOT extrai uma vez no
      *> inicio da janela noturna. Quem grava (a extracao) e quem le
      *> (FUNC-SNAPSHOT-TABELA e FUNC-SNAPSHOT-LER) usam este mesmo
      *> layout para nao desalinharem.
      *>
      *> SNP-FUNC tem exatamente o layout de uma FT-ENTRADA do
      *> func_tabela.cpy, campo a campo -- a carga da tabela move o
      *> grupo inteiro. Chave primaria a matricula; chaves
      *> alternativas CPF e setor, com duplicidade (CPF repetido e
      *> justamente o que o CPF-DUP-SWEEP procura).
      *>
      *> A matricula zero e o registro de controle (SNP-CONTROLE):
      *> quando a extracao comecou, quantos funcionarios gravou e se
      *> terminou ("OK ") ou parou no meio ("INC"). Snapshot sem
      *> controle "OK " nao serve para ninguem.
       01  SNP-REC.
           05  SNP-FUNC.
               10  SNP-MATRICULA     PIC 9(09).
               10  SNP-NOME          PIC X(50).
               10  SNP-BANCO         PIC 9(03).
               10  SNP-AGENCIA       PIC 9(04).
               10  SNP-CONTA         PIC 9(08).
               10  SNP-CONTA-DV      PIC 9(01).
               10  SNP-SALARIO       PIC 9(15).
               10  SNP-SETOR         PIC X(10).
               10  SNP-CPF           PIC 9(09).
               10  SNP-SITUACAO      PIC X(01).
               10  SNP-PIX           PIC X(40).
               10  SNP-PIS           PIC 9(11).
               10  SNP-ENDERECO      PIC X(60).
               10  SNP-CIDADE        PIC X(30).
               10  SNP-UF            PIC X(02).
               10  SNP-CEP           PIC 9(08).
               10  SNP-ADMISSAO      PIC 9(08).
               10  SNP-TIPO-CONTRATO PIC X(01).
               10  SNP-CARGO         PIC X(06).
           05  SNP-CONTROLE REDEFINES SNP-FUNC.
               10  FILLER            PIC X(09).
               10  SNP-CTL-EXTRACAO  PIC X(14).
               10  SNP-CTL-SITUACAO  PIC X(03).
               10  SNP-CTL-QTD       PIC 9(09).
               10  FILLER            PIC X(241).
