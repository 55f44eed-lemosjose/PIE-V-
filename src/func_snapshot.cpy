      *> Contrato do FUNC-SNAPSHOT-LER: leitura de funcionario, um por
      *> vez, direto do FUNC-SNAPSHOT indexado -- para o programa de
      *> lote que so precisa achar a matricula (ou o CPF, ou o setor)
      *> e nao tem por que carregar o quadro inteiro em memoria, nem
      *> depender do teto de 5000 entradas do func_tabela.cpy.
      *>
      *> FSNP-OPERACAO:
      *>   "A" abre e confere o snapshot, no inicio do programa --
      *>       para o lote parar antes de gravar qualquer coisa;
      *>   "M" o funcionario da matricula FSNP-CHAVE-MATRICULA;
      *>   "C" o primeiro com o CPF FSNP-CHAVE-CPF (9 digitos base);
      *>   "S" o primeiro do setor FSNP-CHAVE-SETOR;
      *>   "T" o primeiro do quadro, na ordem de FSNP-ORDEM ("M"
      *>       matricula, "C" CPF, "S" setor);
      *>   "P" o proximo da ultima operacao: depois de "C" ou "S" so
      *>       enquanto a chave for a mesma; depois de "M" ou "T",
      *>       ate o fim, na mesma ordem;
      *>   "F" fecha o snapshot (fim do programa chamador).
      *> Sem o "A", o arquivo abre na primeira leitura; de um jeito ou
      *> de outro fica aberto entre as chamadas.
      *>
      *> FSNP-STATUS: "OK" funcionario em FSNP-FUNC; "NAO" nao
      *> encontrado ou fim da leitura; "REJ" snapshot indisponivel
      *> ou incompleto (extracao parada no meio) -- o chamador trata
      *> como tratava a tabela que nao carregou.
      *> FSNP-EXTRACAO: quando a extracao que gerou o snapshot
      *> comecou (AAAAMMDDHHMMSS), e FSNP-QTD, quantos funcionarios
      *> ela gravou -- para o relatorio da rodada.
      *>
      *> FSNP-FUNC tem o layout de uma FT-ENTRADA (func_tabela.cpy);
      *> os campos significam o mesmo.
       01  FUNC-SNAPSHOT-PARAMS.
           05  FSNP-OPERACAO         PIC X(01).
           05  FSNP-ORDEM            PIC X(01).
           05  FSNP-CHAVE-MATRICULA  PIC 9(09).
           05  FSNP-CHAVE-CPF        PIC 9(09).
           05  FSNP-CHAVE-SETOR      PIC X(10).
           05  FSNP-STATUS           PIC X(03).
           05  FSNP-EXTRACAO         PIC X(14).
           05  FSNP-QTD              PIC 9(09).
           05  FSNP-FUNC.
               10  FSNP-MATRICULA    PIC 9(09).
               10  FSNP-NOME         PIC X(50).
               10  FSNP-BANCO        PIC 9(03).
               10  FSNP-AGENCIA      PIC 9(04).
               10  FSNP-CONTA        PIC 9(08).
               10  FSNP-CONTA-DV     PIC 9(01).
               10  FSNP-SALARIO      PIC 9(15).
               10  FSNP-SETOR        PIC X(10).
               10  FSNP-CPF          PIC 9(09).
               10  FSNP-SITUACAO     PIC X(01).
               10  FSNP-PIX          PIC X(40).
               10  FSNP-PIS          PIC 9(11).
               10  FSNP-ENDERECO     PIC X(60).
               10  FSNP-CIDADE       PIC X(30).
               10  FSNP-UF           PIC X(02).
               10  FSNP-CEP          PIC 9(08).
               10  FSNP-ADMISSAO     PIC 9(08).
               10  FSNP-TIPO-CONTRATO PIC X(01).
               10  FSNP-CARGO        PIC X(06).
