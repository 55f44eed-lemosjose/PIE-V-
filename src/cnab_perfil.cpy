      *> Contrato compartilhado do perfil de layout CNAB-240 por banco,
      *> carregado pelo CNAB-PERFIL a partir do arquivo CNAB-PERFIL e
      *> usado por todas as remessas (folha, boletos, RPA, reembolso,
      *> reemissao PIX) e pelos leitores de retorno. Cada banco le o
      *> mesmo padrao FEBRABAN de um jeito; o que muda de banco para
      *> banco mora aqui e nao mais em VALUE espalhado nos programas.
      *>
      *> PRF-OPERACAO: "C" carrega o perfil do PRF-BANCO; "O"
      *> classifica a ocorrencia PRF-OCOR-ENT pela tabela ja
      *> carregada, devolvendo PRF-OCOR-TIPO-SAI e
      *> PRF-OCOR-DESCR-SAI.
      *>
      *> Banco sem linha no arquivo fica com o padrao historico da
      *> casa (layout 103/046, servico 30 folha / 20 pagamento, forma
      *> 01 credito / 31 boleto, camara 000, segmentos A e J,
      *> ocorrencia na posicao 231 e so "00" como efetivado) e
      *> PRF-STATUS = "PAD"; com perfil, PRF-STATUS = "OK".
      *>
      *> Tipo da ocorrencia: "C" efetivado/pago, "P" aceito e ainda
      *> pendente no banco (agendado, em processamento -- nao e
      *> recusa), "R" recusado. Ocorrencia fora da tabela e recusa.
       01  CNAB-PERFIL-PARAMS.
           05  PRF-OPERACAO          PIC X(01).
           05  PRF-BANCO             PIC X(03).
           05  PRF-VERSAO-ARQ        PIC X(03).
           05  PRF-VERSAO-LOTE       PIC X(03).
           05  PRF-SERV-SALARIO      PIC X(02).
           05  PRF-SERV-PAGTO        PIC X(02).
           05  PRF-FORMA-CREDITO     PIC X(02).
           05  PRF-FORMA-BOLETO      PIC X(02).
           05  PRF-CAMARA            PIC X(03).
           05  PRF-SEG-CREDITO       PIC X(01).
           05  PRF-SEG-BOLETO        PIC X(01).
           05  PRF-POS-OCORRENCIA    PIC 9(03).
           05  PRF-OCOR-QTD          PIC 9(03).
           05  PRF-OCOR-T OCCURS 100 TIMES.
               10  PRF-OCOR-COD      PIC X(02).
               10  PRF-OCOR-TIPO     PIC X(01).
               10  PRF-OCOR-DESCR    PIC X(30).
           05  PRF-OCOR-ENT          PIC X(02).
           05  PRF-OCOR-TIPO-SAI     PIC X(01).
               88  PRF-OCOR-EFETIVADA           VALUE "C".
               88  PRF-OCOR-PENDENTE            VALUE "P".
               88  PRF-OCOR-RECUSADA            VALUE "R".
           05  PRF-OCOR-DESCR-SAI    PIC X(30).
           05  PRF-STATUS            PIC X(03).
