      *> Contrato do DOCUMENTO-REGISTRA: codigo de autenticacao dos
      *> documentos que o RH entrega (holerite, aviso de ferias, termo
      *> de rescisao, informe de rendimentos, convocacao, segunda via
      *> de cobranca, declaracao). Cada emissao ganha um codigo unico,
      *> impresso no documento, e o registro do que ele dizia fica no
      *> DOCUMENTO-REGISTRO -- o balcao (DOCUMENTO-CONSULTA) confere o
      *> papel que chega de fora pelo codigo.
      *>
      *> DREG-OPERACAO:
      *>   "R" registra: o chamador preenche DREG-DOCUMENTO (tipo,
      *>       programa, matricula ou pagador, nome, referencia e ate
      *>       tres valores); a rotina completa empresa (pela folha,
      *>       quando vier em branco com matricula), data, hora e
      *>       operador, gera o codigo e grava;
      *>   "C" consulta o codigo como o operador digitou, em
      *>       DREG-CODIGO-FMT (com ou sem os hifens, maiusculo ou
      *>       minusculo) e devolve o documento em DREG-DOCUMENTO;
      *>   "F" fecha o registro (fim do programa chamador).
      *> O arquivo abre na primeira chamada e fica aberto entre elas.
      *>
      *> DREG-CODIGO: 12 caracteres do alfabeto sem 0/O e 1/I (nao se
      *> confundem no papel), os dois ultimos de conferencia -- pegam
      *> o erro de digitacao antes da busca. DREG-CODIGO-FMT: o mesmo
      *> em tres grupos, XXXX-XXXX-XXXX, como sai impresso.
      *>
      *> DREG-STATUS: "OK" registrado / encontrado; "NAO" codigo
      *> valido que nao consta do registro; "DIG" codigo mal formado
      *> ou com conferencia errada; "REJ" registro indisponivel -- o
      *> documento sai sem codigo e o chamador avisa.
      *>
      *> Valores em centavos, com sinal; rotulo em branco = sem valor.
      *> DREG-PAGADOR-TIPO "F" CPF / "J" CNPJ, para documento de
      *> terceiro (cobranca), com DREG-MATRICULA zero.
       01  DOCUMENTO-REGISTRO-PARAMS.
           05  DREG-OPERACAO         PIC X(01).
           05  DREG-STATUS           PIC X(03).
           05  DREG-CODIGO           PIC X(12).
           05  DREG-CODIGO-FMT       PIC X(14).
           05  DREG-DOCUMENTO.
               10  DREG-TIPO         PIC X(12).
               10  DREG-PROGRAMA     PIC X(20).
               10  DREG-EMPRESA      PIC X(02).
               10  DREG-MATRICULA    PIC 9(09).
               10  DREG-PAGADOR-TIPO PIC X(01).
               10  DREG-PAGADOR-DOC  PIC 9(14).
               10  DREG-NOME         PIC X(50).
               10  DREG-REFERENCIA   PIC X(30).
               10  DREG-VALOR-T      OCCURS 3 TIMES.
                   15  DREG-VLR-ROTULO PIC X(20).
                   15  DREG-VLR      PIC S9(15).
               10  DREG-DATA-EMISSAO PIC 9(08).
               10  DREG-HORA-EMISSAO PIC 9(06).
               10  DREG-OPERADOR     PIC X(10).
