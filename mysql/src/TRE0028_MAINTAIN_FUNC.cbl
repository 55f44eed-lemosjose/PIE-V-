       01  WS-PIX-ESC            PIC X(80).
       01  WS-END-ESC            PIC X(120).
       01  WS-CID-ESC            PIC X(60).
       01  WS-CARGO-ESC          PIC X(12).
      *> Data de admissao ja no formato do literal SQL: 'AAAA-MM-DD'
      *> com as aspas, ou NULL quando a admissao vem zerada.
       01  WS-ADMISSAO-SQL       PIC X(12).
       01  WS-TIPO-CONTRATO      PIC X(01).
       01  WS-ESC-I              PIC S9(9) COMP-5.
       01  WS-ESC-O              PIC S9(9) COMP-5.
       01  WS-ESC-TAM            PIC S9(9) COMP-5.
           05 LK-CIDADE            PIC X(30).
           05 LK-UF                PIC X(02).
           05 LK-CEP               PIC 9(08).
      *> Dados do contrato: admissao AAAAMMDD (fun_dt_admissao, 0 =
      *> sem data), vinculo (fun_tipo_contrato: C CLT, E estagiario,
      *> A aprendiz, D diretor; em branco = CLT) e o codigo do cargo
      *> no CARGO-MASTER (fun_cargo), ja conferido pelo chamador.
           05 LK-ADMISSAO          PIC 9(08).
           05 LK-TIPO-CONTRATO     PIC X(01).
           05 LK-CARGO             PIC X(06).
           05 LK-STATUS             PIC X(03).

       PROCEDURE DIVISION USING LK-PARAMETROS.
           PERFORM 2100-ESCAPAR-NOME
           PERFORM 2200-ESCAPAR-SETOR
           PERFORM 2300-ESCAPAR-PIX
           PERFORM 2400-ESCAPAR-ENDERECO
           PERFORM 2500-PREPARAR-CONTRATO.

       2100-ESCAPAR-NOME SECTION.
           *> Dobra cada aspas simples embutida no nome antes de
           INSPECT WS-CID-ESC
               REPLACING TRAILING SPACES BY LOW-VALUES.

       2500-PREPARAR-CONTRATO SECTION.
           *> Admissao zerada grava NULL (funcionario antigo ainda sem
           *> a data levantada); vinculo em branco grava CLT. O cargo
           *> leva o mesmo escaping do nome.
           IF LK-ADMISSAO = 0
             MOVE "NULL" TO WS-ADMISSAO-SQL
           ELSE
             MOVE SPACES TO WS-ADMISSAO-SQL
             STRING
               "'"                                DELIMITED BY SIZE
               LK-ADMISSAO(1:4)                   DELIMITED BY SIZE
               "-"                                DELIMITED BY SIZE
               LK-ADMISSAO(5:2)                   DELIMITED BY SIZE
               "-"                                DELIMITED BY SIZE
               LK-ADMISSAO(7:2)                   DELIMITED BY SIZE
               "'"                                DELIMITED BY SIZE
               INTO WS-ADMISSAO-SQL
             END-STRING
           END-IF
           INSPECT WS-ADMISSAO-SQL
               REPLACING TRAILING SPACES BY LOW-VALUES

           MOVE LK-TIPO-CONTRATO TO WS-TIPO-CONTRATO
           IF WS-TIPO-CONTRATO = SPACE
             MOVE "C" TO WS-TIPO-CONTRATO
           END-IF

           MOVE SPACES TO WS-CARGO-ESC
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-CARGO))
               TO WS-ESC-TAM
           IF LK-CARGO = SPACES
               MOVE 0 TO WS-ESC-TAM
           END-IF
           MOVE 0 TO WS-ESC-O
           PERFORM VARYING WS-ESC-I FROM 1 BY 1
               UNTIL WS-ESC-I > WS-ESC-TAM
             MOVE LK-CARGO(WS-ESC-I:1) TO WS-ESC-CH
             ADD 1 TO WS-ESC-O
             MOVE WS-ESC-CH TO WS-CARGO-ESC(WS-ESC-O:1)
             IF WS-ESC-CH = QUOTE
               ADD 1 TO WS-ESC-O
               MOVE QUOTE TO WS-CARGO-ESC(WS-ESC-O:1)
             END-IF
           END-PERFORM
           INSPECT WS-CARGO-ESC
               REPLACING TRAILING SPACES BY LOW-VALUES.

       3000-INCLUIR SECTION.
           *> Cadastro de um novo funcionario, a partir da matricula,
           *> nome e CPF ja validados em CALC-DIG_CPF/CONF-CPF.
                                                  DELIMITED BY SIZE
             "fun_salario, fun_setor, fun_pis, fun_pix, "
                                                  DELIMITED BY SIZE
             "fun_endereco, fun_cidade, fun_uf, fun_cep, "
                                                  DELIMITED BY SIZE
             "fun_dt_admissao, fun_tipo_contrato, fun_cargo) "
                                                  DELIMITED BY SIZE
             "VALUES ("                          DELIMITED BY SIZE
             LK-MATRICULA                         DELIMITED BY SIZE
             LK-UF                                DELIMITED BY SIZE
             "', "                                DELIMITED BY SIZE
             LK-CEP                               DELIMITED BY SIZE
             ", "                                 DELIMITED BY SIZE
             WS-ADMISSAO-SQL                     DELIMITED BY LOW-VALUES
             ", '"                                DELIMITED BY SIZE
             WS-TIPO-CONTRATO                     DELIMITED BY SIZE
             "', '"                               DELIMITED BY SIZE
             WS-CARGO-ESC                        DELIMITED BY LOW-VALUES
             "')"                                 DELIMITED BY SIZE
             INTO QRY
           END-STRING

             LK-UF                                DELIMITED BY SIZE
             "', fun_cep = "                      DELIMITED BY SIZE
             LK-CEP                               DELIMITED BY SIZE
             ", fun_dt_admissao = "               DELIMITED BY SIZE
             WS-ADMISSAO-SQL                     DELIMITED BY LOW-VALUES
             ", fun_tipo_contrato = '"            DELIMITED BY SIZE
             WS-TIPO-CONTRATO                     DELIMITED BY SIZE
             "', fun_cargo = '"                   DELIMITED BY SIZE
             WS-CARGO-ESC                        DELIMITED BY LOW-VALUES
             "'"                                  DELIMITED BY SIZE
             " WHERE fun_num_matric = "           DELIMITED BY SIZE
             LK-MATRICULA                         DELIMITED BY SIZE
             INTO QRY
