       01  WS-NOME                   PIC X(50) VALUE SPACES.
       01  WS-SALARIO                PIC 9(15) COMP-5 VALUE 0.

      *> Margem legal em % do salario registrado: CONSIG-MARGEM-PCT
      *> no PARAMETRO-MASTER (vigencia geral).
       01  WS-MARGEM-PCT             PIC 9(03) VALUE 35.
       COPY "parametro_consulta.cpy".
       01  WS-MARGEM-CENTAVOS        PIC 9(15) COMP-5 VALUE 0.
       01  WS-PARCELAS-ATIVAS        PIC 9(15) COMP-5 VALUE 0.

           DISPLAY "MATRICULA: "
           ACCEPT WS-MATRICULA

           MOVE "CONSIG-MARGEM-PCT" TO PARC-NOME
           MOVE "00"                TO PARC-EMPRESA
           MOVE 0                   TO PARC-DATA
           MOVE WS-MARGEM-PCT       TO PARC-VALOR
           CALL "PARAMETRO-CONSULTA" USING PARAMETRO-CONSULTA-PARAMS
           END-CALL
           MOVE PARC-VALOR TO WS-MARGEM-PCT
           DISPLAY "PARAMETRO: " FUNCTION TRIM(PARC-LINHA)

           OPEN I-O CONSIG-FILE
           IF NOT WS-CSG-OK
