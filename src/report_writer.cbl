      *>   "L" escreve LK-RW-LINHA, paginando quando precisa
      *>   "F" escreve a faixa de fim (com LK-RW-LINHA como linha de
      *>       totais, quando informada) e fecha o arquivo
      *>   "Q" quebra a pagina: a proxima linha abre pagina nova
      *>       (termos e separadores que exigem folha propria)
      *>   "P" devolve em LK-RW-LINHA(1:4) o numero da pagina
      *>       corrente -- depois do "F", o total de paginas
      *>
      *> Um relatorio aberto por vez -- os lotes da casa escrevem um
      *> relatorio por etapa, nunca dois intercalados.
                   PERFORM 2000-ESCREVER-LINHA
               WHEN "F"
                   PERFORM 3000-FINALIZAR
               WHEN "Q"
                   PERFORM 4000-QUEBRAR-PAGINA
               WHEN "P"
                   MOVE SPACES    TO LK-RW-LINHA
                   MOVE WS-PAGINA TO LK-RW-LINHA(1:4)
               WHEN OTHER
                   MOVE "REJ" TO LK-RW-STATUS
           END-EVALUATE

           CLOSE REPORT-FILE
           MOVE "N" TO WS-ABERTO.

       4000-QUEBRAR-PAGINA SECTION.
      *> Pagina que so tem o cabecalho nao e quebrada de novo -- nao
      *> sai folha em branco no relatorio.
           IF NOT WS-RELATORIO-ABERTO
               MOVE "REJ" TO LK-RW-STATUS
               EXIT SECTION
           END-IF
           IF WS-LINHAS-NA-PAGINA > 2
               MOVE WS-LINHAS-POR-PAGINA TO WS-LINHAS-NA-PAGINA
           END-IF.
