      *> CTRL-TOTAL: uma rotina CALLada por quem levanta, baixa ou
      *> consulta. O NIGHTLY-BATCH levanta a bandeira antes dos
      *> estagios que mexem nos arquivos do CPF (unload, retencao,
      *> reconciliacao) e do backup dos mestres (MASTER-BACKUP) e
      *> baixa ao terminar; o MASTER-RESTORE a mantem de pe durante a
      *> recarga; CONF-CPF e CONF-CPF-ONLINE consultam antes de
      *> operar e recusam trabalho novo enquanto ela estiver de pe.
      *>
      *> Operacoes:
      *>   "L" levantar  - grava a marca com timestamp e motivo
