       *>   for each routine.
       *> - IN-IDIOMA selects the output language: SPACES or "PT"
       *>   produces uppercase Portuguese (pt-BR), the original
       *>   behavior; "EN" produces uppercase English instead;
       *>   "ES" produces uppercase Spanish (Mercosul documents),
       *>   "UNO" in counting form -- EXT-GENERO turns it into "UN"
       *>   or "UNA" where a noun follows.
       *> - IN-CASO selects the letter case of OUT-TEXT: SPACES or
       *>   "U" keeps the original all-uppercase behavior; "T"
       *>   returns sentence case ("Mil cento e cinquenta e sete"),
