
                 if   (f07300-spool-impresso or f07300-spool-cancelado)
                 and  f07300-data-geracao less ws-data-limite
                      perform 9000-excluir-pd07300
                      add 1                         to ws-nr-removidos
                 end-if

