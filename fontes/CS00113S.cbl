                   ws-nr-arquivos-divergentes " divergente(s)" into ws-mensagem
            perform 9000-mensagem

      *> Os movimentos feitos depois do backup estão no journal
            move spaces                             to ws-mensagem
            string "Para reaplicar o journal desde o backup rodar o job ROLLFWD com "
                   ws-data-conjunto into ws-mensagem
            perform 9000-mensagem

            if   ws-nr-arquivos-divergentes greater zeros
                 set lnk-com-warning                to true
            end-if
