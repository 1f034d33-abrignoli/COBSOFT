                 move f-cd-serie                   to f02200-cd-serie
                 perform 9000-ler-pd02200-ran
                 if   ws-operacao-ok
                      perform 9000-excluir-pd02200
                 end-if

            end-if
