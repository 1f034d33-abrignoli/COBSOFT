
            evaluate true
                when ws-operacao-ok
                     move f07500-sequencia          to ws-jrn-imagem-antes
                     compute lk-seq-valor = f07500-valor-atual + 1
                     if   lk-seq-valor less lk-seq-valor-minimo
                          move lk-seq-valor-minimo  to lk-seq-valor
                     move lk-seq-valor              to f07500-valor-atual
                     accept f07500-data-alocacao    from date yyyymmdd
                     move lnk-id-usuario            to f07500-id-usuario
                     perform 9000-regravar-pd07500-locado
                     if   ws-operacao-ok
                          set ws-sequencia-alocada  to true
                     end-if
                     unlock pd07500

                when ws-registro-inexistente
                     if   lk-seq-valor-minimo greater zeros
