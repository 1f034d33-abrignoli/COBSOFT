           select pd15000 assign to disk wid-pd15000
                organization        is indexed
                access mode         is dynamic
                record key          is f15000-chave =
                                       f15000-cd-empresa
                                       f15000-cd-filial
                                       f15000-nr-custodia
                                       f15000-nr-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
