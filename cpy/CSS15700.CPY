           select pd15700 assign to disk wid-pd15700
                organization        is indexed
                access mode         is dynamic
                record key          is f15700-chave =
                                       f15700-cd-empresa
                                       f15700-cd-filial
                                       f15700-nr-processo
                                       f15700-nr-item
                lock mode           is manual
                file status         is ws-resultado-acesso.
