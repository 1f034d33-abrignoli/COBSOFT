           select pd15600 assign to disk wid-pd15600
                organization        is indexed
                access mode         is dynamic
                record key          is f15600-chave =
                                       f15600-cd-empresa
                                       f15600-cd-filial
                                       f15600-nr-processo
                lock mode           is manual
                file status         is ws-resultado-acesso.
