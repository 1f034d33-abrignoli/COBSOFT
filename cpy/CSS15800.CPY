           select pd15800 assign to disk wid-pd15800
                organization        is indexed
                access mode         is dynamic
                record key          is f15800-chave =
                                       f15800-cd-empresa
                                       f15800-cd-filial
                                       f15800-cd-cliente
                lock mode           is manual
                file status         is ws-resultado-acesso.
