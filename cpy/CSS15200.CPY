           select pd15200 assign to disk wid-pd15200
                organization        is indexed
                access mode         is dynamic
                record key          is f15200-chave =
                                       f15200-cd-empresa
                                       f15200-cd-filial
                                       f15200-nr-bordero
                lock mode           is manual
                file status         is ws-resultado-acesso.
