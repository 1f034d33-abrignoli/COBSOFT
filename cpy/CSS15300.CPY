           select pd15300 assign to disk wid-pd15300
                organization        is indexed
                access mode         is dynamic
                record key          is f15300-chave =
                                       f15300-cd-empresa
                                       f15300-cd-filial
                                       f15300-nr-bordero
                                       f15300-nr-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
