           select pd20500 assign to disk wid-pd20500
                organization        is indexed
                access mode         is dynamic
                record key          is f20500-chave =
                                       f20500-cd-empresa
                                       f20500-cd-filial
                                       f20500-cd-cliente
                                       f20500-cd-embalagem
                                       f20500-data-movimento
                                       f20500-nr-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
