           select pd20000 assign to disk wid-pd20000
                organization        is indexed
                access mode         is dynamic
                record key          is f20000-chave =
                                       f20000-cd-empresa
                                       f20000-cd-filial
                                       f20000-data-uso
                                       f20000-nr-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
