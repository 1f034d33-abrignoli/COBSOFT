           select pd14800 assign to disk wid-pd14800
                organization        is indexed
                access mode         is dynamic
                record key          is f14800-chave =
                                       f14800-cd-empresa
                                       f14800-cd-filial
                                       f14800-nr-encontro
                                       f14800-nr-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
