           select pd14700 assign to disk wid-pd14700
                organization        is indexed
                access mode         is dynamic
                record key          is f14700-chave =
                                       f14700-cd-empresa
                                       f14700-cd-filial
                                       f14700-nr-encontro
                lock mode           is manual
                file status         is ws-resultado-acesso.
