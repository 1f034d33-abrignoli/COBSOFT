           select pd14200 assign to disk wid-pd14200
                organization        is indexed
                access mode         is dynamic
                record key          is f14200-chave =
                                       f14200-cd-empresa
                                       f14200-cd-filial
                                       f14200-ano-mes
                lock mode           is manual
                file status         is ws-resultado-acesso.
