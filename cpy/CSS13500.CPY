           select pd13500 assign to disk wid-pd13500
                organization        is indexed
                access mode         is dynamic
                record key          is f13500-chave =
                                       f13500-cd-empresa
                                       f13500-cd-filial
                                       f13500-ncm
                                       f13500-uf-destino
                lock mode           is manual
                file status         is ws-resultado-acesso.
