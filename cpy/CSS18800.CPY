           select pd18800 assign to disk wid-pd18800
                organization        is indexed
                access mode         is dynamic
                record key          is f18800-chave =
                                       f18800-cd-empresa
                                       f18800-cd-filial
                                       f18800-cd-transportador
                                       f18800-uf-destino
                                       f18800-peso-ate
                                       f18800-data-fim-vigencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
