           select pd18200 assign to disk wid-pd18200
                organization        is indexed
                access mode         is dynamic
                record key          is f18200-chave =
                                       f18200-cd-empresa
                                       f18200-cd-filial
                                       f18200-nr-rnc
                lock mode           is manual
                file status         is ws-resultado-acesso.
