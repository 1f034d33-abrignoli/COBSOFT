           select pd18400 assign to disk wid-pd18400
                organization        is indexed
                access mode         is dynamic
                record key          is f18400-chave =
                                       f18400-cd-empresa
                                       f18400-cd-filial
                                       f18400-nr-os
                lock mode           is manual
                file status         is ws-resultado-acesso.
