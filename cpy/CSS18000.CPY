           select pd18000 assign to disk wid-pd18000
                organization        is indexed
                access mode         is dynamic
                record key          is f18000-chave =
                                       f18000-cd-empresa
                                       f18000-cd-filial
                                       f18000-nr-ordem-manutencao
                lock mode           is manual
                file status         is ws-resultado-acesso.
