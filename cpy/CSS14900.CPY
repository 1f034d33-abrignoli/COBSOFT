           select pd14900 assign to disk wid-pd14900
                organization        is indexed
                access mode         is dynamic
                record key          is f14900-chave =
                                       f14900-cd-empresa
                                       f14900-cd-filial
                                       f14900-nr-custodia
                lock mode           is manual
                file status         is ws-resultado-acesso.
