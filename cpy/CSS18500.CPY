           select pd18500 assign to disk wid-pd18500
                organization        is indexed
                access mode         is dynamic
                record key          is f18500-chave =
                                       f18500-cd-empresa
                                       f18500-cd-filial
                                       f18500-nr-requisicao
                lock mode           is manual
                file status         is ws-resultado-acesso.
