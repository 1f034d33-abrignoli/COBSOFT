           select pd18900 assign to disk wid-pd18900
                organization        is indexed
                access mode         is dynamic
                record key          is f18900-chave =
                                       f18900-cd-empresa
                                       f18900-cd-filial
                                       f18900-numero-documento
                                       f18900-serie-documento
                                       f18900-nr-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
