           select pd19900 assign to disk wid-pd19900
                organization        is indexed
                access mode         is dynamic
                record key          is f19900-chave =
                                       f19900-cd-empresa
                                       f19900-cd-filial
                                       f19900-nr-delegacao
                lock mode           is manual
                file status         is ws-resultado-acesso.
