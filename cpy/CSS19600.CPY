           select pd19600 assign to disk wid-pd19600
                organization        is indexed
                access mode         is dynamic
                record key          is f19600-chave =
                                       f19600-cd-empresa
                                       f19600-cd-filial
                lock mode           is manual
                file status         is ws-resultado-acesso.
