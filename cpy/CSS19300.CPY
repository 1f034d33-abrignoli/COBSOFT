           select pd19300 assign to disk wid-pd19300
                organization        is indexed
                access mode         is dynamic
                record key          is f19300-chave =
                                       f19300-cd-empresa
                                       f19300-cd-filial
                                       f19300-cd-canal
                lock mode           is manual
                file status         is ws-resultado-acesso.
