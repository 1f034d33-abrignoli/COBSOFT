           select pd19400 assign to disk wid-pd19400
                organization        is indexed
                access mode         is dynamic
                record key          is f19400-chave =
                                       f19400-cd-empresa
                                       f19400-cd-filial
                                       f19400-cd-canal
                                       f19400-cd-produto
                lock mode           is manual
                file status         is ws-resultado-acesso.
