           select pd20400 assign to disk wid-pd20400
                organization        is indexed
                access mode         is dynamic
                record key          is f20400-chave =
                                       f20400-cd-empresa
                                       f20400-cd-filial
                                       f20400-cd-cliente
                                       f20400-cd-embalagem
                lock mode           is manual
                file status         is ws-resultado-acesso.
