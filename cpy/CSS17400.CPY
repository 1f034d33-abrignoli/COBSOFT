           select pd17400 assign to disk wid-pd17400
                organization        is indexed
                access mode         is dynamic
                record key          is f17400-chave =
                                       f17400-cd-empresa
                                       f17400-cd-filial
                                       f17400-cd-produto
                lock mode           is manual
                file status         is ws-resultado-acesso.
