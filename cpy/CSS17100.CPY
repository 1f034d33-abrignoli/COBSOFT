           select pd17100 assign to disk wid-pd17100
                organization        is indexed
                access mode         is dynamic
                record key          is f17100-chave =
                                       f17100-cd-empresa
                                       f17100-nr-promocao
                lock mode           is manual
                file status         is ws-resultado-acesso.
