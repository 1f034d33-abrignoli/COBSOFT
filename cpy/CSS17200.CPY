           select pd17200 assign to disk wid-pd17200
                organization        is indexed
                access mode         is dynamic
                record key          is f17200-chave =
                                       f17200-cd-empresa
                                       f17200-nr-promocao
                                       f17200-cd-produto
                alternate key       is f17200-chave-1 =
                                       f17200-cd-empresa
                                       f17200-cd-produto
                                       f17200-nr-promocao
                lock mode           is manual
                file status         is ws-resultado-acesso.
