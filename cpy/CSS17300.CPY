           select pd17300 assign to disk wid-pd17300
                organization        is indexed
                access mode         is dynamic
                record key          is f17300-chave =
                                       f17300-cd-empresa
                                       f17300-cd-filial
                                       f17300-ano-mes
                                       f17300-cd-produto
                lock mode           is manual
                file status         is ws-resultado-acesso.
