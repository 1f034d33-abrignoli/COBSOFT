           select pd17600 assign to disk wid-pd17600
                organization        is indexed
                access mode         is dynamic
                record key          is f17600-chave =
                                       f17600-cd-empresa
                                       f17600-cd-filial
                                       f17600-cd-produto
                                       f17600-nr-revisao
                                       f17600-cd-material
                lock mode           is manual
                file status         is ws-resultado-acesso.
