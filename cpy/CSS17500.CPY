           select pd17500 assign to disk wid-pd17500
                organization        is indexed
                access mode         is dynamic
                record key          is f17500-chave =
                                       f17500-cd-empresa
                                       f17500-cd-filial
                                       f17500-cd-produto
                                       f17500-nr-revisao
                lock mode           is manual
                file status         is ws-resultado-acesso.
