           select pd17000 assign to disk wid-pd17000
                organization        is indexed
                access mode         is dynamic
                record key          is f17000-chave =
                                       f17000-cd-empresa
                                       f17000-cd-filial
                                       f17000-cd-cliente
                                       f17000-nr-lancamento
                lock mode           is manual
                file status         is ws-resultado-acesso.
