           select pd17800 assign to disk wid-pd17800
                organization        is indexed
                access mode         is dynamic
                record key          is f17800-chave =
                                       f17800-cd-empresa
                                       f17800-cd-filial
                                       f17800-cd-equipamento
                lock mode           is manual
                file status         is ws-resultado-acesso.
