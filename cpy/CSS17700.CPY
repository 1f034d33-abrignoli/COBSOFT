           select pd17700 assign to disk wid-pd17700
                organization        is indexed
                access mode         is dynamic
                record key          is f17700-chave =
                                       f17700-cd-empresa
                                       f17700-cd-filial
                                       f17700-cd-centro-trabalho
                lock mode           is manual
                file status         is ws-resultado-acesso.
