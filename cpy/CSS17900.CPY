           select pd17900 assign to disk wid-pd17900
                organization        is indexed
                access mode         is dynamic
                record key          is f17900-chave =
                                       f17900-cd-empresa
                                       f17900-cd-filial
                                       f17900-cd-equipamento
                                       f17900-nr-plano
                lock mode           is manual
                file status         is ws-resultado-acesso.
