           select pd16700 assign to disk wid-pd16700
                organization        is indexed
                access mode         is dynamic
                record key          is f16700-chave =
                                       f16700-cd-empresa
                                       f16700-cd-filial
                                       f16700-nr-controle
                lock mode           is manual
                file status         is ws-resultado-acesso.
