           select pd19700 assign to disk wid-pd19700
                organization        is indexed
                access mode         is dynamic
                record key          is f19700-chave =
                                       f19700-cd-empresa
                                       f19700-cd-filial
                                       f19700-nr-regra
                lock mode           is manual
                file status         is ws-resultado-acesso.
