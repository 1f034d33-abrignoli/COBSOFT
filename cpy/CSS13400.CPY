           select pd13400 assign to disk wid-pd13400
                organization        is indexed
                access mode         is dynamic
                record key          is f13400-chave =
                                       f13400-cd-empresa
                                       f13400-cd-filial
                                       f13400-cd-class-trib
                lock mode           is manual
                file status         is ws-resultado-acesso.
