           select pd13900 assign to disk wid-pd13900
                organization        is indexed
                access mode         is dynamic
                record key          is f13900-chave =
                                       f13900-cd-empresa
                                       f13900-cd-filial
                                       f13900-cd-bem
                lock mode           is manual
                file status         is ws-resultado-acesso.
