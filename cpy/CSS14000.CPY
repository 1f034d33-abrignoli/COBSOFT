           select pd14000 assign to disk wid-pd14000
                organization        is indexed
                access mode         is dynamic
                record key          is f14000-chave =
                                       f14000-cd-empresa
                                       f14000-cd-filial
                                       f14000-ano-mes
                                       f14000-cd-bem
                lock mode           is manual
                file status         is ws-resultado-acesso.
