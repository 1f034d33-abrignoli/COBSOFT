           select pd20200 assign to disk wid-pd20200
                organization        is indexed
                access mode         is dynamic
                record key          is f20200-chave =
                                       f20200-cd-empresa
                                       f20200-cd-filial
                                       f20200-cd-embalagem
                lock mode           is manual
                file status         is ws-resultado-acesso.
