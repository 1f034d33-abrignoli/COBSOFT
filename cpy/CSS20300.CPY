           select pd20300 assign to disk wid-pd20300
                organization        is indexed
                access mode         is dynamic
                record key          is f20300-chave =
                                       f20300-cd-empresa
                                       f20300-cd-filial
                                       f20300-cd-produto
                                       f20300-cd-embalagem
                lock mode           is manual
                file status         is ws-resultado-acesso.
