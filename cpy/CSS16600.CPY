           select pd16600 assign to disk wid-pd16600
                organization        is indexed
                access mode         is dynamic
                record key          is f16600-chave =
                                       f16600-cd-empresa
                                       f16600-cd-filial
                                       f16600-cd-produto
                lock mode           is manual
                file status         is ws-resultado-acesso.
