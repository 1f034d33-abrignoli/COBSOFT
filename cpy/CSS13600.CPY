           select pd13600 assign to disk wid-pd13600
                organization        is indexed
                access mode         is dynamic
                record key          is f13600-chave =
                                       f13600-cd-empresa
                                       f13600-cd-filial
                                       f13600-numero-documento
                                       f13600-serie-documento
                lock mode           is manual
                file status         is ws-resultado-acesso.
