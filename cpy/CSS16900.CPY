           select pd16900 assign to disk wid-pd16900
                organization        is indexed
                access mode         is dynamic
                record key          is f16900-chave =
                                       f16900-cd-empresa
                                       f16900-nr-regra
                lock mode           is manual
                file status         is ws-resultado-acesso.
