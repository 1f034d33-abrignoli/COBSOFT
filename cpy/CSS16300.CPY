           select pd16300 assign to disk wid-pd16300
                organization        is indexed
                access mode         is dynamic
                record key          is f16300-chave =
                                       f16300-cd-empresa
                                       f16300-cd-filial
                                       f16300-cd-grade
                lock mode           is manual
                file status         is ws-resultado-acesso.
