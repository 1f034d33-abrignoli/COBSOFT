           select pd16400 assign to disk wid-pd16400
                organization        is indexed
                access mode         is dynamic
                record key          is f16400-chave =
                                       f16400-cd-empresa
                                       f16400-cd-filial
                                       f16400-cd-grade
                                       f16400-tipo-eixo
                                       f16400-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
