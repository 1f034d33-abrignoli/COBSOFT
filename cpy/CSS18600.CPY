           select pd18600 assign to disk wid-pd18600
                organization        is indexed
                access mode         is dynamic
                record key          is f18600-chave =
                                       f18600-cd-empresa
                                       f18600-cd-filial
                                       f18600-cd-doca
                                       f18600-hora-inicio
                lock mode           is manual
                file status         is ws-resultado-acesso.
