           select pd14100 assign to disk wid-pd14100
                organization        is indexed
                access mode         is dynamic
                record key          is f14100-chave =
                                       f14100-cd-empresa
                                       f14100-cd-filial
                                       f14100-cd-conta
                alternate key       is f14100-chave-1 =
                                       f14100-cd-empresa
                                       f14100-cd-filial
                                       f14100-classificacao
                lock mode           is manual
                file status         is ws-resultado-acesso.
