           select pd16200 assign to disk wid-pd16200
                organization        is indexed
                access mode         is dynamic
                record key          is f16200-chave =
                                       f16200-cd-empresa
                                       f16200-cd-filial
                                       f16200-numero-doc-remessa
                                       f16200-serie-doc-remessa
                                       f16200-cd-produto
                                       f16200-nr-serie
                alternate key       is f16200-chave-1 =
                                       f16200-cd-empresa
                                       f16200-cd-filial
                                       f16200-cd-cliente
                                       f16200-numero-doc-remessa
                                       f16200-serie-doc-remessa
                                       f16200-cd-produto
                                       f16200-nr-serie
                lock mode           is manual
                file status         is ws-resultado-acesso.
