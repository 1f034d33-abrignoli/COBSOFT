           select pd16100 assign to disk wid-pd16100
                organization        is indexed
                access mode         is dynamic
                record key          is f16100-chave =
                                       f16100-cd-empresa
                                       f16100-cd-filial
                                       f16100-cd-fornecedor
                                       f16100-cd-produto
                alternate key       is f16100-chave-1 =
                                       f16100-cd-empresa
                                       f16100-cd-filial
                                       f16100-cd-produto
                                       f16100-cd-fornecedor
                lock mode           is manual
                file status         is ws-resultado-acesso.
