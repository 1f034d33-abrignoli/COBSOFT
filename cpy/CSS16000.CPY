           select pd16000 assign to disk wid-pd16000
                organization        is indexed
                access mode         is dynamic
                record key          is f16000-chave =
                                       f16000-cd-empresa
                                       f16000-cd-filial
                                       f16000-numero-doc-faturamento
                                       f16000-serie-doc-faturamento
                                       f16000-cd-produto
                alternate key       is f16000-chave-1 =
                                       f16000-cd-empresa
                                       f16000-cd-filial
                                       f16000-cd-cliente
                                       f16000-numero-doc-faturamento
                                       f16000-serie-doc-faturamento
                                       f16000-cd-produto
                lock mode           is manual
                file status         is ws-resultado-acesso.
