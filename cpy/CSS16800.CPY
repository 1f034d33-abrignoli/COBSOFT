           select pd16800 assign to disk wid-pd16800
                organization        is indexed
                access mode         is dynamic
                record key          is f16800-chave =
                                       f16800-cd-empresa
                                       f16800-cd-filial
                                       f16800-tipo-nota
                                       f16800-numero-documento
                                       f16800-serie-documento
                                       f16800-nr-linha
                lock mode           is manual
                file status         is ws-resultado-acesso.
