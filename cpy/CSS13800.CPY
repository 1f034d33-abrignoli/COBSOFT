           select pd13800 assign to disk wid-pd13800
                organization        is indexed
                access mode         is dynamic
                record key          is f13800-chave =
                                       f13800-cd-empresa
                                       f13800-cd-filial
                                       f13800-cd-fornecedor
                                       f13800-numero-documento
                lock mode           is manual
                file status         is ws-resultado-acesso.
