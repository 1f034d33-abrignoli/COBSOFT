           select pd13700 assign to disk wid-pd13700
                organization        is indexed
                access mode         is dynamic
                record key          is f13700-chave =
                                       f13700-cd-empresa
                                       f13700-cd-filial
                                       f13700-cd-fornecedor
                                       f13700-cd-tipo-servico
                lock mode           is manual
                file status         is ws-resultado-acesso.
