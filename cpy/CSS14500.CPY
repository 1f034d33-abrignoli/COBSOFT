           select pd14500 assign to disk wid-pd14500
                organization        is indexed
                access mode         is dynamic
                record key          is f14500-chave =
                                       f14500-cd-empresa
                                       f14500-cd-filial
                                       f14500-tipo-parceiro
                                       f14500-cd-parceiro
                                       f14500-nr-adiantamento
                lock mode           is manual
                file status         is ws-resultado-acesso.
