           select pd14600 assign to disk wid-pd14600
                organization        is indexed
                access mode         is dynamic
                record key          is f14600-chave =
                                       f14600-cd-empresa
                                       f14600-cd-filial
                                       f14600-tipo-parceiro
                                       f14600-cd-parceiro
                                       f14600-nr-adiantamento
                                       f14600-nr-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
