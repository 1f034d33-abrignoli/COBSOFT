           select pd19800 assign to disk wid-pd19800
                organization        is indexed
                access mode         is dynamic
                record key          is f19800-chave =
                                       f19800-cd-empresa
                                       f19800-cd-filial
                                       f19800-data-liberacao
                                       f19800-nr-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
