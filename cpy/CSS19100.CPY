           select pd19100 assign to disk wid-pd19100
                organization        is indexed
                access mode         is dynamic
                record key          is f19100-chave =
                                       f19100-cd-empresa
                                       f19100-cd-filial
                                       f19100-cpf-motorista
                lock mode           is manual
                file status         is ws-resultado-acesso.
