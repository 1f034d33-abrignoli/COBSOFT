           select pd19000 assign to disk wid-pd19000
                organization        is indexed
                access mode         is dynamic
                record key          is f19000-chave =
                                       f19000-cd-empresa
                                       f19000-cd-filial
                                       f19000-placa-veiculo
                lock mode           is manual
                file status         is ws-resultado-acesso.
