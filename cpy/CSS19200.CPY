           select pd19200 assign to disk wid-pd19200
                organization        is indexed
                access mode         is dynamic
                record key          is f19200-chave =
                                       f19200-cd-empresa
                                       f19200-cd-filial
                                       f19200-placa-veiculo
                                       f19200-data-lancamento
                                       f19200-nr-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
