           select pd14300 assign to disk wid-pd14300
                organization        is indexed
                access mode         is dynamic
                record key          is f14300-chave =
                                       f14300-cd-empresa
                                       f14300-cd-filial
                                       f14300-nr-contrato
                lock mode           is manual
                file status         is ws-resultado-acesso.
