           select pd14400 assign to disk wid-pd14400
                organization        is indexed
                access mode         is dynamic
                record key          is f14400-chave =
                                       f14400-cd-empresa
                                       f14400-cd-filial
                                       f14400-nr-contrato
                                       f14400-nr-parcela
                lock mode           is manual
                file status         is ws-resultado-acesso.
