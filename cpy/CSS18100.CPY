           select pd18100 assign to disk wid-pd18100
                organization        is indexed
                access mode         is dynamic
                record key          is f18100-chave =
                                       f18100-cd-empresa
                                       f18100-cd-filial
                                       f18100-nr-ordem-manutencao
                                       f18100-nr-sequencia
                lock mode           is manual
                file status         is ws-resultado-acesso.
