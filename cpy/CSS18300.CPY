           select pd18300 assign to disk wid-pd18300
                organization        is indexed
                access mode         is dynamic
                record key          is f18300-chave =
                                       f18300-cd-empresa
                                       f18300-cd-filial
                                       f18300-nr-rnc
                                       f18300-nr-acao
                lock mode           is manual
                file status         is ws-resultado-acesso.
