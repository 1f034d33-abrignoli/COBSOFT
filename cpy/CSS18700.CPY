           select pd18700 assign to disk wid-pd18700
                organization        is indexed
                access mode         is dynamic
                record key          is f18700-chave =
                                       f18700-cd-empresa
                                       f18700-cd-filial
                                       f18700-data-agendamento
                                       f18700-nr-agendamento
                lock mode           is manual
                file status         is ws-resultado-acesso.
