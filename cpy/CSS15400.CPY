           select pd15400 assign to disk wid-pd15400
                organization        is indexed
                access mode         is dynamic
                record key          is f15400-chave =
                                       f15400-cd-empresa
                                       f15400-cd-filial
                                       f15400-id-status-cliente
                                       f15400-dias-atraso-ate
                lock mode           is manual
                file status         is ws-resultado-acesso.
