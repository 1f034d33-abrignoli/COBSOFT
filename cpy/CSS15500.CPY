           select pd15500 assign to disk wid-pd15500
                organization        is indexed
                access mode         is dynamic
                record key          is f15500-chave =
                                       f15500-cd-empresa
                                       f15500-cd-filial
                                       f15500-ano-mes
                                       f15500-cd-cliente
                                       f15500-numero-documento
                                       f15500-nr-parcela
                lock mode           is manual
                file status         is ws-resultado-acesso.
