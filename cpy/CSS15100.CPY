           select pd15100 assign to disk wid-pd15100
                organization        is indexed
                access mode         is dynamic
                record key          is f15100-chave =
                                       f15100-cd-empresa
                                       f15100-cd-filial
                                       f15100-cd-fornecedor
                                       f15100-numero-documento
                                       f15100-nr-parcela
                alternate key       is f15100-chave-1 =
                                       f15100-codigo-barras
                lock mode           is manual
                file status         is ws-resultado-acesso.
