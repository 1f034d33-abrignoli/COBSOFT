           select pd15900 assign to disk wid-pd15900
                organization        is indexed
                access mode         is dynamic
                record key          is f15900-chave =
                                       f15900-cd-empresa
                                       f15900-cd-filial
                                       f15900-tipo-nota
                                       f15900-numero-documento
                                       f15900-serie-documento
                lock mode           is manual
                file status         is ws-resultado-acesso.
