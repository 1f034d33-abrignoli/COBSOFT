           select pd16500 assign to disk wid-pd16500
                organization        is indexed
                access mode         is dynamic
                record key          is f16500-chave =
                                       f16500-cd-empresa
                                       f16500-cd-filial
                                       f16500-cd-produto-pai
                                       f16500-seq-tamanho
                                       f16500-seq-cor
                lock mode           is manual
                file status         is ws-resultado-acesso.
