       fd   pd16500.

      *> SKU gerado para cada combinação tamanho x cor do produto-pai
      *> (CS10054C). O SKU é um produto pd01800 comum, com EAN, saldo
      *> em pd06000 e preço próprio opcional em pd02100 (sem preço
      *> próprio vale o do produto-pai).
       01   f16500-sku-grade.
            03 f16500-cd-empresa                   pic 9(03).
            03 f16500-cd-filial                    pic 9(04).
            03 f16500-cd-produto-pai               pic 9(09).
            03 f16500-seq-tamanho                  pic 9(02).
            03 f16500-seq-cor                      pic 9(02).
            03 f16500-cd-produto                   pic 9(09).
            03 f16500-data-geracao                 pic 9(08).
            03 filler                               pic x(20).
