       fd   pd15700.

      *> Itens do processo de importação (pd15600) por adição da
      *> declaração: quantidade, valor FOB na moeda e alíquotas; os
      *> valores em reais são o rateio calculado na nacionalização.
       01   f15700-item-importacao.
            03 f15700-cd-empresa                   pic 9(03).
            03 f15700-cd-filial                    pic 9(04).
            03 f15700-nr-processo                  pic 9(09).
            03 f15700-nr-item                      pic 9(03).
            03 f15700-nr-adicao                    pic 9(03).
            03 f15700-cd-produto                   pic 9(09).
            03 f15700-quantidade                   pic 9(09)v9(04).
            03 f15700-valor-fob-moeda              pic 9(11)v9(02).
            03 f15700-aliq-ii                      pic 9(02)v9(02).
            03 f15700-aliq-ipi                     pic 9(03)v9(02).
            03 f15700-aliq-pis                     pic 9(02)v9(02).
            03 f15700-aliq-cofins                  pic 9(02)v9(02).
            03 f15700-valor-aduaneiro              pic 9(11)v9(02).
            03 f15700-valor-ii                     pic 9(09)v9(02).
            03 f15700-valor-ipi                    pic 9(09)v9(02).
            03 f15700-valor-pis                    pic 9(09)v9(02).
            03 f15700-valor-cofins                 pic 9(09)v9(02).
            03 f15700-valor-siscomex               pic 9(09)v9(02).
            03 f15700-base-icms                    pic 9(11)v9(02).
            03 f15700-valor-icms                   pic 9(09)v9(02).
            03 f15700-valor-despesas               pic 9(09)v9(02).
            03 f15700-valor-custo-total            pic 9(11)v9(02).
            03 f15700-custo-unitario               pic 9(09)v9(04).
            03 filler                               pic x(20).
