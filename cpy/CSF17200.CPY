       fd   pd17200.

      *> Produtos de uma promoção pd17100. A chave alternativa (produto
      *> + promoção) é a usada na venda para achar as promoções do item.
       01   f17200-produto-promocao.
            03 f17200-cd-empresa                   pic 9(03).
            03 f17200-nr-promocao                  pic 9(06).
            03 f17200-cd-produto                   pic 9(09).
            03 filler                              pic x(20).
