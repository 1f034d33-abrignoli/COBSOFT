            03 f01800-id-impressao-kit              pic x(01).
               88 f01800-kit-imprime-componentes        value "C".
               88 f01800-kit-imprime-consolidado        value "K".
            03 f01800-cd-class-trib                 pic x(06).
      *> Grade tamanho x cor (CS10054C): o produto-pai aponta a grade
      *> (pd16300) e cada SKU gerado aponta o seu produto-pai.
            03 f01800-id-grade                      pic x(01).
               88 f01800-produto-grade-pai              value "P".
               88 f01800-produto-grade-sku              value "S".
            03 f01800-cd-grade                      pic 9(09).
            03 f01800-cd-produto-pai redefines f01800-cd-grade
                                                     pic 9(09).
      *> Produto publicado na loja virtual e nos marketplaces (estoque
      *> e preço enviados pelo CS30045S); marcado no CS10042C.
            03 f01800-id-ecommerce                  pic x(01).
               88 f01800-publica-ecommerce              value "S".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f01800-controle-versao.
               05 f01800-nr-versao                  pic 9(06).
               05 f01800-data-versao                pic 9(08).
               05 f01800-hora-versao                pic 9(06).
               05 f01800-id-usuario-versao          pic x(11).
               05 f01800-cd-programa-versao         pic x(08).
