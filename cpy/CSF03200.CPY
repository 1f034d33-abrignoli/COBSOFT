            03 f03200-id-status                     pic x(01).
               88 f03200-vinculo-ativo                 value "A".
               88 f03200-vinculo-inativo               value "I".
      *> Custo de reposição da tabela de preços do fornecedor (CS40013S)
      *> e a data até a qual vale - vencido, vale o último preço de compra
            03 f03200-custo-reposicao               pic 9(09)v9(02).
            03 f03200-data-validade-custo           pic 9(08).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f03200-controle-versao.
               05 f03200-nr-versao                  pic 9(06).
               05 f03200-data-versao                pic 9(08).
               05 f03200-hora-versao                pic 9(06).
               05 f03200-id-usuario-versao          pic x(11).
               05 f03200-cd-programa-versao         pic x(08).
            03 filler                                pic x(01).
