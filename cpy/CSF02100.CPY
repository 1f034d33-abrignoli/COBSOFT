            03 f02100-id-status                     pic x(01).
               88 f02100-preco-ativo                    value "A".
               88 f02100-preco-inativo                  value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f02100-controle-versao.
               05 f02100-nr-versao                  pic 9(06).
               05 f02100-data-versao                pic 9(08).
               05 f02100-hora-versao                pic 9(06).
               05 f02100-id-usuario-versao          pic x(11).
               05 f02100-cd-programa-versao         pic x(08).
