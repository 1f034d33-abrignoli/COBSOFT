            03 f10600-id-status                    pic x(01).
               88 f10600-limite-ativo                  value "A".
               88 f10600-limite-inativo                value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f10600-controle-versao.
               05 f10600-nr-versao                 pic 9(06).
               05 f10600-data-versao               pic 9(08).
               05 f10600-hora-versao               pic 9(06).
               05 f10600-id-usuario-versao         pic x(11).
               05 f10600-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
