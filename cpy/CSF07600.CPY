            03 f07600-id-status                    pic x(01).
               88 f07600-aviso-ativo                   value "A".
               88 f07600-aviso-inativo                 value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f07600-controle-versao.
               05 f07600-nr-versao                 pic 9(06).
               05 f07600-data-versao               pic 9(08).
               05 f07600-hora-versao               pic 9(06).
               05 f07600-id-usuario-versao         pic x(11).
               05 f07600-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
