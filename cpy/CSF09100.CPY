            03 f09100-id-status                    pic x(01).
               88 f09100-conta-ativa                   value "A".
               88 f09100-conta-inativa                 value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f09100-controle-versao.
               05 f09100-nr-versao                 pic 9(06).
               05 f09100-data-versao               pic 9(08).
               05 f09100-hora-versao               pic 9(06).
               05 f09100-id-usuario-versao         pic x(11).
               05 f09100-cd-programa-versao        pic x(08).
            03 filler                               pic x(20).
