            03 f01600-id-status                     pic x(01).
               88 f01600-categoria-ativa                value "A".
               88 f01600-categoria-inativa              value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f01600-controle-versao.
               05 f01600-nr-versao                 pic 9(06).
               05 f01600-data-versao               pic 9(08).
               05 f01600-hora-versao               pic 9(06).
               05 f01600-id-usuario-versao         pic x(11).
               05 f01600-cd-programa-versao        pic x(08).
