            03 f04300-id-status                     pic x(01).
               88 f04300-unidade-ativa                 value "A".
               88 f04300-unidade-inativa               value "I".
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f04300-controle-versao.
               05 f04300-nr-versao                  pic 9(06).
               05 f04300-data-versao                pic 9(08).
               05 f04300-hora-versao                pic 9(06).
               05 f04300-id-usuario-versao          pic x(11).
               05 f04300-cd-programa-versao         pic x(08).
            03 filler                                pic x(20).
