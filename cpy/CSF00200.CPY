            03 f00200-id-pais                      pic 9(09).
            03 f00200-cd-pais                      pic 9(04).
            03 f00200-nome-pais                    pic x(55).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f00200-controle-versao.
               05 f00200-nr-versao                 pic 9(06).
               05 f00200-data-versao               pic 9(08).
               05 f00200-hora-versao               pic 9(06).
               05 f00200-id-usuario-versao         pic x(11).
               05 f00200-cd-programa-versao        pic x(08).
