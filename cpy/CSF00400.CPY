            03 f00400-cd-municipio                 pic 9(07).
            03 f00400-nome-municipio               pic x(55).
            03 f00400-id-estado                    pic 9(09).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f00400-controle-versao.
               05 f00400-nr-versao                 pic 9(06).
               05 f00400-data-versao               pic 9(08).
               05 f00400-hora-versao               pic 9(06).
               05 f00400-id-usuario-versao         pic x(11).
               05 f00400-cd-programa-versao        pic x(08).
