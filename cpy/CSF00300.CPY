            03 f00300-nome-estado                  pic x(55).
            03 f00300-sigla-estado                 pic x(02).
            03 f00300-id-pais                      pic 9(09).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f00300-controle-versao.
               05 f00300-nr-versao                 pic 9(06).
               05 f00300-data-versao               pic 9(08).
               05 f00300-hora-versao               pic 9(06).
               05 f00300-id-usuario-versao         pic x(11).
               05 f00300-cd-programa-versao        pic x(08).
