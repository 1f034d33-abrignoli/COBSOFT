            03 f01000-cd-filial                    pic 9(04).
            03 f01000-cd-perfil                    pic 9(03).
            03 f01000-descricao-perfil              pic x(55).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f01000-controle-versao.
               05 f01000-nr-versao                 pic 9(06).
               05 f01000-data-versao               pic 9(08).
               05 f01000-hora-versao               pic 9(06).
               05 f01000-id-usuario-versao         pic x(11).
               05 f01000-cd-programa-versao        pic x(08).
