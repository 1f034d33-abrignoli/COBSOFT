            03 f00600-cep                          pic 9(08).
            03 f00600-nome-logradouro              pic x(55).
            03 f00600-id-bairro                    pic 9(09).
      *> Carimbo da última alteração - conferido antes de regravar
      *> para não sobrepor a alteração de outro usuário
            03 f00600-controle-versao.
               05 f00600-nr-versao                 pic 9(06).
               05 f00600-data-versao               pic 9(08).
               05 f00600-hora-versao               pic 9(06).
               05 f00600-id-usuario-versao         pic x(11).
               05 f00600-cd-programa-versao        pic x(08).
